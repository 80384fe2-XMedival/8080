           SELECT STATE-FILE ASSIGN TO WS-STATE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS STATE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROFILE-STATUS.
           SELECT HWMAP-FILE ASSIGN TO WS-HWMAP-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HWMAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 SYM-IN-RECORD.
           05 SYM-IN-NAME     PIC X(16).
           05 SYM-IN-VALUE    PIC 9(5).
           05 SYM-IN-SEG      PIC X.

       FD TRACE-FILE.
       01 TRACE-RECORD        PIC X(120).
       FD STATE-FILE.
       01 STATE-RECORD        PIC X(40).

       FD PROFILE-FILE.
       01 PROFILE-RECORD      PIC X(80).

       FD HWMAP-FILE.
       01 HWMAP-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 HEX-IN-STATUS       PIC XX.
       01 BIN-IN-STATUS       PIC XX.
       01 CONSOLE-STATUS      PIC XX.
       01 COV-STATUS          PIC XX.
       01 STATE-STATUS        PIC XX.
       01 PROFILE-STATUS      PIC XX.
       01 HWMAP-STATUS        PIC XX.

       01 WS-INPUT-NAME       PIC X(256).
       01 WS-TRACE-NAME       PIC X(256).
       01 WS-INPUT-MODE       PIC X(3).
       01 WS-CPU-MODE         PIC X(4) VALUE "8080".
       01 WS-SYM-NAME         PIC X(256).
       01 WS-EXTRA-ARG        PIC X(272).
       01 WS-EXTRA-ARG-U      PIC X(272).
       01 WS-REC-LEN          PIC 999.
       01 WS-REC-TYPE         PIC 99.
       01 WS-REC-ADDR         PIC 9(5).
       01 WS-DATA-POS         PIC 99.
       01 WS-ABS-ADDR         PIC 9(7).
       01 WS-BYTE-VAL         PIC X.
       01 WS-HI-NIB           PIC 99.
       01 WS-INSTR-COUNT      PIC 9(9) VALUE 0.
       01 WS-STOP-REASON      PIC X(20).
       01 WS-INT-ENABLED      PIC 9 VALUE 1.
       01 WS-CYCLE-COUNT      PIC 9(12) VALUE 0.
       01 WS-INSTR-CYCLES     PIC 99 VALUE 0.
       01 WS-INSTR-PC         PIC 9(5) VALUE 0.

       01 WS-OP               PIC 999.
       01 WS-D-HI             PIC 9.
       01 WS-IN-PORT-COUNT OCCURS 256 TIMES PIC 9(5).
       01 WS-IN-TOTAL         PIC 9(9) VALUE 0.

       01 INT-VECTOR-TABLE.
           05 FILLER PIC X(10) VALUE "RST0  0000".
           05 FILLER PIC X(10) VALUE "RST1  0008".
           05 FILLER PIC X(10) VALUE "RST2  0016".
           05 FILLER PIC X(10) VALUE "RST3  0024".
           05 FILLER PIC X(10) VALUE "RST4  0032".
           05 FILLER PIC X(10) VALUE "RST5  0040".
           05 FILLER PIC X(10) VALUE "RST6  0048".
           05 FILLER PIC X(10) VALUE "RST7  0056".
           05 FILLER PIC X(10) VALUE "RST5.50044".
           05 FILLER PIC X(10) VALUE "RST6.50052".
           05 FILLER PIC X(10) VALUE "RST7.50060".
           05 FILLER PIC X(10) VALUE "TRAP  0036".
       01 INT-VECTOR-TBL REDEFINES INT-VECTOR-TABLE.
           05 INT-VECTOR-ENTRY OCCURS 12 TIMES.
               10 INT-VEC-NAME PIC X(6).
               10 INT-VEC-ADDR PIC 9(4).
       01 INT-PRIORITY        PIC X(24) VALUE
           "121110090102030405060708".
       01 INT-EVENT-TABLE.
           05 INT-EVENT OCCURS 100 TIMES.
               10 INT-EV-VEC   PIC 99.
               10 INT-EV-KIND  PIC X.
               10 INT-EV-AT    PIC 9(12).
               10 INT-EV-PERIOD PIC 9(9).
               10 INT-EV-LEFT  PIC 9(7).
               10 INT-EV-DONE  PIC 9.
       01 INT-EVENT-COUNT     PIC 999 VALUE 0.
       01 INT-PENDING OCCURS 12 TIMES PIC 9.
       01 INT-NOTED OCCURS 12 TIMES PIC X.
       01 INT-REQ-CNT OCCURS 12 TIMES PIC 9(7).
       01 INT-TAKEN-CNT OCCURS 12 TIMES PIC 9(7).
       01 INT-DEFER-CNT OCCURS 12 TIMES PIC 9(7).
       01 INT-MASK-CNT OCCURS 12 TIMES PIC 9(7).
       01 INT-MASK OCCURS 3 TIMES PIC 9.
       01 WS-EI-SHADOW        PIC 9 VALUE 0.
       01 WS-IV               PIC 99.
       01 WS-IE               PIC 999.
       01 WS-IPX              PIC 99.
       01 WS-INT-TAKEN-NOW    PIC 9.
       01 WS-INT-WAKE-AT      PIC 9(12).
       01 WS-INT-WAKE-FOUND   PIC 9.
       01 WS-INT-OK           PIC 9.
       01 WS-INT-REASON       PIC X(26).

       01 WS-COV-NAME         PIC X(256).
       01 WS-FETCHED          PIC X(65536).
       01 WS-COV-ADDR         PIC 9(7).
       01 WS-ST-WORD          PIC 9(5).
       01 WS-ST-PORT          PIC 999.

       01 WS-PROFILE-NAME     PIC X(256).
       01 PROFILE-TABLE.
           05 PROFILE-ENTRY OCCURS 201 TIMES.
               10 PROF-NAME    PIC X(16).
               10 PROF-ADDR    PIC 9(5).
               10 PROF-EXEC    PIC 9(9).
               10 PROF-CYCLES  PIC 9(12).
       01 PROF-ORDER OCCURS 201 TIMES PIC 999.
       01 WS-PROF-IX          PIC 999.
       01 WS-PROF-BEST        PIC 9(5).
       01 WS-PROF-FOUND       PIC 9.
       01 WS-PROF-PX          PIC 999.
       01 WS-PROF-PY          PIC 999.
       01 WS-PROF-SWAP        PIC 999.
       01 WS-PROF-PCT         PIC 999.

       01 WS-HWMAP-NAME       PIC X(256).
       01 WS-HWCHECK          PIC X(4) VALUE "FLAG".
       01 HWMAP-EOF           PIC 9 VALUE 0.
       01 HW-REGION-TABLE.
           05 HW-REGION OCCURS 32 TIMES.
               10 HWR-NAME     PIC X(16).
               10 HWR-KIND     PIC X(8).
               10 HWR-START    PIC 9(5).
               10 HWR-END      PIC 9(5).
       01 HW-REGION-COUNT     PIC 99 VALUE 0.
       01 HW-ADDR-REGION      PIC X(65536).
       01 WS-MEM-INIT         PIC X(65536).
       01 WS-HW-TOKENS OCCURS 4 TIMES PIC X(16).
       01 WS-HW-ERRORS        PIC 9(5) VALUE 0.
       01 WS-HW-OVL           PIC 9.
       01 WS-HRX              PIC 99.
       01 WS-HW-ADDR          PIC 9(7).
       01 WS-HW-KIND          PIC X(8).
       01 WS-HW-NAME          PIC X(16).
       01 WS-HW-ACCESS        PIC X(24).
       01 WS-HW-SUPPRESS      PIC 9 VALUE 0.
       01 WS-HW-STOPPED       PIC 9 VALUE 0.
       01 WS-HW-ROM-WRITES    PIC 9(7) VALUE 0.
       01 WS-HW-UNMAPPED      PIC 9(7) VALUE 0.
       01 WS-HW-UNINIT-READS  PIC 9(7) VALUE 0.

       01 WS-OUT-PORT-COUNT OCCURS 256 TIMES PIC 9(5).
       01 WS-OUT-PORT-LAST OCCURS 256 TIMES PIC 999.
       01 WS-OUT-LOG-PORT OCCURS 100 TIMES PIC 999.

           IF WS-INPUT-NAME = SPACES OR WS-TRACE-NAME = SPACES
               DISPLAY "Usage: simulate image.hex report.trc "
                   "[HEX|BIN|S19] [START=addr] [LIMIT=n] [ORG=addr] "
                   "[SYM=file.sym] [PORTS=file.prt] "
                   "[CONSOLE=port] [CONLOG=file] [COV=file.cov] "
                   "[STATE=file.ste] [8080|8085] [PROFILE=file.prf] "
                   "[HWMAP=board.hwm] [HWCHECK=FLAG|STOP]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO WS-IMAGE
           MOVE LOW-VALUES TO WS-FETCHED
           MOVE LOW-VALUES TO WS-MEM-INIT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
               MOVE 0 TO WS-REG(J)
           END-PERFORM
               MOVE 0 TO WS-STIM-USED(WS-PX)
           END-PERFORM

           IF WS-INPUT-MODE = "BIN"
               PERFORM LOAD-BIN-IMAGE
           ELSE
               PERFORM LOAD-HEX-IMAGE
           END-IF

           IF WS-ANY-BYTE-LOADED = 0
               PERFORM LOAD-SYM-FILE
           END-IF

           IF WS-HWMAP-NAME NOT = SPACES
               PERFORM LOAD-HW-MAP
           END-IF

           IF WS-PORTS-NAME NOT = SPACES
               PERFORM LOAD-PORT-SCRIPT
           END-IF
               PERFORM WRITE-STATE-FILE
           END-IF

           IF WS-PROFILE-NAME NOT = SPACES
               PERFORM WRITE-PROFILE-FILE
           END-IF

           DISPLAY "Simulation stopped: "
               FUNCTION TRIM(WS-STOP-REASON) " after "
               WS-INSTR-COUNT " instruction(s). Report: "
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-EXTRA-ARG-U = "HEX" OR WS-EXTRA-ARG-U = "BIN"
                   OR WS-EXTRA-ARG-U = "S19"
                   MOVE WS-EXTRA-ARG-U(1:3) TO WS-INPUT-MODE
               WHEN WS-EXTRA-ARG-U = "8080" OR WS-EXTRA-ARG-U = "8085"
                   MOVE WS-EXTRA-ARG-U(1:4) TO WS-CPU-MODE
               WHEN WS-EXTRA-ARG-U(1:6) = "START="
                   MOVE WS-EXTRA-ARG-U(7:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-EXTRA-ARG(5:256) TO WS-COV-NAME
               WHEN WS-EXTRA-ARG-U(1:6) = "STATE="
                   MOVE WS-EXTRA-ARG(7:256) TO WS-STATE-NAME
               WHEN WS-EXTRA-ARG-U(1:8) = "PROFILE="
                   MOVE WS-EXTRA-ARG(9:256) TO WS-PROFILE-NAME
               WHEN WS-EXTRA-ARG-U(1:6) = "HWMAP="
                   MOVE WS-EXTRA-ARG(7:256) TO WS-HWMAP-NAME
               WHEN WS-EXTRA-ARG-U = "HWCHECK=FLAG"
                   OR WS-EXTRA-ARG-U = "HWCHECK=STOP"
                   MOVE WS-EXTRA-ARG-U(9:4) TO WS-HWCHECK
               WHEN OTHER
                   DISPLAY "Ignoring unknown argument: "
                       FUNCTION TRIM(WS-EXTRA-ARG)

       LOAD-HEX-RECORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HEX-IN-RECORD)) TO WS-LEN
           IF WS-LEN = 0 OR (HEX-IN-RECORD(1:1) NOT = ":"
                   AND HEX-IN-RECORD(1:2) NOT = "S1")
               CONTINUE
           ELSE
               IF HEX-IN-RECORD(1:1) = "S"
                   PERFORM DECODE-SREC-HEADER
               ELSE
                   PERFORM DECODE-HEX-HEADER
               END-IF
               IF WS-REC-TYPE = 0
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-REC-LEN
                       COMPUTE J = WS-DATA-POS + (K - 1) * 2
                       MOVE HEX-IN-RECORD(J:1) TO WS-BYTE-VAL
                       PERFORM GET-NIB-HI
                       ADD 1 TO J
                       IF WS-ABS-ADDR <= 65535
                           MOVE FUNCTION CHAR(WS-BYTE + 1)
                               TO WS-IMAGE(WS-ABS-ADDR + 1:1)
                           MOVE "Y" TO WS-MEM-INIT(WS-ABS-ADDR + 1:1)
                           IF WS-ABS-ADDR > WS-USED-MAX
                               MOVE WS-ABS-ADDR TO WS-USED-MAX
                           END-IF
           .

       DECODE-HEX-HEADER.
           MOVE 10 TO WS-DATA-POS
           MOVE HEX-IN-RECORD(2:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-HI
           MOVE HEX-IN-RECORD(3:1) TO WS-BYTE-VAL
           COMPUTE WS-REC-TYPE = WS-HI-NIB * 16 + WS-LO-NIB
           .

       DECODE-SREC-HEADER.
           MOVE HEX-IN-RECORD(3:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-HI
           MOVE HEX-IN-RECORD(4:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-LO
           COMPUTE WS-REC-LEN = WS-HI-NIB * 16 + WS-LO-NIB
           IF WS-REC-LEN < 3
               MOVE 0 TO WS-REC-LEN
           ELSE
               SUBTRACT 3 FROM WS-REC-LEN
           END-IF

           MOVE HEX-IN-RECORD(5:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-HI
           MOVE HEX-IN-RECORD(6:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-LO
           COMPUTE WS-REC-ADDR = (WS-HI-NIB * 16 + WS-LO-NIB) * 256

           MOVE HEX-IN-RECORD(7:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-HI
           MOVE HEX-IN-RECORD(8:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-LO
           COMPUTE WS-REC-ADDR =
               WS-REC-ADDR + WS-HI-NIB * 16 + WS-LO-NIB

           MOVE 0 TO WS-REC-TYPE
           MOVE 9 TO WS-DATA-POS
           .

       GET-NIB-HI.
           PERFORM VARYING WS-NIB-IDX FROM 1 BY 1 UNTIL WS-NIB-IDX > 16
               IF HEX-CHARS(WS-NIB-IDX:1) = WS-BYTE-VAL
                       IF WS-ABS-ADDR <= 65535
                           MOVE BIN-IN-RECORD
                               TO WS-IMAGE(WS-ABS-ADDR + 1:1)
                           MOVE "Y" TO WS-MEM-INIT(WS-ABS-ADDR + 1:1)
                           IF WS-ABS-ADDR > WS-USED-MAX
                               MOVE WS-ABS-ADDR TO WS-USED-MAX
                           END-IF
                       AT END MOVE 1 TO SYM-IN-EOF
                       NOT AT END
                           IF SYMBOL-COUNT < 200
                               AND SYM-IN-SEG NOT = "D"
                               AND SYM-IN-SEG NOT = "A"
                               ADD 1 TO SYMBOL-COUNT
                               MOVE SYM-IN-NAME
                                   TO SYM-NAME(SYMBOL-COUNT)
                        WS-STIM-TOKENS(15) WS-STIM-TOKENS(16)
                        WS-STIM-TOKENS(17)
               END-UNSTRING
               IF WS-STIM-TOKENS(1) = "INT"
                   PERFORM LOAD-INT-SCRIPT-LINE
               ELSE
                   MOVE WS-STIM-TOKENS(1) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   IF WS-ARG-VAL > 255
                       DISPLAY "Port script: port beyond 255 ignored: "
                           FUNCTION TRIM(WS-STIM-TOKENS(1))
                   ELSE
                       MOVE WS-ARG-VAL TO WS-STIM-PORT-NUM
                       PERFORM VARYING WS-TX FROM 2 BY 1
                           UNTIL WS-TX > 17
                           OR WS-STIM-TOKENS(WS-TX) = SPACES
                           MOVE WS-STIM-TOKENS(WS-TX) TO WS-ARG-TEXT
                           PERFORM PARSE-NUM-ARG
                           IF WS-STIM-COUNT < 1000
                               ADD 1 TO WS-STIM-COUNT
                               MOVE WS-STIM-PORT-NUM
                                   TO STIM-PORT(WS-STIM-COUNT)
                               COMPUTE STIM-VAL(WS-STIM-COUNT) =
                                   FUNCTION MOD(WS-ARG-VAL, 256)
                           ELSE
                               DISPLAY "Port script table full; "
                                   "remaining values ignored"
                               MOVE 18 TO WS-TX
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF
           .

       LOAD-INT-SCRIPT-LINE.
           MOVE 0 TO WS-IV
           PERFORM VARYING WS-IPX FROM 1 BY 1 UNTIL WS-IPX > 12
               IF INT-VEC-NAME(WS-IPX) = WS-STIM-TOKENS(2)
                   MOVE WS-IPX TO WS-IV
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-IV = 0
                   DISPLAY "Port script: unknown interrupt vector "
                       FUNCTION TRIM(WS-STIM-TOKENS(2)) " ignored"
               WHEN WS-IV > 8 AND WS-CPU-MODE NOT = "8085"
                   DISPLAY "Port script: "
                       FUNCTION TRIM(WS-STIM-TOKENS(2))
                       " needs 8085 mode; ignored"
               WHEN WS-STIM-TOKENS(3) NOT = "AT"
                   AND WS-STIM-TOKENS(3) NOT = "CYCLE"
                   AND WS-STIM-TOKENS(3) NOT = "EVERY"
                   DISPLAY "Port script: INT needs AT, CYCLE or EVERY: "
                       FUNCTION TRIM(PORT-SCRIPT-RECORD)
               WHEN INT-EVENT-COUNT >= 100
                   DISPLAY "Port script interrupt table full; "
                       "remaining requests ignored"
               WHEN OTHER
                   ADD 1 TO INT-EVENT-COUNT
                   MOVE WS-IV TO INT-EV-VEC(INT-EVENT-COUNT)
                   MOVE WS-STIM-TOKENS(3)(1:1)
                       TO INT-EV-KIND(INT-EVENT-COUNT)
                   MOVE WS-STIM-TOKENS(4) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO INT-EV-AT(INT-EVENT-COUNT)
                   MOVE 0 TO INT-EV-PERIOD(INT-EVENT-COUNT)
                   MOVE 0 TO INT-EV-LEFT(INT-EVENT-COUNT)
                   MOVE 0 TO INT-EV-DONE(INT-EVENT-COUNT)
                   IF WS-STIM-TOKENS(3) = "EVERY"
                       MOVE WS-ARG-VAL
                           TO INT-EV-PERIOD(INT-EVENT-COUNT)
                       IF WS-ARG-VAL = 0
                           DISPLAY "Port script: EVERY 0 ignored"
                           MOVE 1 TO INT-EV-DONE(INT-EVENT-COUNT)
                       END-IF
                       PERFORM VARYING WS-TX FROM 5 BY 2
                           UNTIL WS-TX > 16
                           OR WS-STIM-TOKENS(WS-TX) = SPACES
                           MOVE WS-STIM-TOKENS(WS-TX + 1)
                               TO WS-ARG-TEXT
                           PERFORM PARSE-NUM-ARG
                           EVALUATE WS-STIM-TOKENS(WS-TX)
                               WHEN "FROM"
                                   MOVE WS-ARG-VAL
                                       TO INT-EV-AT(INT-EVENT-COUNT)
                               WHEN "COUNT"
                                   MOVE WS-ARG-VAL
                                       TO INT-EV-LEFT(INT-EVENT-COUNT)
                               WHEN OTHER
                                   DISPLAY "Port script: unknown INT "
                                       "option "
                                       FUNCTION TRIM(
                                           WS-STIM-TOKENS(WS-TX))
                           END-EVALUATE
                       END-PERFORM
                   END-IF
           END-EVALUATE
           .

       RUN-SIMULATION.
           MOVE WS-START-ADDR TO WS-PC
           MOVE 0 TO WS-HALTED
           MOVE 0 TO WS-INSTR-COUNT
           MOVE SPACES TO WS-STOP-REASON

           MOVE 0 TO WS-CYCLE-COUNT
           IF WS-PROFILE-NAME NOT = SPACES
               PERFORM INIT-PROFILE-TABLE
           END-IF
           PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 12
               MOVE 0 TO INT-PENDING(WS-IV)
               MOVE SPACE TO INT-NOTED(WS-IV)
               MOVE 0 TO INT-REQ-CNT(WS-IV)
               MOVE 0 TO INT-TAKEN-CNT(WS-IV)
               MOVE 0 TO INT-DEFER-CNT(WS-IV)
               MOVE 0 TO INT-MASK-CNT(WS-IV)
           END-PERFORM
           PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 3
               MOVE 0 TO INT-MASK(WS-IV)
           END-PERFORM

           PERFORM UNTIL WS-HALTED = 1
               OR WS-INSTR-COUNT >= WS-LIMIT
               OR WS-HW-STOPPED = 1
               IF INT-EVENT-COUNT > 0
                   PERFORM CHECK-INT-TRIGGERS
                   PERFORM SERVICE-INTERRUPTS
               END-IF
               COMPUTE WS-OP = FUNCTION ORD(WS-IMAGE(WS-PC + 1:1)) - 1
               MOVE "Y" TO WS-FETCHED(WS-PC + 1:1)
               MOVE WS-PC TO WS-INSTR-PC
               PERFORM WRITE-TRACE-LINE
               IF HW-REGION-COUNT > 0
                   PERFORM CHECK-HW-FETCH
               END-IF
               ADD 1 TO WS-INSTR-COUNT
               PERFORM EXECUTE-INSTRUCTION
               IF WS-PROFILE-NAME NOT = SPACES
                   PERFORM RECORD-PROFILE-HIT
               END-IF
               IF WS-HALTED = 1 AND INT-EVENT-COUNT > 0
                   PERFORM WAIT-FOR-INTERRUPT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-HW-STOPPED = 1
                   MOVE "HWMAP VIOLATION" TO WS-STOP-REASON
               WHEN WS-HALTED = 1
                   MOVE "HLT" TO WS-STOP-REASON
               WHEN OTHER
                   MOVE "LIMIT REACHED" TO WS-STOP-REASON
           END-EVALUATE
           .

       CHECK-INT-TRIGGERS.
           PERFORM VARYING WS-IE FROM 1 BY 1
               UNTIL WS-IE > INT-EVENT-COUNT
               IF INT-EV-DONE(WS-IE) = 0
                   EVALUATE INT-EV-KIND(WS-IE)
                       WHEN "A"
                           IF WS-INSTR-COUNT >= INT-EV-AT(WS-IE)
                               MOVE 1 TO INT-EV-DONE(WS-IE)
                               PERFORM RAISE-INTERRUPT
                           END-IF
                       WHEN "C"
                           IF WS-CYCLE-COUNT >= INT-EV-AT(WS-IE)
                               MOVE 1 TO INT-EV-DONE(WS-IE)
                               PERFORM RAISE-INTERRUPT
                           END-IF
                       WHEN "E"
                           IF WS-CYCLE-COUNT >= INT-EV-AT(WS-IE)
                               PERFORM RAISE-INTERRUPT
                               PERFORM UNTIL INT-EV-AT(WS-IE)
                                   > WS-CYCLE-COUNT
                                   ADD INT-EV-PERIOD(WS-IE)
                                       TO INT-EV-AT(WS-IE)
                               END-PERFORM
                               IF INT-EV-LEFT(WS-IE) > 0
                                   SUBTRACT 1 FROM INT-EV-LEFT(WS-IE)
                                   IF INT-EV-LEFT(WS-IE) = 0
                                       MOVE 1 TO INT-EV-DONE(WS-IE)
                                   END-IF
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       RAISE-INTERRUPT.
           MOVE INT-EV-VEC(WS-IE) TO WS-IV
           ADD 1 TO INT-REQ-CNT(WS-IV)
           MOVE 1 TO INT-PENDING(WS-IV)
           .

       SERVICE-INTERRUPTS.
           MOVE 0 TO WS-INT-TAKEN-NOW
           PERFORM VARYING WS-IPX FROM 1 BY 1
               UNTIL WS-IPX > 12 OR WS-INT-TAKEN-NOW = 1
               MOVE INT-PRIORITY(WS-IPX * 2 - 1:2) TO WS-IV
               IF INT-PENDING(WS-IV) = 1
                   PERFORM CHECK-INT-ACCEPTED
                   EVALUATE TRUE
                       WHEN WS-INT-OK = 1
                           PERFORM TAKE-INTERRUPT
                           MOVE 1 TO WS-INT-TAKEN-NOW
                       WHEN WS-EI-SHADOW = 1
                           CONTINUE
                       WHEN WS-INT-ENABLED = 0
                           IF INT-NOTED(WS-IV) NOT = "D"
                               MOVE "D" TO INT-NOTED(WS-IV)
                               ADD 1 TO INT-DEFER-CNT(WS-IV)
                               MOVE "DEFERRED (INTERRUPTS OFF)"
                                   TO WS-INT-REASON
                               PERFORM WRITE-INT-TRACE-LINE
                           END-IF
                       WHEN OTHER
                           IF INT-NOTED(WS-IV) NOT = "M"
                               MOVE "M" TO INT-NOTED(WS-IV)
                               ADD 1 TO INT-MASK-CNT(WS-IV)
                               MOVE "MASKED (SIM MASK SET)"
                                   TO WS-INT-REASON
                               PERFORM WRITE-INT-TRACE-LINE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-EI-SHADOW
           .

       CHECK-INT-ACCEPTED.
           MOVE 1 TO WS-INT-OK
           IF WS-IV < 12
               IF WS-INT-ENABLED = 0 OR WS-EI-SHADOW = 1
                   MOVE 0 TO WS-INT-OK
               END-IF
               IF WS-IV > 8
                   IF INT-MASK(WS-IV - 8) = 1
                       MOVE 0 TO WS-INT-OK
                   END-IF
               END-IF
           END-IF
           .

       TAKE-INTERRUPT.
           MOVE 0 TO INT-PENDING(WS-IV)
           MOVE SPACE TO INT-NOTED(WS-IV)
           ADD 1 TO INT-TAKEN-CNT(WS-IV)
           MOVE "TAKEN" TO WS-INT-REASON
           PERFORM WRITE-INT-TRACE-LINE
           MOVE WS-PC TO WS-WORD
           PERFORM PUSH-WORD
           MOVE INT-VEC-ADDR(WS-IV) TO WS-PC
           MOVE 0 TO WS-INT-ENABLED
           MOVE 0 TO WS-HALTED
           IF WS-CPU-MODE = "8085"
               ADD 12 TO WS-CYCLE-COUNT
           ELSE
               ADD 11 TO WS-CYCLE-COUNT
           END-IF
           .

       WAIT-FOR-INTERRUPT.
           MOVE 0 TO WS-INT-WAKE-FOUND
           PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 12
               IF INT-PENDING(WS-IV) = 1
                   PERFORM CHECK-INT-ACCEPTED
                   IF WS-INT-OK = 1
                       MOVE 1 TO WS-INT-WAKE-FOUND
                       MOVE WS-CYCLE-COUNT TO WS-INT-WAKE-AT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IE FROM 1 BY 1
               UNTIL WS-IE > INT-EVENT-COUNT
               IF INT-EV-DONE(WS-IE) = 0
                   AND INT-EV-KIND(WS-IE) NOT = "A"
                   MOVE INT-EV-VEC(WS-IE) TO WS-IV
                   PERFORM CHECK-INT-ACCEPTED
                   IF WS-INT-OK = 1
                       IF WS-INT-WAKE-FOUND = 0
                           OR INT-EV-AT(WS-IE) < WS-INT-WAKE-AT
                           MOVE 1 TO WS-INT-WAKE-FOUND
                           MOVE INT-EV-AT(WS-IE) TO WS-INT-WAKE-AT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INT-WAKE-FOUND = 1
               IF WS-INT-WAKE-AT > WS-CYCLE-COUNT
                   MOVE WS-INT-WAKE-AT TO WS-CYCLE-COUNT
               END-IF
               MOVE SPACES TO TRACE-RECORD
               STRING "*** HALTED, WAITING FOR INTERRUPT UNTIL "
                          DELIMITED SIZE
                      "T-STATE " DELIMITED SIZE
                      WS-CYCLE-COUNT DELIMITED SIZE
                   INTO TRACE-RECORD
               WRITE TRACE-RECORD
               MOVE 0 TO WS-HALTED
           END-IF
           .

       WRITE-INT-TRACE-LINE.
           MOVE SPACES TO TRACE-RECORD
           STRING "*** INTERRUPT " DELIMITED SIZE
                  INT-VEC-NAME(WS-IV) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-INT-REASON DELIMITED SIZE
               INTO TRACE-RECORD
           IF WS-INT-REASON = "TAKEN"
               MOVE INT-VEC-ADDR(WS-IV) TO WS-TEMP
               PERFORM FORMAT-HEX4
               MOVE "VECTOR" TO TRACE-RECORD(30:6)
               MOVE WS-HEX4 TO TRACE-RECORD(37:4)
               MOVE WS-PC TO WS-TEMP
               PERFORM FORMAT-HEX4
               MOVE "RETURN" TO TRACE-RECORD(42:6)
               MOVE WS-HEX4 TO TRACE-RECORD(49:4)
           END-IF
           MOVE "T=" TO TRACE-RECORD(60:2)
           MOVE WS-CYCLE-COUNT TO TRACE-RECORD(62:12)
           WRITE TRACE-RECORD
           .

       LOOKUP-PC-SYMBOL.

       WRITE-TRACE-HEADER.
           MOVE SPACES TO TRACE-RECORD
           STRING WS-CPU-MODE DELIMITED SIZE
                  " SIMULATION OF " DELIMITED SIZE
                  FUNCTION TRIM(WS-INPUT-NAME) DELIMITED SIZE
               INTO TRACE-RECORD
           WRITE TRACE-RECORD
           .

       READ-MEM.
           IF HW-REGION-COUNT > 0
               PERFORM CHECK-HW-READ
           END-IF
           COMPUTE WS-VAL = FUNCTION ORD(WS-IMAGE(
               FUNCTION MOD(WS-ADDR, 65536) + 1:1)) - 1
           .

       WRITE-MEM.
           MOVE 0 TO WS-HW-SUPPRESS
           IF HW-REGION-COUNT > 0
               PERFORM CHECK-HW-WRITE
           END-IF
           IF WS-HW-SUPPRESS = 0
               MOVE FUNCTION CHAR(WS-VAL + 1) TO WS-IMAGE(
                   FUNCTION MOD(WS-ADDR, 65536) + 1:1)
           END-IF
           .

       CHECK-HW-READ.
           COMPUTE WS-HW-ADDR = FUNCTION MOD(WS-ADDR, 65536)
           PERFORM CLASSIFY-HW-ADDR
           EVALUATE TRUE
               WHEN WS-HW-KIND = "UNMAPPED"
                   ADD 1 TO WS-HW-UNMAPPED
                   MOVE "READ OF UNMAPPED" TO WS-HW-ACCESS
                   PERFORM WRITE-HW-TRACE-LINE
               WHEN WS-HW-KIND = "RAM"
                   AND WS-MEM-INIT(WS-HW-ADDR + 1:1) = LOW-VALUE
                   ADD 1 TO WS-HW-UNINIT-READS
                   MOVE "R" TO WS-MEM-INIT(WS-HW-ADDR + 1:1)
                   MOVE "READ OF UNWRITTEN RAM" TO WS-HW-ACCESS
                   PERFORM WRITE-HW-TRACE-LINE
           END-EVALUATE
           .

       CHECK-HW-WRITE.
           COMPUTE WS-HW-ADDR = FUNCTION MOD(WS-ADDR, 65536)
           PERFORM CLASSIFY-HW-ADDR
           MOVE "Y" TO WS-MEM-INIT(WS-HW-ADDR + 1:1)
           EVALUATE WS-HW-KIND
               WHEN "ROM"
                   ADD 1 TO WS-HW-ROM-WRITES
                   MOVE 1 TO WS-HW-SUPPRESS
                   MOVE "WRITE TO ROM" TO WS-HW-ACCESS
                   PERFORM WRITE-HW-TRACE-LINE
               WHEN "UNMAPPED"
                   ADD 1 TO WS-HW-UNMAPPED
                   MOVE "WRITE TO UNMAPPED" TO WS-HW-ACCESS
                   PERFORM WRITE-HW-TRACE-LINE
           END-EVALUATE
           .

       CHECK-HW-FETCH.
           MOVE WS-PC TO WS-HW-ADDR
           PERFORM CLASSIFY-HW-ADDR
           IF WS-HW-KIND = "UNMAPPED"
               ADD 1 TO WS-HW-UNMAPPED
               MOVE "FETCH FROM UNMAPPED" TO WS-HW-ACCESS
               PERFORM WRITE-HW-TRACE-LINE
           END-IF
           .

       CLASSIFY-HW-ADDR.
           COMPUTE WS-HRX = FUNCTION ORD(
               HW-ADDR-REGION(WS-HW-ADDR + 1:1)) - 1
           IF WS-HRX = 0
               MOVE "UNMAPPED" TO WS-HW-KIND
               MOVE "(NONE)" TO WS-HW-NAME
           ELSE
               MOVE HWR-KIND(WS-HRX) TO WS-HW-KIND
               MOVE HWR-NAME(WS-HRX) TO WS-HW-NAME
           END-IF
           .

       WRITE-HW-TRACE-LINE.
           MOVE WS-HW-ADDR TO WS-TEMP
           PERFORM FORMAT-HEX4
           MOVE SPACES TO TRACE-RECORD
           STRING "*** HWMAP " DELIMITED SIZE
                  WS-HW-ACCESS DELIMITED SIZE
                  " ADDR " DELIMITED SIZE
                  WS-HEX4 DELIMITED SIZE
                  " REGION " DELIMITED SIZE
                  FUNCTION TRIM(WS-HW-NAME) DELIMITED SIZE
                  " (" DELIMITED SIZE
                  FUNCTION TRIM(WS-HW-KIND) DELIMITED SIZE
                  ")" DELIMITED SIZE
               INTO TRACE-RECORD
           MOVE WS-INSTR-PC TO WS-TEMP
           PERFORM FORMAT-HEX4
           MOVE "PC" TO TRACE-RECORD(72:2)
           MOVE WS-HEX4 TO TRACE-RECORD(75:4)
           WRITE TRACE-RECORD
           IF WS-HWCHECK = "STOP"
               MOVE 1 TO WS-HW-STOPPED
           END-IF
           .

       LOAD-HW-MAP.
           MOVE LOW-VALUES TO HW-ADDR-REGION
           MOVE 0 TO HWMAP-EOF
           OPEN INPUT HWMAP-FILE
           IF HWMAP-STATUS NOT = "00"
               DISPLAY "Error opening hardware map "
                   FUNCTION TRIM(WS-HWMAP-NAME) ": " HWMAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HWMAP-EOF = 1
               READ HWMAP-FILE
                   AT END MOVE 1 TO HWMAP-EOF
                   NOT AT END
                       PERFORM LOAD-HW-MAP-LINE
               END-READ
           END-PERFORM
           CLOSE HWMAP-FILE
           IF WS-HW-ERRORS > 0
               DISPLAY WS-HW-ERRORS " error(s) in hardware map "
                   FUNCTION TRIM(WS-HWMAP-NAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LOAD-HW-MAP-LINE.
           IF HWMAP-RECORD = SPACES
               OR HWMAP-RECORD(1:1) = ";"
               OR HWMAP-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-HW-TOKENS(1) WS-HW-TOKENS(2)
                   WS-HW-TOKENS(3) WS-HW-TOKENS(4)
               UNSTRING FUNCTION UPPER-CASE(
                   FUNCTION TRIM(HWMAP-RECORD))
                   DELIMITED BY ALL " "
                   INTO WS-HW-TOKENS(1) WS-HW-TOKENS(2)
                        WS-HW-TOKENS(3) WS-HW-TOKENS(4)
               END-UNSTRING
               MOVE WS-HW-TOKENS(3) TO WS-ARG-TEXT
               PERFORM PARSE-NUM-ARG
               MOVE WS-ARG-VAL TO WS-HW-ADDR
               MOVE WS-HW-TOKENS(4) TO WS-ARG-TEXT
               PERFORM PARSE-NUM-ARG
               EVALUATE TRUE
                   WHEN WS-HW-TOKENS(2) NOT = "ROM"
                       AND WS-HW-TOKENS(2) NOT = "RAM"
                       AND WS-HW-TOKENS(2) NOT = "MMIO"
                       AND WS-HW-TOKENS(2) NOT = "UNMAPPED"
                       DISPLAY "Hardware map: unknown region kind: "
                           FUNCTION TRIM(HWMAP-RECORD)
                       ADD 1 TO WS-HW-ERRORS
                   WHEN WS-HW-TOKENS(4) = SPACES
                       OR WS-ARG-VAL > 65535
                       OR WS-ARG-VAL < WS-HW-ADDR
                       DISPLAY "Hardware map: bad address range: "
                           FUNCTION TRIM(HWMAP-RECORD)
                       ADD 1 TO WS-HW-ERRORS
                   WHEN HW-REGION-COUNT >= 32
                       DISPLAY "Hardware map: more than 32 regions; "
                           "ignoring " FUNCTION TRIM(WS-HW-TOKENS(1))
                   WHEN OTHER
                       ADD 1 TO HW-REGION-COUNT
                       MOVE WS-HW-TOKENS(1)
                           TO HWR-NAME(HW-REGION-COUNT)
                       MOVE WS-HW-TOKENS(2)
                           TO HWR-KIND(HW-REGION-COUNT)
                       MOVE WS-HW-ADDR TO HWR-START(HW-REGION-COUNT)
                       MOVE WS-ARG-VAL TO HWR-END(HW-REGION-COUNT)
                       MOVE 0 TO WS-HW-OVL
                       PERFORM VARYING WS-HW-ADDR FROM WS-HW-ADDR BY 1
                           UNTIL WS-HW-ADDR > WS-ARG-VAL
                           IF HW-ADDR-REGION(WS-HW-ADDR + 1:1)
                               NOT = LOW-VALUE
                               MOVE 1 TO WS-HW-OVL
                           END-IF
                           MOVE FUNCTION CHAR(HW-REGION-COUNT + 1)
                               TO HW-ADDR-REGION(WS-HW-ADDR + 1:1)
                       END-PERFORM
                       IF WS-HW-OVL = 1
                           DISPLAY "Hardware map: region "
                               FUNCTION TRIM(WS-HW-TOKENS(1))
                               " overlaps an earlier region"
                       END-IF
               END-EVALUATE
           END-IF
           .

       GET-SRC-VAL.
               WHEN OTHER
                   PERFORM EXECUTE-GROUP-3
           END-EVALUATE
           PERFORM COUNT-CYCLES
           .

       COUNT-CYCLES.
           EVALUATE TRUE
               WHEN WS-OP = 118
                   IF WS-CPU-MODE = "8085"
                       MOVE 5 TO WS-INSTR-CYCLES
                   ELSE
                       MOVE 7 TO WS-INSTR-CYCLES
                   END-IF
               WHEN WS-D-HI = 1
                   IF WS-D-DST = 6 OR WS-D-SRC = 6
                       MOVE 7 TO WS-INSTR-CYCLES
                   ELSE
                       IF WS-CPU-MODE = "8085"
                           MOVE 4 TO WS-INSTR-CYCLES
                       ELSE
                           MOVE 5 TO WS-INSTR-CYCLES
                       END-IF
                   END-IF
               WHEN WS-D-HI = 2
                   IF WS-D-SRC = 6
                       MOVE 7 TO WS-INSTR-CYCLES
                   ELSE
                       MOVE 4 TO WS-INSTR-CYCLES
                   END-IF
               WHEN WS-D-HI = 0
                   PERFORM COUNT-CYCLES-GROUP-0
               WHEN OTHER
                   PERFORM COUNT-CYCLES-GROUP-3
           END-EVALUATE
           ADD WS-INSTR-CYCLES TO WS-CYCLE-COUNT
           .

       COUNT-CYCLES-GROUP-0.
           EVALUATE WS-D-SRC
               WHEN 0
                   MOVE 4 TO WS-INSTR-CYCLES
               WHEN 1
                   MOVE 10 TO WS-INSTR-CYCLES
               WHEN 2
                   EVALUATE WS-D-DST
                       WHEN 4
                       WHEN 5
                           MOVE 16 TO WS-INSTR-CYCLES
                       WHEN 6
                       WHEN 7
                           MOVE 13 TO WS-INSTR-CYCLES
                       WHEN OTHER
                           MOVE 7 TO WS-INSTR-CYCLES
                   END-EVALUATE
               WHEN 3
                   IF WS-CPU-MODE = "8085"
                       MOVE 6 TO WS-INSTR-CYCLES
                   ELSE
                       MOVE 5 TO WS-INSTR-CYCLES
                   END-IF
               WHEN 4
               WHEN 5
                   IF WS-D-DST = 6
                       MOVE 10 TO WS-INSTR-CYCLES
                   ELSE
                       IF WS-CPU-MODE = "8085"
                           MOVE 4 TO WS-INSTR-CYCLES
                       ELSE
                           MOVE 5 TO WS-INSTR-CYCLES
                       END-IF
                   END-IF
               WHEN 6
                   IF WS-D-DST = 6
                       MOVE 10 TO WS-INSTR-CYCLES
                   ELSE
                       MOVE 7 TO WS-INSTR-CYCLES
                   END-IF
               WHEN 7
                   MOVE 4 TO WS-INSTR-CYCLES
           END-EVALUATE
           .

       COUNT-CYCLES-GROUP-3.
           EVALUATE WS-D-SRC
               WHEN 0
                   IF WS-CPU-MODE = "8085"
                       IF WS-COND-MET = 1
                           MOVE 12 TO WS-INSTR-CYCLES
                       ELSE
                           MOVE 6 TO WS-INSTR-CYCLES
                       END-IF
                   ELSE
                       IF WS-COND-MET = 1
                           MOVE 11 TO WS-INSTR-CYCLES
                       ELSE
                           MOVE 5 TO WS-INSTR-CYCLES
                       END-IF
                   END-IF
               WHEN 1
                   EVALUATE WS-D-DST
                       WHEN 3
                           MOVE 4 TO WS-INSTR-CYCLES
                       WHEN 5
                       WHEN 7
                           IF WS-CPU-MODE = "8085"
                               MOVE 6 TO WS-INSTR-CYCLES
                           ELSE
                               MOVE 5 TO WS-INSTR-CYCLES
                           END-IF
                       WHEN OTHER
                           MOVE 10 TO WS-INSTR-CYCLES
                   END-EVALUATE
               WHEN 2
                   IF WS-CPU-MODE = "8085" AND WS-COND-MET = 0
                       MOVE 7 TO WS-INSTR-CYCLES
                   ELSE
                       MOVE 10 TO WS-INSTR-CYCLES
                   END-IF
               WHEN 3
                   EVALUATE WS-D-DST
                       WHEN 0
                       WHEN 2
                       WHEN 3
                           MOVE 10 TO WS-INSTR-CYCLES
                       WHEN 4
                           IF WS-CPU-MODE = "8085"
                               MOVE 16 TO WS-INSTR-CYCLES
                           ELSE
                               MOVE 18 TO WS-INSTR-CYCLES
                           END-IF
                       WHEN OTHER
                           MOVE 4 TO WS-INSTR-CYCLES
                   END-EVALUATE
               WHEN 4
                   IF WS-CPU-MODE = "8085"
                       IF WS-COND-MET = 1
                           MOVE 18 TO WS-INSTR-CYCLES
                       ELSE
                           MOVE 9 TO WS-INSTR-CYCLES
                       END-IF
                   ELSE
                       IF WS-COND-MET = 1
                           MOVE 17 TO WS-INSTR-CYCLES
                       ELSE
                           MOVE 11 TO WS-INSTR-CYCLES
                       END-IF
                   END-IF
               WHEN 5
                   EVALUATE WS-D-DST
                       WHEN 0
                       WHEN 2
                       WHEN 4
                       WHEN 6
                           IF WS-CPU-MODE = "8085"
                               MOVE 12 TO WS-INSTR-CYCLES
                           ELSE
                               MOVE 11 TO WS-INSTR-CYCLES
                           END-IF
                       WHEN 1
                           IF WS-CPU-MODE = "8085"
                               MOVE 18 TO WS-INSTR-CYCLES
                           ELSE
                               MOVE 17 TO WS-INSTR-CYCLES
                           END-IF
                       WHEN OTHER
                           MOVE 4 TO WS-INSTR-CYCLES
                   END-EVALUATE
               WHEN 6
                   MOVE 7 TO WS-INSTR-CYCLES
               WHEN 7
                   IF WS-CPU-MODE = "8085"
                       MOVE 12 TO WS-INSTR-CYCLES
                   ELSE
                       MOVE 11 TO WS-INSTR-CYCLES
                   END-IF
           END-EVALUATE
           .

       EXECUTE-GROUP-0.
           EVALUATE WS-D-SRC
               WHEN 0
                   IF WS-CPU-MODE = "8085"
                       IF WS-OP = 32
                           PERFORM EXECUTE-RIM
                       END-IF
                       IF WS-OP = 48
                           PERFORM EXECUTE-SIM
                       END-IF
                   END-IF
                   COMPUTE WS-PC = FUNCTION MOD(WS-PC + 1, 65536)
               WHEN 1
                   IF FUNCTION MOD(WS-D-DST, 2) = 0
           PERFORM SET-FLAGS-SZP
           .

       EXECUTE-RIM.
           COMPUTE WS-REG(8) = INT-PENDING(11) * 64
               + INT-PENDING(10) * 32 + INT-PENDING(9) * 16
               + WS-INT-ENABLED * 8 + INT-MASK(3) * 4
               + INT-MASK(2) * 2 + INT-MASK(1)
           .

       EXECUTE-SIM.
           COMPUTE WS-PAR-I = FUNCTION MOD(WS-REG(8) / 8, 2)
           IF WS-PAR-I = 1
               COMPUTE INT-MASK(1) = FUNCTION MOD(WS-REG(8), 2)
               COMPUTE INT-MASK(2) = FUNCTION MOD(WS-REG(8) / 2, 2)
               COMPUTE INT-MASK(3) = FUNCTION MOD(WS-REG(8) / 4, 2)
           END-IF
           COMPUTE WS-PAR-I = FUNCTION MOD(WS-REG(8) / 16, 2)
           IF WS-PAR-I = 1
               MOVE 0 TO INT-PENDING(11)
               MOVE SPACE TO INT-NOTED(11)
           END-IF
           .

       EXECUTE-GROUP-3.
           EVALUATE WS-D-SRC
               WHEN 0
                   COMPUTE WS-PC = FUNCTION MOD(WS-PC + 1, 65536)
               WHEN 7
                   MOVE 1 TO WS-INT-ENABLED
                   MOVE 1 TO WS-EI-SHADOW
                   COMPUTE WS-PC = FUNCTION MOD(WS-PC + 1, 65536)
               WHEN OTHER
                   COMPUTE WS-PC = FUNCTION MOD(WS-PC + 1, 65536)
                  WS-INSTR-COUNT DELIMITED SIZE
               INTO TRACE-RECORD
           WRITE TRACE-RECORD
           MOVE SPACES TO TRACE-RECORD
           STRING "T-STATES EXECUTED: " DELIMITED SIZE
                  WS-CYCLE-COUNT DELIMITED SIZE
                  " (" DELIMITED SIZE
                  WS-CPU-MODE DELIMITED SIZE
                  " TIMING)" DELIMITED SIZE
               INTO TRACE-RECORD
           WRITE TRACE-RECORD

           IF HW-REGION-COUNT > 0
               MOVE SPACES TO TRACE-RECORD
               MOVE "HARDWARE MAP CHECKS" TO TRACE-RECORD
               WRITE TRACE-RECORD
               MOVE SPACES TO TRACE-RECORD
               STRING "WRITES TO ROM " DELIMITED SIZE
                      WS-HW-ROM-WRITES DELIMITED SIZE
                      " UNMAPPED ACCESSES " DELIMITED SIZE
                      WS-HW-UNMAPPED DELIMITED SIZE
                      " UNWRITTEN RAM READS " DELIMITED SIZE
                      WS-HW-UNINIT-READS DELIMITED SIZE
                   INTO TRACE-RECORD
               WRITE TRACE-RECORD
           END-IF

           MOVE SPACES TO TRACE-RECORD
           MOVE "INTERRUPT ACTIVITY" TO TRACE-RECORD
           WRITE TRACE-RECORD
           IF INT-EVENT-COUNT = 0
               MOVE "NONE" TO TRACE-RECORD
               WRITE TRACE-RECORD
           ELSE
               PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 12
                   IF INT-REQ-CNT(WS-IV) > 0
                       MOVE SPACES TO TRACE-RECORD
                       STRING INT-VEC-NAME(WS-IV) DELIMITED SIZE
                              " REQUESTED " DELIMITED SIZE
                              INT-REQ-CNT(WS-IV) DELIMITED SIZE
                              " TAKEN " DELIMITED SIZE
                              INT-TAKEN-CNT(WS-IV) DELIMITED SIZE
                              " DEFERRED " DELIMITED SIZE
                              INT-DEFER-CNT(WS-IV) DELIMITED SIZE
                              " MASKED " DELIMITED SIZE
                              INT-MASK-CNT(WS-IV) DELIMITED SIZE
                              " PENDING " DELIMITED SIZE
                              INT-PENDING(WS-IV) DELIMITED SIZE
                           INTO TRACE-RECORD
                       WRITE TRACE-RECORD
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO TRACE-RECORD
           MOVE "FINAL REGISTERS" TO TRACE-RECORD
           END-PERFORM
           .

       INIT-PROFILE-TABLE.
           IF SYMBOL-COUNT = 0
               DISPLAY "Warning: PROFILE without SYM= groups all "
                   "execution under (NO SYMBOL)"
           END-IF
           PERFORM VARYING WS-PROF-IX FROM 1 BY 1 UNTIL WS-PROF-IX > 201
               MOVE SPACES TO PROF-NAME(WS-PROF-IX)
               MOVE 0 TO PROF-ADDR(WS-PROF-IX)
               MOVE 0 TO PROF-EXEC(WS-PROF-IX)
               MOVE 0 TO PROF-CYCLES(WS-PROF-IX)
               IF WS-PROF-IX <= SYMBOL-COUNT
                   MOVE SYM-NAME(WS-PROF-IX) TO PROF-NAME(WS-PROF-IX)
                   MOVE SYM-VALUE(WS-PROF-IX) TO PROF-ADDR(WS-PROF-IX)
               END-IF
           END-PERFORM
           MOVE "(NO SYMBOL)" TO PROF-NAME(201)
           .

       RECORD-PROFILE-HIT.
           MOVE 0 TO WS-PROF-FOUND
           MOVE 201 TO WS-PROF-IX
           MOVE 0 TO WS-PROF-BEST
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > SYMBOL-COUNT
               IF SYM-VALUE(WS-SX) <= WS-INSTR-PC
                   AND (WS-PROF-FOUND = 0
                       OR SYM-VALUE(WS-SX) > WS-PROF-BEST)
                   MOVE 1 TO WS-PROF-FOUND
                   MOVE SYM-VALUE(WS-SX) TO WS-PROF-BEST
                   MOVE WS-SX TO WS-PROF-IX
               END-IF
           END-PERFORM
           ADD 1 TO PROF-EXEC(WS-PROF-IX)
           ADD WS-INSTR-CYCLES TO PROF-CYCLES(WS-PROF-IX)
           .

       WRITE-PROFILE-FILE.
           OPEN OUTPUT PROFILE-FILE
           IF PROFILE-STATUS NOT = "00"
               DISPLAY "Error opening profile file: " PROFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PROF-PX FROM 1 BY 1 UNTIL WS-PROF-PX > 201
               MOVE WS-PROF-PX TO PROF-ORDER(WS-PROF-PX)
           END-PERFORM
           PERFORM VARYING WS-PROF-PX FROM 1 BY 1 UNTIL WS-PROF-PX > 200
               PERFORM VARYING WS-PROF-PY FROM WS-PROF-PX BY 1
                   UNTIL WS-PROF-PY > 201
                   IF PROF-CYCLES(PROF-ORDER(WS-PROF-PY)) >
                       PROF-CYCLES(PROF-ORDER(WS-PROF-PX))
                       MOVE PROF-ORDER(WS-PROF-PX) TO WS-PROF-SWAP
                       MOVE PROF-ORDER(WS-PROF-PY)
                           TO PROF-ORDER(WS-PROF-PX)
                       MOVE WS-PROF-SWAP TO PROF-ORDER(WS-PROF-PY)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO PROFILE-RECORD
           STRING "EXECUTION PROFILE OF " DELIMITED SIZE
                  FUNCTION TRIM(WS-INPUT-NAME) DELIMITED SIZE
               INTO PROFILE-RECORD
           WRITE PROFILE-RECORD
           MOVE SPACES TO PROFILE-RECORD
           STRING "INSTRUCTIONS " DELIMITED SIZE
                  WS-INSTR-COUNT DELIMITED SIZE
                  "  T-STATES " DELIMITED SIZE
                  WS-CYCLE-COUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-CPU-MODE DELIMITED SIZE
                  " TIMING" DELIMITED SIZE
               INTO PROFILE-RECORD
           WRITE PROFILE-RECORD
           MOVE SPACES TO PROFILE-RECORD
           WRITE PROFILE-RECORD
           MOVE "ROUTINE          ADDR  INSTRUCTIONS      T-STATES  PCT"
               TO PROFILE-RECORD
           WRITE PROFILE-RECORD

           PERFORM VARYING WS-PROF-PX FROM 1 BY 1 UNTIL WS-PROF-PX > 201
               MOVE PROF-ORDER(WS-PROF-PX) TO WS-PROF-IX
               IF PROF-EXEC(WS-PROF-IX) > 0
                   PERFORM WRITE-PROFILE-LINE
               END-IF
           END-PERFORM
           CLOSE PROFILE-FILE
           .

       WRITE-PROFILE-LINE.
           MOVE SPACES TO PROFILE-RECORD
           MOVE PROF-NAME(WS-PROF-IX) TO PROFILE-RECORD(1:16)
           IF WS-PROF-IX = 201
               MOVE "----" TO PROFILE-RECORD(18:4)
           ELSE
               MOVE PROF-ADDR(WS-PROF-IX) TO WS-TEMP
               PERFORM FORMAT-HEX4
               MOVE WS-HEX4 TO PROFILE-RECORD(18:4)
           END-IF
           MOVE PROF-EXEC(WS-PROF-IX) TO PROFILE-RECORD(25:9)
           MOVE PROF-CYCLES(WS-PROF-IX) TO PROFILE-RECORD(36:12)
           IF WS-CYCLE-COUNT > 0
               COMPUTE WS-PROF-PCT =
                   PROF-CYCLES(WS-PROF-IX) * 100 / WS-CYCLE-COUNT
           ELSE
               MOVE 0 TO WS-PROF-PCT
           END-IF
           MOVE WS-PROF-PCT TO PROFILE-RECORD(50:3)
           WRITE PROFILE-RECORD
           .

       WRITE-COV-FILE.
           OPEN OUTPUT COV-FILE
           IF COV-STATUS NOT = "00"
       DECODE-GROUP-0.
           EVALUATE WS-D-SRC
               WHEN 0
                   EVALUATE TRUE
                       WHEN WS-OP = 0
                           MOVE "NOP" TO WS-D-PREFIX
                       WHEN WS-OP = 32 AND WS-CPU-MODE = "8085"
                           MOVE "RIM" TO WS-D-PREFIX
                       WHEN WS-OP = 48 AND WS-CPU-MODE = "8085"
                           MOVE "SIM" TO WS-D-PREFIX
                       WHEN OTHER
                           MOVE 1 TO WS-D-ISDB
                   END-EVALUATE
               WHEN 1
                   IF FUNCTION MOD(WS-D-DST, 2) = 0
                       STRING "LXI " DELIMITED SIZE
