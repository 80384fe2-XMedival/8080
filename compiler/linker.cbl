           SELECT MAP-FILE ASSIGN TO WS-MAP-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MAP-STATUS.
           SELECT HWMAP-FILE ASSIGN TO WS-HWMAP-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HWMAP-STATUS.
           SELECT OPTIONAL BUILD-LOG-FILE ASSIGN TO WS-BLDLOG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BLDLOG-STATUS.
       01 SYM-IN-RECORD.
           05 SYM-IN-NAME     PIC X(16).
           05 SYM-IN-VALUE    PIC 9(5).
           05 SYM-IN-SEG      PIC X.

       FD REL-IN-FILE.
       01 REL-IN-RECORD.
           05 REL-IN-NAME     PIC X(16).
           05 REL-IN-ADDR     PIC 9(5).
           05 REL-IN-KIND     PIC X.

       FD LIB-IN-FILE.
       01 LIB-IN-RECORD       PIC X(600).
       FD MAP-FILE.
       01 MAP-RECORD          PIC X(80).

       FD HWMAP-FILE.
       01 HWMAP-RECORD        PIC X(80).

       FD BUILD-LOG-FILE.
       01 BUILD-LOG-RECORD    PIC X(200).

       01 OUTPUT-STATUS       PIC XX.
       01 MAP-STATUS          PIC XX.
       01 BLDLOG-STATUS       PIC XX.
       01 HWMAP-STATUS        PIC XX.
       01 WS-BLDLOG-NAME      PIC X(256) VALUE "build.log".
       01 WS-BUILD-DATE       PIC X(8).
       01 WS-BUILD-TIME       PIC X(8).
       01 WS-MODLIST-NAME     PIC X(256).
       01 WS-OUTPUT-NAME      PIC X(256).
       01 WS-MAP-NAME         PIC X(256).
       01 WS-OUTPUT-MODE      PIC X(3) VALUE "HEX".
       01 WS-BASE-NAME        PIC X(256).
       01 WS-BASE-LEN         PIC 999.
       01 WS-DOT-POS          PIC 999.
       01 WS-SCANI            PIC 999.
       01 WS-EXTRA-ARG        PIC X(272).
       01 WS-EXTRA-ARG-U      PIC X(272).
       01 WS-ARGS-DONE        PIC 9 VALUE 0.
       01 WS-ARG-TEXT         PIC X(16).
       01 WS-ARG-VAL          PIC 9(7).

       01 WS-CUR-BASE         PIC X(64).
       01 WS-CUR-HEX-NAME     PIC X(256).
       01 WS-BASE-ADDR        PIC 9(5) VALUE 0.
       01 WS-MODULE-BASE      PIC 9(5) VALUE 0.
       01 WS-MODULE-MAX       PIC 9(5) VALUE 0.
       01 WS-DATA-ARG         PIC X(16) VALUE SPACES.
       01 WS-DATA-START       PIC 9(5) VALUE 0.
       01 WS-DATA-SET         PIC 9 VALUE 0.
       01 WS-DATA-NEXT        PIC 9(7) VALUE 0.
       01 WS-DATA-TOTAL       PIC 9(5) VALUE 0.
       01 WS-DATA-END         PIC 9(5).
       01 WS-MODULE-DATA-BASE PIC 9(5) VALUE 0.
       01 WS-MODULE-DATA-SIZE PIC 9(5) VALUE 0.
       01 WS-DATA-ERRORS      PIC 9(5) VALUE 0.
       01 WS-DATA-ON-CODE     PIC 9(5) VALUE 0.
       01 WS-DATA-OUTSIDE     PIC 9(5) VALUE 0.
       01 WS-DREL-ADDR        PIC 9(7).
       01 WS-DREL-WORD        PIC 9(7).

       01 HEX-CHARS           PIC X(16) VALUE "0123456789ABCDEF".

       01 WS-REC-LEN          PIC 999.
       01 WS-REC-TYPE         PIC 99.
       01 WS-REC-ADDR         PIC 9(5).
       01 WS-DATA-POS         PIC 99.
       01 WS-ABS-ADDR         PIC 9(7).
       01 WS-BYTE-VAL         PIC X.
       01 WS-HI-NIB           PIC 99.
               10 MODULE-NAME  PIC X(64).
               10 MODULE-BASE  PIC 9(5).
               10 MODULE-LIB   PIC X.
               10 MODULE-DATA-BASE PIC 9(5).
               10 MODULE-DATA-SIZE PIC 9(5).

       01 MODULE-COUNT        PIC 999 VALUE 0.


       01 SYMBOL-COUNT        PIC 999 VALUE 0.

       01 WS-HWMAP-NAME       PIC X(256).
       01 WS-ROMCHECK         PIC X(6) VALUE "REJECT".
       01 HWMAP-EOF           PIC 9 VALUE 0.
       01 HW-REGION-TABLE.
           05 HW-REGION OCCURS 32 TIMES.
               10 HWR-NAME     PIC X(16).
               10 HWR-KIND     PIC X(8).
               10 HWR-START    PIC 9(5).
               10 HWR-END      PIC 9(5).
               10 HWR-USED     PIC 9(5).
       01 HW-REGION-COUNT     PIC 99 VALUE 0.
       01 HW-ADDR-REGION      PIC X(65536).
       01 WS-HW-TOKENS OCCURS 4 TIMES PIC X(16).
       01 WS-HW-ERRORS        PIC 9(5) VALUE 0.
       01 WS-HW-OVL           PIC 9.
       01 WS-HRX              PIC 99.
       01 WS-HW-ADDR          PIC 9(7).
       01 WS-HW-KIND          PIC X(8).
       01 WS-HW-NAME          PIC X(16).
       01 WS-HW-OUTSIDE       PIC 9(5) VALUE 0.
       01 WS-HW-PCT           PIC 999.
       01 WS-HW-SIZE          PIC 9(5).
       01 OUTSIDE-TABLE.
           05 OUTSIDE-ENTRY OCCURS 50 TIMES.
               10 OUT-START    PIC 9(5).
               10 OUT-END      PIC 9(5).
               10 OUT-REGION   PIC 99.
               10 OUT-MODULE   PIC 999.
       01 WS-OUT-COUNT        PIC 99 VALUE 0.
       01 WS-OUT-MOD          PIC 999.

       01 REL-TABLE.
           05 REL-ENTRY OCCURS 200 TIMES.
               10 REL-NAME     PIC X(16).
       01 WS-ADDR-LO-BYTE     PIC 999.
       01 WS-CHECKSUM-SUM     PIC 9(5).
       01 WS-CHECKSUM-VAL     PIC 999.
       01 WS-LEN-BYTE         PIC 999.
       01 WS-SREC-BYTE        PIC 999.
       01 WS-SREC-SUM         PIC 9(5).
       01 WS-SREC-COUNT       PIC 9(5) VALUE 0.
       01 WS-SREC-TEXT        PIC X(20).
       01 WS-SREC-LEN         PIC 99.
       01 WS-SREC-IX          PIC 99.
       01 WS-SREC-HEX         PIC XX.
       01 HEX-LINE.
           05 HEX-LEN          PIC XX.
           05 HEX-ADDR         PIC X(4).
           ACCEPT WS-MAP-NAME FROM ARGUMENT-VALUE

           IF WS-MODLIST-NAME = SPACES OR WS-OUTPUT-NAME = SPACES
               DISPLAY "Usage: linker modules.lst output.hex [map] "
                   "[HWMAP=board.hwm] [ROMCHECK=WARN|REJECT] "
                   "[DATA=addr] [HEX|S19]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FUNCTION UPPER-CASE(WS-MAP-NAME(1:6)) = "HWMAP="
               OR FUNCTION UPPER-CASE(WS-MAP-NAME(1:9)) = "ROMCHECK="
               OR FUNCTION UPPER-CASE(WS-MAP-NAME(1:5)) = "DATA="
               OR FUNCTION UPPER-CASE(WS-MAP-NAME) = "HEX"
               OR FUNCTION UPPER-CASE(WS-MAP-NAME) = "S19"
               MOVE WS-MAP-NAME TO WS-EXTRA-ARG
               MOVE SPACES TO WS-MAP-NAME
               PERFORM CLASSIFY-EXTRA-ARG
           END-IF
           PERFORM UNTIL WS-ARGS-DONE = 1
               MOVE SPACES TO WS-EXTRA-ARG
               ACCEPT WS-EXTRA-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE 1 TO WS-ARGS-DONE
               END-ACCEPT
               IF WS-ARGS-DONE = 0
                   IF WS-EXTRA-ARG = SPACES
                       MOVE 1 TO WS-ARGS-DONE
                   ELSE
                       PERFORM CLASSIFY-EXTRA-ARG
                   END-IF
               END-IF
           END-PERFORM

           IF WS-HWMAP-NAME NOT = SPACES
               PERFORM LOAD-HW-MAP
           END-IF
           PERFORM SET-DATA-START

           IF WS-MAP-NAME = SPACES
               PERFORM BUILD-MAP-NAME
           END-IF

           PERFORM PATCH-RELOCATIONS

           IF HW-REGION-COUNT > 0
               PERFORM CHECK-HW-PLACEMENT
           END-IF
           IF WS-DATA-TOTAL > 0 AND WS-DATA-SET = 1
               PERFORM CHECK-DATA-PLACEMENT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           PERFORM WRITE-COMBINED-HEX
           CLOSE OUTPUT-FILE
                   " byte(s) beyond address 65535 not placed"
           END-IF

           IF WS-HW-OUTSIDE > 0
               PERFORM DISPLAY-OUTSIDE-ROM
           END-IF

           IF WS-DATA-ERRORS > 0
               DISPLAY WS-DATA-ERRORS
                   " data segment error(s); link failed"
           END-IF

           IF WS-ERROR-COUNT > 0 OR WS-OVL-COUNT > 0
               OR WS-RANGE-ERRORS > 0 OR WS-DATA-ERRORS > 0
               OR (WS-HW-OUTSIDE > 0 AND WS-ROMCHECK = "REJECT")
               IF WS-ERROR-COUNT > 0
                   DISPLAY WS-ERROR-COUNT " unresolved external(s)"
               END-IF
           END-IF
           .

       CLASSIFY-EXTRA-ARG.
           MOVE FUNCTION UPPER-CASE(WS-EXTRA-ARG) TO WS-EXTRA-ARG-U
           EVALUATE TRUE
               WHEN WS-EXTRA-ARG-U(1:6) = "HWMAP="
                   MOVE WS-EXTRA-ARG(7:256) TO WS-HWMAP-NAME
               WHEN WS-EXTRA-ARG-U = "ROMCHECK=WARN"
                   MOVE "WARN" TO WS-ROMCHECK
               WHEN WS-EXTRA-ARG-U = "ROMCHECK=REJECT"
                   MOVE "REJECT" TO WS-ROMCHECK
               WHEN WS-EXTRA-ARG-U(1:5) = "DATA="
                   MOVE WS-EXTRA-ARG-U(6:16) TO WS-DATA-ARG
               WHEN WS-EXTRA-ARG-U = "HEX" OR WS-EXTRA-ARG-U = "S19"
                   MOVE WS-EXTRA-ARG-U(1:3) TO WS-OUTPUT-MODE
               WHEN OTHER
                   DISPLAY "Ignoring unknown argument: "
                       FUNCTION TRIM(WS-EXTRA-ARG)
           END-EVALUATE
           .

       SET-DATA-START.
           IF WS-DATA-ARG NOT = SPACES
               MOVE WS-DATA-ARG TO WS-ARG-TEXT
               PERFORM PARSE-NUM-ARG
               IF WS-ARG-VAL > 65535
                   DISPLAY "DATA= address out of range: "
                       FUNCTION TRIM(WS-DATA-ARG)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-VAL TO WS-DATA-START
               MOVE 1 TO WS-DATA-SET
           ELSE
               PERFORM VARYING WS-HRX FROM 1 BY 1
                   UNTIL WS-HRX > HW-REGION-COUNT
                   IF HWR-KIND(WS-HRX) = "RAM"
                       IF WS-DATA-SET = 0
                           OR HWR-START(WS-HRX) < WS-DATA-START
                           MOVE HWR-START(WS-HRX) TO WS-DATA-START
                           MOVE 1 TO WS-DATA-SET
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-DATA-START TO WS-DATA-NEXT
           .

       PARSE-NUM-ARG.
           MOVE WS-ARG-TEXT TO WS-LST-ADDR-TEXT
           PERFORM PARSE-LST-ADDR
           MOVE WS-LST-ADDR TO WS-ARG-VAL
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
                       MOVE 0 TO HWR-USED(HW-REGION-COUNT)
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

       CHECK-HW-PLACEMENT.
           IF WS-ANY-BYTE-LOADED = 1
               PERFORM VARYING WS-HW-ADDR FROM 0 BY 1
                   UNTIL WS-HW-ADDR > WS-USED-MAX
                   IF WS-WRITTEN(WS-HW-ADDR + 1:1) NOT = LOW-VALUE
                       PERFORM CLASSIFY-HW-ADDR
                       IF WS-HRX > 0
                           ADD 1 TO HWR-USED(WS-HRX)
                       END-IF
                       IF WS-HW-KIND NOT = "ROM"
                           PERFORM RECORD-OUTSIDE-ROM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

       RECORD-OUTSIDE-ROM.
           ADD 1 TO WS-HW-OUTSIDE
           COMPUTE WS-OUT-MOD = FUNCTION ORD(
               WS-WRITTEN(WS-HW-ADDR + 1:1)) - 1
           IF WS-OUT-COUNT > 0
               AND OUT-END(WS-OUT-COUNT) + 1 = WS-HW-ADDR
               AND OUT-REGION(WS-OUT-COUNT) = WS-HRX
               AND OUT-MODULE(WS-OUT-COUNT) = WS-OUT-MOD
               MOVE WS-HW-ADDR TO OUT-END(WS-OUT-COUNT)
           ELSE
               IF WS-OUT-COUNT < 50
                   ADD 1 TO WS-OUT-COUNT
                   MOVE WS-HW-ADDR TO OUT-START(WS-OUT-COUNT)
                   MOVE WS-HW-ADDR TO OUT-END(WS-OUT-COUNT)
                   MOVE WS-HRX TO OUT-REGION(WS-OUT-COUNT)
                   MOVE WS-OUT-MOD TO OUT-MODULE(WS-OUT-COUNT)
               END-IF
           END-IF
           .

       DISPLAY-OUTSIDE-ROM.
           PERFORM VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OUT-COUNT
               IF OUT-REGION(WS-OX) = 0
                   MOVE "UNMAPPED" TO WS-HW-KIND
                   MOVE "(NONE)" TO WS-HW-NAME
               ELSE
                   MOVE HWR-KIND(OUT-REGION(WS-OX)) TO WS-HW-KIND
                   MOVE HWR-NAME(OUT-REGION(WS-OX)) TO WS-HW-NAME
               END-IF
               DISPLAY "OUTSIDE ROM " OUT-START(WS-OX) "-"
                   OUT-END(WS-OX) ": module "
                   FUNCTION TRIM(MODULE-NAME(OUT-MODULE(WS-OX)))
                   " in " FUNCTION TRIM(WS-HW-KIND) " region "
                   FUNCTION TRIM(WS-HW-NAME)
           END-PERFORM
           IF WS-ROMCHECK = "REJECT"
               DISPLAY WS-HW-OUTSIDE " byte(s) outside ROM; link failed"
           ELSE
               DISPLAY "Warning: " WS-HW-OUTSIDE " byte(s) outside ROM"
           END-IF
           .

       BUILD-MAP-NAME.
           MOVE FUNCTION TRIM(WS-OUTPUT-NAME) TO WS-BASE-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OUTPUT-NAME))
               MOVE WS-BASE-ADDR TO WS-MODULE-BASE
           END-IF
           MOVE 0 TO WS-MODULE-MAX
           MOVE WS-DATA-NEXT TO WS-MODULE-DATA-BASE
           MOVE 0 TO WS-MODULE-DATA-SIZE

           IF MODULE-COUNT < 50
               ADD 1 TO MODULE-COUNT
           PERFORM LOAD-MODULE-HEX
           PERFORM LOAD-MODULE-SYM
           PERFORM LOAD-MODULE-REL
           PERFORM ALLOCATE-MODULE-DATA

           IF WS-MODULE-BASE + WS-MODULE-MAX + 1 > WS-BASE-ADDR
               COMPUTE WS-BASE-ADDR =

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
                               ADD 1 TO SYMBOL-COUNT
                               MOVE SYM-IN-NAME
                                   TO SYM-NAME(SYMBOL-COUNT)
                               EVALUATE SYM-IN-SEG
                                   WHEN "D"
                                       COMPUTE SYM-VALUE(SYMBOL-COUNT)
                                           = WS-MODULE-DATA-BASE
                                           + SYM-IN-VALUE
                                   WHEN "A"
                                       MOVE SYM-IN-VALUE
                                           TO SYM-VALUE(SYMBOL-COUNT)
                                   WHEN OTHER
                                       COMPUTE SYM-VALUE(SYMBOL-COUNT)
                                           = WS-MODULE-BASE
                                           + SYM-IN-VALUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
                   READ REL-IN-FILE
                       AT END MOVE 1 TO REL-IN-EOF
                       NOT AT END
                           EVALUATE REL-IN-KIND
                               WHEN "D"
                                   COMPUTE WS-DREL-ADDR =
                                       WS-MODULE-BASE + REL-IN-ADDR
                                   PERFORM APPLY-DATA-RELOCATION
                               WHEN "S"
                                   MOVE REL-IN-ADDR
                                       TO WS-MODULE-DATA-SIZE
                               WHEN OTHER
                                   IF REL-COUNT < 200
                                       ADD 1 TO REL-COUNT
                                       MOVE REL-IN-NAME
                                           TO REL-NAME(REL-COUNT)
                                       COMPUTE REL-ADDR(REL-COUNT) =
                                           WS-MODULE-BASE + REL-IN-ADDR
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE REL-IN-FILE
           END-IF
           .

       APPLY-DATA-RELOCATION.
           IF WS-DREL-ADDR < 65535
               COMPUTE WS-DREL-WORD =
                   FUNCTION ORD(WS-IMAGE(WS-DREL-ADDR + 1:1)) - 1
                   + (FUNCTION ORD(WS-IMAGE(WS-DREL-ADDR + 2:1)) - 1)
                   * 256 + WS-MODULE-DATA-BASE
               COMPUTE WS-DREL-WORD = FUNCTION MOD(WS-DREL-WORD, 65536)
               COMPUTE WS-BYTE = FUNCTION MOD(WS-DREL-WORD, 256)
               MOVE FUNCTION CHAR(WS-BYTE + 1)
                   TO WS-IMAGE(WS-DREL-ADDR + 1:1)
               DIVIDE WS-DREL-WORD BY 256 GIVING WS-BYTE
               MOVE FUNCTION CHAR(WS-BYTE + 1)
                   TO WS-IMAGE(WS-DREL-ADDR + 2:1)
           END-IF
           .

       ALLOCATE-MODULE-DATA.
           IF MODULE-COUNT > 0
               MOVE WS-MODULE-DATA-BASE
                   TO MODULE-DATA-BASE(MODULE-COUNT)
               MOVE WS-MODULE-DATA-SIZE
                   TO MODULE-DATA-SIZE(MODULE-COUNT)
           END-IF
           IF WS-MODULE-DATA-SIZE > 0
               IF WS-DATA-SET = 0
                   DISPLAY "Module " FUNCTION TRIM(WS-CUR-BASE)
                       " has a data segment but no DATA= address "
                       "or HWMAP= RAM region was given"
                   ADD 1 TO WS-DATA-ERRORS
               END-IF
               ADD WS-MODULE-DATA-SIZE TO WS-DATA-NEXT
               ADD WS-MODULE-DATA-SIZE TO WS-DATA-TOTAL
               IF WS-DATA-NEXT > 65536
                   DISPLAY "Data segment of module "
                       FUNCTION TRIM(WS-CUR-BASE)
                       " extends beyond address 65535"
                   ADD 1 TO WS-DATA-ERRORS
                   MOVE 65536 TO WS-DATA-NEXT
               END-IF
           END-IF
           .

       CHECK-DATA-PLACEMENT.
           PERFORM VARYING I2 FROM 1 BY 1 UNTIL I2 > MODULE-COUNT
               PERFORM VARYING WS-HW-ADDR FROM MODULE-DATA-BASE(I2)
                   BY 1 UNTIL WS-HW-ADDR >=
                       MODULE-DATA-BASE(I2) + MODULE-DATA-SIZE(I2)
                       OR WS-HW-ADDR > 65535
                   IF WS-WRITTEN(WS-HW-ADDR + 1:1) NOT = LOW-VALUE
                       ADD 1 TO WS-DATA-ON-CODE
                   END-IF
                   IF HW-REGION-COUNT > 0
                       PERFORM CLASSIFY-HW-ADDR
                       IF WS-HW-KIND = "RAM"
                           ADD 1 TO HWR-USED(WS-HRX)
                       ELSE
                           ADD 1 TO WS-DATA-OUTSIDE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DATA-ON-CODE > 0
               DISPLAY WS-DATA-ON-CODE
                   " data segment byte(s) overlap loaded code"
               ADD 1 TO WS-DATA-ERRORS
           END-IF
           IF WS-DATA-OUTSIDE > 0
               DISPLAY WS-DATA-OUTSIDE
                   " data segment byte(s) outside RAM"
               ADD 1 TO WS-DATA-ERRORS
           END-IF
           .

       REGISTER-LIBRARY.
           IF WS-LIB-COUNT < 4
               ADD 1 TO WS-LIB-COUNT
       LOAD-LIB-MEMBER.
           MOVE WS-BASE-ADDR TO WS-MODULE-BASE
           MOVE 0 TO WS-MODULE-MAX
           MOVE WS-DATA-NEXT TO WS-MODULE-DATA-BASE
           MOVE 0 TO WS-MODULE-DATA-SIZE
           MOVE WS-HIT-MEMBER TO WS-CUR-BASE

           IF MODULE-COUNT < 50
               ADD 1 TO MODULE-COUNT
               END-READ
           END-PERFORM
           CLOSE LIB-IN-FILE
           PERFORM ALLOCATE-MODULE-DATA

           COMPUTE WS-BASE-ADDR = WS-MODULE-BASE + WS-MODULE-MAX + 1
           .
                           TO SYM-NAME(SYMBOL-COUNT)
                       MOVE LIB-IN-RECORD(25:5) TO WS-LIB-VAL-TEXT
                       MOVE WS-LIB-VAL-TEXT TO WS-LIB-VAL
                       EVALUATE LIB-IN-RECORD(30:1)
                           WHEN "D"
                               COMPUTE SYM-VALUE(SYMBOL-COUNT) =
                                   WS-MODULE-DATA-BASE + WS-LIB-VAL
                           WHEN "A"
                               MOVE WS-LIB-VAL
                                   TO SYM-VALUE(SYMBOL-COUNT)
                           WHEN OTHER
                               COMPUTE SYM-VALUE(SYMBOL-COUNT) =
                                   WS-MODULE-BASE + WS-LIB-VAL
                       END-EVALUATE
                   END-IF
               WHEN LIB-IN-RECORD(1:7) = "HEXREC "
                   MOVE LIB-IN-RECORD(8:593) TO HEX-IN-RECORD
                   PERFORM LOAD-HEX-RECORD
               WHEN LIB-IN-RECORD(1:7) = "RELREC "
                   AND LIB-IN-RECORD(30:1) = "D"
                   MOVE LIB-IN-RECORD(25:5) TO WS-LIB-VAL-TEXT
                   MOVE WS-LIB-VAL-TEXT TO WS-LIB-VAL
                   COMPUTE WS-DREL-ADDR = WS-MODULE-BASE + WS-LIB-VAL
                   PERFORM APPLY-DATA-RELOCATION
               WHEN LIB-IN-RECORD(1:7) = "RELREC "
                   AND LIB-IN-RECORD(30:1) = "S"
                   MOVE LIB-IN-RECORD(25:5) TO WS-LIB-VAL-TEXT
                   MOVE WS-LIB-VAL-TEXT TO WS-MODULE-DATA-SIZE
               WHEN LIB-IN-RECORD(1:7) = "RELREC "
                   IF REL-COUNT < 200
                       ADD 1 TO REL-COUNT
           .

       WRITE-COMBINED-HEX.
           IF WS-OUTPUT-MODE = "S19"
               MOVE 0 TO WS-SREC-COUNT
               PERFORM WRITE-SREC-HEADER
           END-IF
           MOVE 0 TO BYTE-COUNT
           IF WS-ANY-BYTE-LOADED = 1
               PERFORM VARYING K FROM 0 BY 1 UNTIL K > WS-USED-MAX
           IF BYTE-COUNT > 0
               PERFORM FLUSH-COMBINED-LINE
           END-IF
           IF WS-OUTPUT-MODE = "S19"
               PERFORM WRITE-SREC-TRAILER
           ELSE
               MOVE ":00000001FF" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

       FLUSH-COMBINED-LINE.
           ADD 1 TO WS-LO-NIB
           MOVE HEX-CHARS(WS-LO-NIB:1) TO HEX-ADDR(4:1)

           IF WS-OUTPUT-MODE = "S19"
               COMPUTE WS-LEN-BYTE = BYTE-COUNT + 3
           ELSE
               MOVE BYTE-COUNT TO WS-LEN-BYTE
           END-IF
           COMPUTE WS-HI-NIB = WS-LEN-BYTE / 16
           ADD 1 TO WS-HI-NIB
           MOVE HEX-CHARS(WS-HI-NIB:1) TO HEX-LEN(1:1)
           COMPUTE WS-LO-NIB = FUNCTION MOD(WS-LEN-BYTE, 16)
           ADD 1 TO WS-LO-NIB
           MOVE HEX-CHARS(WS-LO-NIB:1) TO HEX-LEN(2:1)

           MOVE "00" TO HEX-TYPE

           COMPUTE WS-CHECKSUM-SUM =
               WS-LEN-BYTE + WS-ADDR-HI-BYTE + WS-ADDR-LO-BYTE
           PERFORM VARYING J FROM 1 BY 2 UNTIL J > BYTE-COUNT * 2
               MOVE HEX-DATA(J:1) TO WS-BYTE-VAL
               PERFORM GET-NIB-HI
                   WS-CHECKSUM-SUM + WS-HI-NIB * 16 + WS-LO-NIB
           END-PERFORM

           IF WS-OUTPUT-MODE = "S19"
               COMPUTE WS-CHECKSUM-VAL =
                   255 - FUNCTION MOD(WS-CHECKSUM-SUM, 256)
           ELSE
               COMPUTE WS-CHECKSUM-VAL =
                   FUNCTION MOD(256 -
                       FUNCTION MOD(WS-CHECKSUM-SUM, 256), 256)
           END-IF
           COMPUTE WS-HI-NIB = WS-CHECKSUM-VAL / 16
           ADD 1 TO WS-HI-NIB
           MOVE HEX-CHARS(WS-HI-NIB:1) TO HEX-CHECKSUM(1:1)
           MOVE HEX-CHARS(WS-LO-NIB:1) TO HEX-CHECKSUM(2:1)

           MOVE SPACES TO OUTPUT-RECORD
           IF WS-OUTPUT-MODE = "S19"
               STRING "S1" DELIMITED SIZE
                      HEX-LEN DELIMITED SIZE
                      HEX-ADDR DELIMITED SIZE
                      HEX-DATA(1:BYTE-COUNT * 2) DELIMITED SIZE
                      HEX-CHECKSUM DELIMITED SIZE
                   INTO OUTPUT-RECORD
               END-STRING
               ADD 1 TO WS-SREC-COUNT
           ELSE
               STRING ":" DELIMITED SIZE
                      HEX-LEN DELIMITED SIZE
                      HEX-ADDR DELIMITED SIZE
                      HEX-TYPE DELIMITED SIZE
                      HEX-DATA(1:BYTE-COUNT * 2) DELIMITED SIZE
                      HEX-CHECKSUM DELIMITED SIZE
                   INTO OUTPUT-RECORD
               END-STRING
           END-IF
           WRITE OUTPUT-RECORD

           INITIALIZE HEX-DATA
           MOVE 0 TO BYTE-COUNT
           .

       WRITE-SREC-HEADER.
           MOVE SPACES TO WS-SREC-TEXT
           MOVE FUNCTION TRIM(WS-OUTPUT-NAME) TO WS-SREC-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SREC-TEXT))
               TO WS-SREC-LEN
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "S0" TO OUTPUT-RECORD(1:2)
           COMPUTE WS-SREC-BYTE = WS-SREC-LEN + 3
           MOVE WS-SREC-BYTE TO WS-SREC-SUM
           PERFORM SET-SREC-HEX
           MOVE WS-SREC-HEX TO OUTPUT-RECORD(3:2)
           MOVE "0000" TO OUTPUT-RECORD(5:4)
           PERFORM VARYING WS-SREC-IX FROM 1 BY 1
               UNTIL WS-SREC-IX > WS-SREC-LEN
               COMPUTE WS-SREC-BYTE =
                   FUNCTION ORD(WS-SREC-TEXT(WS-SREC-IX:1)) - 1
               ADD WS-SREC-BYTE TO WS-SREC-SUM
               PERFORM SET-SREC-HEX
               MOVE WS-SREC-HEX TO OUTPUT-RECORD(WS-SREC-IX * 2 + 7:2)
           END-PERFORM
           COMPUTE WS-SREC-BYTE = 255 - FUNCTION MOD(WS-SREC-SUM, 256)
           PERFORM SET-SREC-HEX
           MOVE WS-SREC-HEX TO OUTPUT-RECORD(WS-SREC-LEN * 2 + 9:2)
           WRITE OUTPUT-RECORD
           .

       WRITE-SREC-TRAILER.
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "S503" TO OUTPUT-RECORD(1:4)
           COMPUTE WS-ADDR-HI-BYTE = WS-SREC-COUNT / 256
           COMPUTE WS-ADDR-LO-BYTE = FUNCTION MOD(WS-SREC-COUNT, 256)
           MOVE WS-ADDR-HI-BYTE TO WS-SREC-BYTE
           PERFORM SET-SREC-HEX
           MOVE WS-SREC-HEX TO OUTPUT-RECORD(5:2)
           MOVE WS-ADDR-LO-BYTE TO WS-SREC-BYTE
           PERFORM SET-SREC-HEX
           MOVE WS-SREC-HEX TO OUTPUT-RECORD(7:2)
           COMPUTE WS-SREC-BYTE = 255 - FUNCTION MOD(
               3 + WS-ADDR-HI-BYTE + WS-ADDR-LO-BYTE, 256)
           PERFORM SET-SREC-HEX
           MOVE WS-SREC-HEX TO OUTPUT-RECORD(9:2)
           WRITE OUTPUT-RECORD
           MOVE "S9030000FC" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       SET-SREC-HEX.
           COMPUTE WS-HI-NIB = WS-SREC-BYTE / 16 + 1
           COMPUTE WS-LO-NIB = FUNCTION MOD(WS-SREC-BYTE, 16) + 1
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-SREC-HEX(1:1)
           MOVE HEX-CHARS(WS-LO-NIB:1) TO WS-SREC-HEX(2:1)
           .

       WRITE-MAP-FILE.
           MOVE SPACES TO MAP-RECORD
           STRING "MODULE MAP" DELIMITED SIZE INTO MAP-RECORD

           PERFORM WRITE-MEMORY-USAGE

           IF WS-DATA-TOTAL > 0
               PERFORM WRITE-DATA-SEGMENTS
           END-IF

           IF WS-OVL-COUNT > 0
               PERFORM WRITE-OVERLAP-SECTION
           END-IF
                   PERFORM WRITE-USED-RANGE
               END-IF
           END-IF
           IF HW-REGION-COUNT > 0
               PERFORM WRITE-REGION-USAGE
           END-IF
           .

       WRITE-REGION-USAGE.
           PERFORM VARYING WS-HRX FROM 1 BY 1
               UNTIL WS-HRX > HW-REGION-COUNT
               COMPUTE WS-HW-SIZE =
                   HWR-END(WS-HRX) - HWR-START(WS-HRX) + 1
               COMPUTE WS-HW-PCT = HWR-USED(WS-HRX) * 100 / WS-HW-SIZE
               MOVE SPACES TO MAP-RECORD
               STRING "REGION " DELIMITED SIZE
                      HWR-NAME(WS-HRX) DELIMITED SIZE
                      " " DELIMITED SIZE
                      HWR-KIND(WS-HRX) DELIMITED SIZE
                      " " DELIMITED SIZE
                      HWR-START(WS-HRX) DELIMITED SIZE
                      "-" DELIMITED SIZE
                      HWR-END(WS-HRX) DELIMITED SIZE
                      " USED " DELIMITED SIZE
                      HWR-USED(WS-HRX) DELIMITED SIZE
                      " OF " DELIMITED SIZE
                      WS-HW-SIZE DELIMITED SIZE
                      " FILL " DELIMITED SIZE
                      WS-HW-PCT DELIMITED SIZE
                      "%" DELIMITED SIZE
                   INTO MAP-RECORD
               WRITE MAP-RECORD
           END-PERFORM
           PERFORM VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OUT-COUNT
               MOVE SPACES TO MAP-RECORD
               IF OUT-REGION(WS-OX) = 0
                   MOVE "(NONE)" TO WS-HW-NAME
               ELSE
                   MOVE HWR-NAME(OUT-REGION(WS-OX)) TO WS-HW-NAME
               END-IF
               STRING "OUTSIDE ROM " DELIMITED SIZE
                      OUT-START(WS-OX) DELIMITED SIZE
                      "-" DELIMITED SIZE
                      OUT-END(WS-OX) DELIMITED SIZE
                      " REGION " DELIMITED SIZE
                      FUNCTION TRIM(WS-HW-NAME) DELIMITED SIZE
                      " MODULE " DELIMITED SIZE
                      FUNCTION TRIM(MODULE-NAME(OUT-MODULE(WS-OX)))
                          DELIMITED SIZE
                   INTO MAP-RECORD
               WRITE MAP-RECORD
           END-PERFORM
           .

       WRITE-DATA-SEGMENTS.
           MOVE SPACES TO MAP-RECORD
           STRING "DATA SEGMENTS" DELIMITED SIZE INTO MAP-RECORD
           WRITE MAP-RECORD
           PERFORM VARYING I2 FROM 1 BY 1 UNTIL I2 > MODULE-COUNT
               IF MODULE-DATA-SIZE(I2) > 0
                   COMPUTE WS-DATA-END = MODULE-DATA-BASE(I2)
                       + MODULE-DATA-SIZE(I2) - 1
                   MOVE SPACES TO MAP-RECORD
                   STRING FUNCTION TRIM(MODULE-NAME(I2))
                              DELIMITED SIZE
                          " DATA " DELIMITED SIZE
                          MODULE-DATA-BASE(I2) DELIMITED SIZE
                          "-" DELIMITED SIZE
                          WS-DATA-END DELIMITED SIZE
                          " SIZE " DELIMITED SIZE
                          MODULE-DATA-SIZE(I2) DELIMITED SIZE
                       INTO MAP-RECORD
                   WRITE MAP-RECORD
               END-IF
           END-PERFORM
           COMPUTE WS-DATA-END = WS-DATA-START + WS-DATA-TOTAL - 1
           MOVE SPACES TO MAP-RECORD
           STRING "DATA TOTAL " DELIMITED SIZE
                  WS-DATA-START DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-DATA-END DELIMITED SIZE
                  " SIZE " DELIMITED SIZE
                  WS-DATA-TOTAL DELIMITED SIZE
               INTO MAP-RECORD
           WRITE MAP-RECORD
           .

       WRITE-USED-RANGE.
