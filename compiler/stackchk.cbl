       IDENTIFICATION DIVISION.
           PROGRAM-ID. STACKCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEX-IN-FILE ASSIGN TO WS-INPUT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HEX-IN-STATUS.
           SELECT BIN-IN-FILE ASSIGN TO WS-INPUT-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BIN-IN-STATUS.
           SELECT SYM-IN-FILE ASSIGN TO WS-SYM-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SYM-IN-STATUS.
           SELECT RPT-FILE ASSIGN TO WS-RPT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HEX-IN-FILE.
       01 HEX-IN-RECORD       PIC X(600).

       FD BIN-IN-FILE
           RECORD CONTAINS 1 CHARACTERS.
       01 BIN-IN-RECORD       PIC X(1).

       FD SYM-IN-FILE.
       01 SYM-IN-RECORD.
           05 SYM-IN-NAME     PIC X(16).
           05 SYM-IN-VALUE    PIC 9(5).
           05 SYM-IN-SEG      PIC X.

       FD RPT-FILE.
       01 RPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01 HEX-IN-STATUS       PIC XX.
       01 BIN-IN-STATUS       PIC XX.
       01 SYM-IN-STATUS       PIC XX.
       01 RPT-STATUS          PIC XX.

       01 WS-INPUT-NAME       PIC X(256).
       01 WS-RPT-NAME         PIC X(256).
       01 WS-SYM-NAME         PIC X(256).
       01 WS-INPUT-MODE       PIC X(3) VALUE "HEX".
       01 WS-CPU-MODE         PIC X(4) VALUE "8080".
       01 WS-EXTRA-ARG        PIC X(272).
       01 WS-EXTRA-ARG-U      PIC X(272).
       01 WS-ARGS-DONE        PIC 9 VALUE 0.
       01 WS-ARG-TEXT         PIC X(16).
       01 WS-ARG-VAL          PIC 9(7).
       01 WS-ARG-LEN          PIC 99.
       01 WS-AX               PIC 99.
       01 WS-ORG-VAL          PIC 9(5) VALUE 0.
       01 WS-LIMIT            PIC 9(5) VALUE 0.
       01 WS-LIMIT-SET        PIC 9 VALUE 0.
       01 WS-ENTRY-TEXT OCCURS 16 TIMES PIC X(16).
       01 WS-ENTRY-COUNT      PIC 99 VALUE 0.
       01 WS-NX               PIC 99.

       01 HEX-IN-EOF          PIC 9 VALUE 0.
       01 BIN-IN-EOF          PIC 9 VALUE 0.
       01 SYM-IN-EOF          PIC 9 VALUE 0.

       01 HEX-CHARS           PIC X(16) VALUE "0123456789ABCDEF".

       01 WS-IMAGE            PIC X(65536).
       01 WS-LOADED           PIC X(65536).
       01 WS-CODE-MAP         PIC X(65536).
       01 WS-SEEN             PIC X(65536).
       01 WS-DEPTH-AT OCCURS 65536 TIMES PIC S9(5).
       01 WS-ANY-BYTE-LOADED  PIC 9 VALUE 0.

       01 WS-LEN              PIC 999.
       01 WS-REC-LEN          PIC 999.
       01 WS-REC-TYPE         PIC 99.
       01 WS-REC-ADDR         PIC 9(5).
       01 WS-DATA-POS         PIC 99.
       01 WS-ABS-ADDR         PIC 9(7).
       01 WS-BYTE-VAL         PIC X.
       01 WS-HI-NIB           PIC 99.
       01 WS-LO-NIB           PIC 99.
       01 WS-BYTE             PIC 999.
       01 J                   PIC 9(7).
       01 K                   PIC 9(7).
       01 WS-NIB-IDX          PIC 999.

       01 SYMBOL-TABLE.
           05 SYMBOL-ENTRY OCCURS 200 TIMES.
               10 SYM-NAME     PIC X(16).
               10 SYM-VALUE    PIC 9(5).
       01 SYMBOL-COUNT        PIC 999 VALUE 0.
       01 WS-SX               PIC 999.
       01 WS-SYM-FOUND        PIC 9.

       01 ROUTINE-TABLE.
           05 ROUTINE-ENTRY OCCURS 250 TIMES.
               10 RT-ADDR      PIC 9(5).
               10 RT-NAME      PIC X(16).
               10 RT-KIND      PIC X(6).
               10 RT-LOCAL-MAX PIC 9(5).
               10 RT-WORST     PIC 9(5).
               10 RT-STATE     PIC 9.
               10 RT-NEXT      PIC 999.
               10 RT-EDGE-FIRST PIC 9(4).
               10 RT-EDGE-COUNT PIC 9(4).
               10 RT-F-REC     PIC 9.
               10 RT-F-PCHL    PIC 9.
               10 RT-F-SPHL    PIC 9.
               10 RT-F-UNBAL   PIC 9.
               10 RT-F-UNLOAD  PIC 9.
       01 ROUTINE-COUNT       PIC 999 VALUE 0.
       01 WS-RT-FULL          PIC 9 VALUE 0.

       01 EDGE-TABLE.
           05 EDGE-ENTRY OCCURS 2000 TIMES.
               10 EDGE-TO      PIC 999.
               10 EDGE-DEPTH   PIC 9(5).
               10 EDGE-SITE    PIC 9(5).
       01 EDGE-COUNT          PIC 9(4) VALUE 0.
       01 WS-EDGE-FULL        PIC 9 VALUE 0.

       01 WORK-TABLE.
           05 WORK-ENTRY OCCURS 500 TIMES.
               10 WORK-ADDR    PIC 9(5).
               10 WORK-DEPTH   PIC S9(5).
       01 WORK-COUNT          PIC 999 VALUE 0.

       01 DFS-TABLE.
           05 DFS-ENTRY OCCURS 250 TIMES.
               10 DFS-RT       PIC 999.
               10 DFS-EDGE     PIC 9(4).
       01 DFS-TOP             PIC 999 VALUE 0.

       01 FINDING-TABLE.
           05 FINDING-TEXT OCCURS 200 TIMES PIC X(100).
       01 FINDING-COUNT       PIC 999 VALUE 0.
       01 WS-FINDINGS-LOST    PIC 9(5) VALUE 0.
       01 WS-FINDING          PIC X(100).

       01 WS-RX               PIC 999.
       01 WS-CX               PIC 999.
       01 WS-DX               PIC 999.
       01 WS-EX               PIC 9(4).
       01 WS-RT-MARK          PIC X.
       01 WS-PC               PIC 9(5).
       01 WS-NEXT-PC          PIC 9(5).
       01 WS-TARGET           PIC 9(5).
       01 WS-DEPTH            PIC S9(5).
       01 WS-PATH-DONE        PIC 9.
       01 WS-OP               PIC 999.
       01 WS-D-HI             PIC 9.
       01 WS-D-DST            PIC 9.
       01 WS-D-SRC            PIC 9.
       01 WS-ILEN             PIC 9.
       01 WS-CAND             PIC 9(5).
       01 WS-NEW-KIND         PIC X(6).
       01 WS-VECTOR           PIC 9(5).
       01 WS-VX               PIC 99.
       01 WS-VECTOR-LIST      PIC X(55) VALUE
           "0000800016000240003200036000400004400048000520005600060".

       01 WS-MAIN-WORST       PIC 9(5) VALUE 0.
       01 WS-MAIN-ROOT        PIC 999 VALUE 0.
       01 WS-INT-WORST        PIC 9(5) VALUE 0.
       01 WS-INT-ROOT         PIC 999 VALUE 0.
       01 WS-TOTAL-WORST      PIC 9(5) VALUE 0.
       01 WS-CHAIN-STEPS      PIC 999.
       01 WS-NOTES            PIC X(40).
       01 WS-NOTE-POS         PIC 99.

       01 WS-HEX4             PIC X(4).
       01 WS-HEX4B            PIC X(4).
       01 WS-TEMP             PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-INPUT-NAME FROM ARGUMENT-VALUE
           ACCEPT WS-RPT-NAME FROM ARGUMENT-VALUE

           IF WS-INPUT-NAME = SPACES OR WS-RPT-NAME = SPACES
               DISPLAY "Usage: stackchk image.hex report.rpt "
                   "[SYM=file.sym] [HEX|BIN|S19] [ORG=addr] "
                   "[ENTRY=name|addr]... [LIMIT=bytes] [8080|8085]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-ARGS-DONE
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

           MOVE LOW-VALUES TO WS-IMAGE
           MOVE LOW-VALUES TO WS-LOADED
           MOVE LOW-VALUES TO WS-CODE-MAP
           MOVE LOW-VALUES TO WS-SEEN

           IF WS-INPUT-MODE = "BIN"
               PERFORM LOAD-BIN-IMAGE
           ELSE
               PERFORM LOAD-HEX-IMAGE
           END-IF

           IF WS-ANY-BYTE-LOADED = 0
               DISPLAY "No bytes loaded from "
                   FUNCTION TRIM(WS-INPUT-NAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SYM-NAME NOT = SPACES
               PERFORM LOAD-SYM-FILE
           END-IF

           PERFORM ADD-ENTRY-ROUTINES
           IF ROUTINE-COUNT = 0
               DISPLAY "No entry point found; give ENTRY=name|addr"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1 TO WS-RX
           PERFORM ANALYZE-PENDING-ROUTINES
           PERFORM ADD-VECTOR-ROUTINES

           PERFORM COMPUTE-WORST-CASE
           PERFORM SUMMARIZE-ROOTS

           OPEN OUTPUT RPT-FILE
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening report file: " RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT
           CLOSE RPT-FILE

           DISPLAY "Stack check: " ROUTINE-COUNT " routine(s), "
               "worst case " WS-TOTAL-WORST " byte(s). Report: "
               FUNCTION TRIM(WS-RPT-NAME)
           IF WS-LIMIT-SET = 1 AND WS-TOTAL-WORST > WS-LIMIT
               DISPLAY "FAIL: worst-case stack " WS-TOTAL-WORST
                   " exceeds limit " WS-LIMIT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CLASSIFY-EXTRA-ARG.
           MOVE FUNCTION UPPER-CASE(WS-EXTRA-ARG) TO WS-EXTRA-ARG-U
           EVALUATE TRUE
               WHEN WS-EXTRA-ARG-U = "HEX" OR WS-EXTRA-ARG-U = "BIN"
                   OR WS-EXTRA-ARG-U = "S19"
                   MOVE WS-EXTRA-ARG-U(1:3) TO WS-INPUT-MODE
               WHEN WS-EXTRA-ARG-U = "8080" OR WS-EXTRA-ARG-U = "8085"
                   MOVE WS-EXTRA-ARG-U(1:4) TO WS-CPU-MODE
               WHEN WS-EXTRA-ARG-U(1:4) = "SYM="
                   MOVE WS-EXTRA-ARG(5:256) TO WS-SYM-NAME
               WHEN WS-EXTRA-ARG-U(1:4) = "ORG="
                   MOVE WS-EXTRA-ARG-U(5:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO WS-ORG-VAL
               WHEN WS-EXTRA-ARG-U(1:6) = "LIMIT="
                   MOVE WS-EXTRA-ARG-U(7:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO WS-LIMIT
                   MOVE 1 TO WS-LIMIT-SET
               WHEN WS-EXTRA-ARG-U(1:6) = "ENTRY="
                   IF WS-ENTRY-COUNT < 16
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE WS-EXTRA-ARG-U(7:16)
                           TO WS-ENTRY-TEXT(WS-ENTRY-COUNT)
                   ELSE
                       DISPLAY "Too many ENTRY arguments; ignoring "
                           FUNCTION TRIM(WS-EXTRA-ARG)
                   END-IF
               WHEN OTHER
                   DISPLAY "Ignoring unknown argument: "
                       FUNCTION TRIM(WS-EXTRA-ARG)
           END-EVALUATE
           .

       PARSE-NUM-ARG.
           MOVE 0 TO WS-ARG-VAL
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-TEXT))
               TO WS-ARG-LEN
           IF WS-ARG-LEN = 0
               CONTINUE
           ELSE
               IF WS-ARG-TEXT(WS-ARG-LEN:1) = "H"
                   PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ARG-LEN - 1
                       MOVE WS-ARG-TEXT(WS-AX:1) TO WS-BYTE-VAL
                       PERFORM GET-NIB-LO
                       COMPUTE WS-ARG-VAL =
                           WS-ARG-VAL * 16 + WS-LO-NIB
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ARG-LEN
                       IF WS-ARG-TEXT(WS-AX:1) >= "0"
                           AND WS-ARG-TEXT(WS-AX:1) <= "9"
                           COMPUTE WS-ARG-VAL = WS-ARG-VAL * 10
                               + FUNCTION ORD(
                                   WS-ARG-TEXT(WS-AX:1)) - 49
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       LOAD-HEX-IMAGE.
           MOVE 0 TO HEX-IN-EOF
           OPEN INPUT HEX-IN-FILE
           IF HEX-IN-STATUS NOT = "00"
               DISPLAY "Error opening "
                   FUNCTION TRIM(WS-INPUT-NAME) ": " HEX-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HEX-IN-EOF = 1
               READ HEX-IN-FILE INTO HEX-IN-RECORD
                   AT END MOVE 1 TO HEX-IN-EOF
                   NOT AT END
                       PERFORM LOAD-HEX-RECORD
               END-READ
           END-PERFORM
           CLOSE HEX-IN-FILE
           .

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
                       MOVE HEX-IN-RECORD(J:1) TO WS-BYTE-VAL
                       PERFORM GET-NIB-LO
                       COMPUTE WS-BYTE = WS-HI-NIB * 16 + WS-LO-NIB
                       COMPUTE WS-ABS-ADDR = WS-REC-ADDR + K - 1
                       IF WS-ABS-ADDR <= 65535
                           MOVE FUNCTION CHAR(WS-BYTE + 1)
                               TO WS-IMAGE(WS-ABS-ADDR + 1:1)
                           MOVE "Y" TO WS-LOADED(WS-ABS-ADDR + 1:1)
                           MOVE 1 TO WS-ANY-BYTE-LOADED
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       DECODE-HEX-HEADER.
           MOVE 10 TO WS-DATA-POS
           MOVE HEX-IN-RECORD(2:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-HI
           MOVE HEX-IN-RECORD(3:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-LO
           COMPUTE WS-REC-LEN = WS-HI-NIB * 16 + WS-LO-NIB

           MOVE HEX-IN-RECORD(4:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-HI
           MOVE HEX-IN-RECORD(5:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-LO
           COMPUTE WS-REC-ADDR = (WS-HI-NIB * 16 + WS-LO-NIB) * 256

           MOVE HEX-IN-RECORD(6:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-HI
           MOVE HEX-IN-RECORD(7:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-LO
           COMPUTE WS-REC-ADDR =
               WS-REC-ADDR + WS-HI-NIB * 16 + WS-LO-NIB

           MOVE HEX-IN-RECORD(8:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-HI
           MOVE HEX-IN-RECORD(9:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-LO
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
                   COMPUTE WS-HI-NIB = WS-NIB-IDX - 1
               END-IF
           END-PERFORM
           .

       GET-NIB-LO.
           PERFORM VARYING WS-NIB-IDX FROM 1 BY 1 UNTIL WS-NIB-IDX > 16
               IF HEX-CHARS(WS-NIB-IDX:1) = WS-BYTE-VAL
                   COMPUTE WS-LO-NIB = WS-NIB-IDX - 1
               END-IF
           END-PERFORM
           .

       LOAD-BIN-IMAGE.
           MOVE 0 TO BIN-IN-EOF
           OPEN INPUT BIN-IN-FILE
           IF BIN-IN-STATUS NOT = "00"
               DISPLAY "Error opening "
                   FUNCTION TRIM(WS-INPUT-NAME) ": " BIN-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ORG-VAL TO WS-ABS-ADDR
           PERFORM UNTIL BIN-IN-EOF = 1
               READ BIN-IN-FILE
                   AT END MOVE 1 TO BIN-IN-EOF
                   NOT AT END
                       IF WS-ABS-ADDR <= 65535
                           MOVE BIN-IN-RECORD
                               TO WS-IMAGE(WS-ABS-ADDR + 1:1)
                           MOVE "Y" TO WS-LOADED(WS-ABS-ADDR + 1:1)
                           MOVE 1 TO WS-ANY-BYTE-LOADED
                       END-IF
                       ADD 1 TO WS-ABS-ADDR
               END-READ
           END-PERFORM
           CLOSE BIN-IN-FILE
           .

       LOAD-SYM-FILE.
           MOVE 0 TO SYM-IN-EOF
           OPEN INPUT SYM-IN-FILE
           IF SYM-IN-STATUS = "00"
               PERFORM UNTIL SYM-IN-EOF = 1
                   READ SYM-IN-FILE
                       AT END MOVE 1 TO SYM-IN-EOF
                       NOT AT END
                           IF SYMBOL-COUNT < 200
                               AND SYM-IN-SEG NOT = "D"
                               AND SYM-IN-SEG NOT = "A"
                               ADD 1 TO SYMBOL-COUNT
                               MOVE SYM-IN-NAME
                                   TO SYM-NAME(SYMBOL-COUNT)
                               MOVE SYM-IN-VALUE
                                   TO SYM-VALUE(SYMBOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYM-IN-FILE
           ELSE
               DISPLAY "Warning: cannot open sym file "
                   FUNCTION TRIM(WS-SYM-NAME)
           END-IF
           .

       ADD-ENTRY-ROUTINES.
           MOVE "ENTRY" TO WS-NEW-KIND
           IF WS-ENTRY-COUNT = 0
               IF WS-LOADED(1:1) = "Y"
                   MOVE 0 TO WS-TARGET
                   PERFORM FIND-OR-ADD-ROUTINE
               END-IF
           ELSE
               PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-ENTRY-COUNT
                   IF WS-ENTRY-TEXT(WS-NX)(1:1) >= "0"
                       AND WS-ENTRY-TEXT(WS-NX)(1:1) <= "9"
                       MOVE WS-ENTRY-TEXT(WS-NX) TO WS-ARG-TEXT
                       PERFORM PARSE-NUM-ARG
                       MOVE WS-ARG-VAL TO WS-TARGET
                       PERFORM FIND-OR-ADD-ROUTINE
                   ELSE
                       MOVE 0 TO WS-SYM-FOUND
                       PERFORM VARYING WS-SX FROM 1 BY 1
                           UNTIL WS-SX > SYMBOL-COUNT
                           OR WS-SYM-FOUND = 1
                           IF FUNCTION UPPER-CASE(SYM-NAME(WS-SX))
                               = WS-ENTRY-TEXT(WS-NX)
                               MOVE 1 TO WS-SYM-FOUND
                               MOVE SYM-VALUE(WS-SX) TO WS-TARGET
                           END-IF
                       END-PERFORM
                       IF WS-SYM-FOUND = 1
                           PERFORM FIND-OR-ADD-ROUTINE
                       ELSE
                           DISPLAY "Entry symbol not found: "
                               FUNCTION TRIM(WS-ENTRY-TEXT(WS-NX))
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

       ADD-VECTOR-ROUTINES.
           MOVE "VECTOR" TO WS-NEW-KIND
           PERFORM VARYING WS-VX FROM 1 BY 1 UNTIL WS-VX > 11
               MOVE WS-VECTOR-LIST(WS-VX * 5 - 4:5) TO WS-VECTOR
               IF FUNCTION MOD(WS-VECTOR, 8) = 0
                   OR WS-CPU-MODE = "8085"
                   IF WS-LOADED(WS-VECTOR + 1:1) = "Y"
                       AND WS-CODE-MAP(WS-VECTOR + 1:1) NOT = "Y"
                       MOVE WS-VECTOR TO WS-TARGET
                       PERFORM FIND-OR-ADD-ROUTINE
                       PERFORM ANALYZE-PENDING-ROUTINES
                   END-IF
               END-IF
           END-PERFORM
           .

       ANALYZE-PENDING-ROUTINES.
           PERFORM UNTIL WS-RX > ROUTINE-COUNT
               PERFORM ANALYZE-ROUTINE
               ADD 1 TO WS-RX
           END-PERFORM
           .

       FIND-OR-ADD-ROUTINE.
           MOVE 0 TO WS-CX
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > ROUTINE-COUNT OR WS-CX > 0
               IF RT-ADDR(WS-DX) = WS-TARGET
                   MOVE WS-DX TO WS-CX
               END-IF
           END-PERFORM
           IF WS-CX = 0
               IF ROUTINE-COUNT < 250
                   ADD 1 TO ROUTINE-COUNT
                   MOVE ROUTINE-COUNT TO WS-CX
                   MOVE WS-TARGET TO RT-ADDR(WS-CX)
                   MOVE WS-NEW-KIND TO RT-KIND(WS-CX)
                   PERFORM NAME-ROUTINE
                   MOVE 0 TO RT-LOCAL-MAX(WS-CX)
                   MOVE 0 TO RT-WORST(WS-CX)
                   MOVE 0 TO RT-STATE(WS-CX)
                   MOVE 0 TO RT-NEXT(WS-CX)
                   MOVE 0 TO RT-EDGE-FIRST(WS-CX)
                   MOVE 0 TO RT-EDGE-COUNT(WS-CX)
                   MOVE 0 TO RT-F-REC(WS-CX)
                   MOVE 0 TO RT-F-PCHL(WS-CX)
                   MOVE 0 TO RT-F-SPHL(WS-CX)
                   MOVE 0 TO RT-F-UNBAL(WS-CX)
                   MOVE 0 TO RT-F-UNLOAD(WS-CX)
               ELSE
                   IF WS-RT-FULL = 0
                       MOVE 1 TO WS-RT-FULL
                       MOVE SPACES TO WS-FINDING
                       STRING "ROUTINE TABLE FULL AT 250; LATER CALL "
                                  DELIMITED SIZE
                              "TARGETS NOT ANALYZED" DELIMITED SIZE
                           INTO WS-FINDING
                       PERFORM ADD-FINDING
                   END-IF
               END-IF
           END-IF
           .

       NAME-ROUTINE.
           MOVE SPACES TO RT-NAME(WS-CX)
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > SYMBOL-COUNT
               IF SYM-VALUE(WS-SX) = WS-TARGET
                   AND RT-NAME(WS-CX) = SPACES
                   MOVE SYM-NAME(WS-SX) TO RT-NAME(WS-CX)
               END-IF
           END-PERFORM
           IF RT-NAME(WS-CX) = SPACES
               MOVE WS-TARGET TO WS-TEMP
               PERFORM FORMAT-HEX4
               STRING WS-HEX4 DELIMITED SIZE
                      "H" DELIMITED SIZE
                   INTO RT-NAME(WS-CX)
           END-IF
           .

       ANALYZE-ROUTINE.
           MOVE FUNCTION CHAR(WS-RX + 1) TO WS-RT-MARK
           COMPUTE RT-EDGE-FIRST(WS-RX) = EDGE-COUNT + 1
           MOVE 1 TO WORK-COUNT
           MOVE RT-ADDR(WS-RX) TO WORK-ADDR(1)
           MOVE 0 TO WORK-DEPTH(1)
           PERFORM UNTIL WORK-COUNT = 0
               MOVE WORK-ADDR(WORK-COUNT) TO WS-PC
               MOVE WORK-DEPTH(WORK-COUNT) TO WS-DEPTH
               SUBTRACT 1 FROM WORK-COUNT
               MOVE 0 TO WS-PATH-DONE
               PERFORM UNTIL WS-PATH-DONE = 1
                   PERFORM FOLLOW-PATH-STEP
               END-PERFORM
           END-PERFORM
           COMPUTE RT-EDGE-COUNT(WS-RX) =
               EDGE-COUNT + 1 - RT-EDGE-FIRST(WS-RX)
           .

       FOLLOW-PATH-STEP.
           EVALUATE TRUE
               WHEN WS-LOADED(WS-PC + 1:1) NOT = "Y"
                   IF RT-F-UNLOAD(WS-RX) = 0
                       MOVE 1 TO RT-F-UNLOAD(WS-RX)
                       MOVE WS-PC TO WS-TEMP
                       PERFORM FORMAT-HEX4
                       MOVE SPACES TO WS-FINDING
                       STRING "PATH RUNS INTO UNLOADED MEMORY AT "
                                  DELIMITED SIZE
                              WS-HEX4 DELIMITED SIZE
                              " IN " DELIMITED SIZE
                              FUNCTION TRIM(RT-NAME(WS-RX))
                                  DELIMITED SIZE
                           INTO WS-FINDING
                       PERFORM ADD-FINDING
                   END-IF
                   MOVE 1 TO WS-PATH-DONE
               WHEN WS-SEEN(WS-PC + 1:1) = WS-RT-MARK
                   IF WS-DEPTH-AT(WS-PC + 1) NOT = WS-DEPTH
                       PERFORM REPORT-DEPTH-MISMATCH
                   END-IF
                   MOVE 1 TO WS-PATH-DONE
               WHEN OTHER
                   MOVE WS-RT-MARK TO WS-SEEN(WS-PC + 1:1)
                   MOVE WS-DEPTH TO WS-DEPTH-AT(WS-PC + 1)
                   PERFORM FOLLOW-INSTRUCTION
           END-EVALUATE
           .

       FOLLOW-INSTRUCTION.
           COMPUTE WS-OP = FUNCTION ORD(WS-IMAGE(WS-PC + 1:1)) - 1
           COMPUTE WS-D-HI = WS-OP / 64
           COMPUTE WS-D-DST = FUNCTION MOD(WS-OP / 8, 8)
           COMPUTE WS-D-SRC = FUNCTION MOD(WS-OP, 8)
           PERFORM GET-INSTR-LENGTH
           PERFORM VARYING K FROM 0 BY 1 UNTIL K >= WS-ILEN
               MOVE "Y" TO WS-CODE-MAP(
                   FUNCTION MOD(WS-PC + K, 65536) + 1:1)
           END-PERFORM
           COMPUTE WS-NEXT-PC = FUNCTION MOD(WS-PC + WS-ILEN, 65536)
           IF WS-ILEN = 3
               COMPUTE WS-TARGET =
                   (FUNCTION ORD(WS-IMAGE(
                       FUNCTION MOD(WS-PC + 2, 65536) + 1:1)) - 1)
                   * 256
                   + FUNCTION ORD(WS-IMAGE(
                       FUNCTION MOD(WS-PC + 1, 65536) + 1:1)) - 1
           END-IF

           EVALUATE TRUE
               WHEN WS-OP = 118
                   MOVE 1 TO WS-PATH-DONE
               WHEN WS-OP = 201 OR WS-OP = 217
                   PERFORM CHECK-RET-DEPTH
                   MOVE 1 TO WS-PATH-DONE
               WHEN WS-D-HI = 3 AND WS-D-SRC = 0
                   PERFORM CHECK-RET-DEPTH
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN WS-OP = 195 OR WS-OP = 203
                   MOVE WS-TARGET TO WS-PC
               WHEN WS-D-HI = 3 AND WS-D-SRC = 2
                   PERFORM ADD-WORK-ITEM
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN WS-OP = 205 OR WS-OP = 221 OR WS-OP = 237
                   OR WS-OP = 253
                   PERFORM ADD-CALL-EDGE
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN WS-D-HI = 3 AND WS-D-SRC = 4
                   PERFORM ADD-CALL-EDGE
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN WS-D-HI = 3 AND WS-D-SRC = 7
                   COMPUTE WS-TARGET = WS-D-DST * 8
                   PERFORM ADD-CALL-EDGE
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN WS-D-HI = 3 AND WS-D-SRC = 5
                   AND FUNCTION MOD(WS-D-DST, 2) = 0
                   ADD 2 TO WS-DEPTH
                   PERFORM NOTE-LOCAL-DEPTH
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN WS-D-HI = 3 AND WS-D-SRC = 1
                   AND FUNCTION MOD(WS-D-DST, 2) = 0
                   SUBTRACT 2 FROM WS-DEPTH
                   IF WS-DEPTH < 0
                       MOVE "POP BELOW THE ROUTINE'S ENTRY DEPTH"
                           TO WS-FINDING
                       PERFORM REPORT-AT-PC
                       MOVE 1 TO RT-F-UNBAL(WS-RX)
                   END-IF
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN WS-OP = 233
                   MOVE 1 TO RT-F-PCHL(WS-RX)
                   MOVE "PCHL INDIRECT JUMP NOT FOLLOWED"
                       TO WS-FINDING
                   PERFORM REPORT-AT-PC
                   MOVE 1 TO WS-PATH-DONE
               WHEN WS-OP = 249
                   MOVE 1 TO RT-F-SPHL(WS-RX)
                   MOVE "SPHL STACK SWITCH NOT FOLLOWED" TO WS-FINDING
                   PERFORM REPORT-AT-PC
                   MOVE 1 TO WS-PATH-DONE
               WHEN WS-OP = 49
                   MOVE 0 TO WS-DEPTH
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN WS-OP = 51
                   SUBTRACT 1 FROM WS-DEPTH
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN WS-OP = 59
                   ADD 1 TO WS-DEPTH
                   PERFORM NOTE-LOCAL-DEPTH
                   MOVE WS-NEXT-PC TO WS-PC
               WHEN OTHER
                   MOVE WS-NEXT-PC TO WS-PC
           END-EVALUATE
           .

       GET-INSTR-LENGTH.
           MOVE 1 TO WS-ILEN
           EVALUATE TRUE
               WHEN WS-D-HI = 0 AND WS-D-SRC = 1
                   AND FUNCTION MOD(WS-D-DST, 2) = 0
                   MOVE 3 TO WS-ILEN
               WHEN WS-D-HI = 0 AND WS-D-SRC = 2 AND WS-D-DST >= 4
                   MOVE 3 TO WS-ILEN
               WHEN WS-D-HI = 0 AND WS-D-SRC = 6
                   MOVE 2 TO WS-ILEN
               WHEN WS-D-HI = 3 AND (WS-D-SRC = 2 OR WS-D-SRC = 4)
                   MOVE 3 TO WS-ILEN
               WHEN WS-OP = 195 OR WS-OP = 203
                   MOVE 3 TO WS-ILEN
               WHEN WS-OP = 205 OR WS-OP = 221 OR WS-OP = 237
                   OR WS-OP = 253
                   MOVE 3 TO WS-ILEN
               WHEN WS-D-HI = 3 AND WS-D-SRC = 6
                   MOVE 2 TO WS-ILEN
               WHEN WS-OP = 211 OR WS-OP = 219
                   MOVE 2 TO WS-ILEN
           END-EVALUATE
           .

       NOTE-LOCAL-DEPTH.
           IF WS-DEPTH > RT-LOCAL-MAX(WS-RX)
               MOVE WS-DEPTH TO RT-LOCAL-MAX(WS-RX)
           END-IF
           .

       CHECK-RET-DEPTH.
           IF WS-DEPTH NOT = 0
               MOVE 1 TO RT-F-UNBAL(WS-RX)
               MOVE SPACES TO WS-FINDING
               MOVE WS-DEPTH TO WS-TEMP
               STRING "RETURN WITH " DELIMITED SIZE
                      WS-TEMP DELIMITED SIZE
                      " BYTE(S) STILL PUSHED" DELIMITED SIZE
                   INTO WS-FINDING
               IF WS-DEPTH < 0
                   MOVE SPACES TO WS-FINDING
                   MOVE "RETURN AFTER POPPING BELOW ENTRY DEPTH"
                       TO WS-FINDING
               END-IF
               PERFORM REPORT-AT-PC
           END-IF
           .

       REPORT-DEPTH-MISMATCH.
           IF RT-F-UNBAL(WS-RX) = 0
               MOVE 1 TO RT-F-UNBAL(WS-RX)
               MOVE "PATHS MEET WITH DIFFERENT STACK DEPTHS"
                   TO WS-FINDING
               PERFORM REPORT-AT-PC
           END-IF
           .

       REPORT-AT-PC.
           MOVE WS-PC TO WS-TEMP
           PERFORM FORMAT-HEX4
           STRING FUNCTION TRIM(WS-FINDING) DELIMITED SIZE
                  " AT " DELIMITED SIZE
                  WS-HEX4 DELIMITED SIZE
                  " IN " DELIMITED SIZE
                  FUNCTION TRIM(RT-NAME(WS-RX)) DELIMITED SIZE
               INTO WS-FINDING
           PERFORM ADD-FINDING
           .

       ADD-FINDING.
           IF FINDING-COUNT < 200
               ADD 1 TO FINDING-COUNT
               MOVE WS-FINDING TO FINDING-TEXT(FINDING-COUNT)
           ELSE
               ADD 1 TO WS-FINDINGS-LOST
           END-IF
           MOVE SPACES TO WS-FINDING
           .

       ADD-WORK-ITEM.
           IF WORK-COUNT < 500
               ADD 1 TO WORK-COUNT
               MOVE WS-TARGET TO WORK-ADDR(WORK-COUNT)
               MOVE WS-DEPTH TO WORK-DEPTH(WORK-COUNT)
           ELSE
               MOVE "BRANCH LIST FULL; BRANCH NOT FOLLOWED"
                   TO WS-FINDING
               PERFORM REPORT-AT-PC
           END-IF
           .

       ADD-CALL-EDGE.
           MOVE "CALLED" TO WS-NEW-KIND
           PERFORM FIND-OR-ADD-ROUTINE
           IF WS-CX > 0
               IF EDGE-COUNT < 2000
                   ADD 1 TO EDGE-COUNT
                   MOVE WS-CX TO EDGE-TO(EDGE-COUNT)
                   MOVE WS-PC TO EDGE-SITE(EDGE-COUNT)
                   IF WS-DEPTH < 0
                       MOVE 0 TO EDGE-DEPTH(EDGE-COUNT)
                   ELSE
                       MOVE WS-DEPTH TO EDGE-DEPTH(EDGE-COUNT)
                   END-IF
               ELSE
                   IF WS-EDGE-FULL = 0
                       MOVE 1 TO WS-EDGE-FULL
                       MOVE SPACES TO WS-FINDING
                       STRING "CALL TABLE FULL AT 2000; LATER CALLS "
                                  DELIMITED SIZE
                              "NOT COUNTED" DELIMITED SIZE
                           INTO WS-FINDING
                       PERFORM ADD-FINDING
                   END-IF
               END-IF
           END-IF
           .

       COMPUTE-WORST-CASE.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > ROUTINE-COUNT
               IF RT-STATE(WS-RX) = 0
                   MOVE 1 TO DFS-TOP
                   MOVE WS-RX TO DFS-RT(1)
                   MOVE RT-EDGE-FIRST(WS-RX) TO DFS-EDGE(1)
                   MOVE 1 TO RT-STATE(WS-RX)
                   MOVE RT-LOCAL-MAX(WS-RX) TO RT-WORST(WS-RX)
                   PERFORM UNTIL DFS-TOP = 0
                       PERFORM DFS-STEP
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       DFS-STEP.
           MOVE DFS-RT(DFS-TOP) TO WS-DX
           MOVE DFS-EDGE(DFS-TOP) TO WS-EX
           IF WS-EX >= RT-EDGE-FIRST(WS-DX) + RT-EDGE-COUNT(WS-DX)
               MOVE 2 TO RT-STATE(WS-DX)
               SUBTRACT 1 FROM DFS-TOP
               IF DFS-TOP > 0
                   MOVE DFS-RT(DFS-TOP) TO WS-DX
                   MOVE DFS-EDGE(DFS-TOP) TO WS-EX
                   PERFORM APPLY-EDGE-WORST
                   ADD 1 TO DFS-EDGE(DFS-TOP)
               END-IF
           ELSE
               MOVE EDGE-TO(WS-EX) TO WS-CX
               EVALUATE RT-STATE(WS-CX)
                   WHEN 0
                       ADD 1 TO DFS-TOP
                       MOVE WS-CX TO DFS-RT(DFS-TOP)
                       MOVE RT-EDGE-FIRST(WS-CX) TO DFS-EDGE(DFS-TOP)
                       MOVE 1 TO RT-STATE(WS-CX)
                       MOVE RT-LOCAL-MAX(WS-CX) TO RT-WORST(WS-CX)
                   WHEN 1
                       PERFORM REPORT-RECURSION
                       ADD 1 TO DFS-EDGE(DFS-TOP)
                   WHEN OTHER
                       PERFORM APPLY-EDGE-WORST
                       ADD 1 TO DFS-EDGE(DFS-TOP)
               END-EVALUATE
           END-IF
           .

       APPLY-EDGE-WORST.
           COMPUTE WS-CAND = EDGE-DEPTH(WS-EX) + 2
               + RT-WORST(EDGE-TO(WS-EX))
           IF WS-CAND > RT-WORST(WS-DX)
               MOVE WS-CAND TO RT-WORST(WS-DX)
               MOVE EDGE-TO(WS-EX) TO RT-NEXT(WS-DX)
           END-IF
           .

       REPORT-RECURSION.
           MOVE 1 TO RT-F-REC(WS-DX)
           MOVE 1 TO RT-F-REC(WS-CX)
           MOVE EDGE-SITE(WS-EX) TO WS-TEMP
           PERFORM FORMAT-HEX4
           MOVE SPACES TO WS-FINDING
           STRING "RECURSION: " DELIMITED SIZE
                  FUNCTION TRIM(RT-NAME(WS-DX)) DELIMITED SIZE
                  " CALLS " DELIMITED SIZE
                  FUNCTION TRIM(RT-NAME(WS-CX)) DELIMITED SIZE
                  " AT " DELIMITED SIZE
                  WS-HEX4 DELIMITED SIZE
                  " WHILE IT IS STILL ACTIVE" DELIMITED SIZE
               INTO WS-FINDING
           PERFORM ADD-FINDING
           .

       SUMMARIZE-ROOTS.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > ROUTINE-COUNT
               EVALUATE RT-KIND(WS-RX)
                   WHEN "ENTRY"
                       IF WS-MAIN-ROOT = 0
                           OR RT-WORST(WS-RX) > WS-MAIN-WORST
                           MOVE RT-WORST(WS-RX) TO WS-MAIN-WORST
                           MOVE WS-RX TO WS-MAIN-ROOT
                       END-IF
                   WHEN "VECTOR"
                       IF WS-INT-ROOT = 0
                           OR RT-WORST(WS-RX) + 2 > WS-INT-WORST
                           COMPUTE WS-INT-WORST = RT-WORST(WS-RX) + 2
                           MOVE WS-RX TO WS-INT-ROOT
                       END-IF
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-TOTAL-WORST = WS-MAIN-WORST + WS-INT-WORST
           .

       WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD
           STRING "STACK DEPTH ANALYSIS OF " DELIMITED SIZE
                  FUNCTION TRIM(WS-INPUT-NAME) DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           IF WS-SYM-NAME = SPACES
               MOVE "NO SYMBOL FILE" TO RPT-RECORD
           ELSE
               STRING "SYMBOLS " DELIMITED SIZE
                      FUNCTION TRIM(WS-SYM-NAME) DELIMITED SIZE
                      "  " DELIMITED SIZE
                      WS-CPU-MODE DELIMITED SIZE
                      " MODE" DELIMITED SIZE
                   INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "ROUTINE          ADDR  KIND    LOCAL  WORST  "
                      DELIMITED SIZE
                  "CALLS  NOTES" DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > ROUTINE-COUNT
               PERFORM WRITE-ROUTINE-LINE
           END-PERFORM

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "CALL GRAPH" TO RPT-RECORD
           WRITE RPT-RECORD
           IF EDGE-COUNT = 0
               MOVE "NO CALLS" TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > ROUTINE-COUNT
               PERFORM VARYING WS-EX FROM RT-EDGE-FIRST(WS-RX) BY 1
                   UNTIL WS-EX >=
                       RT-EDGE-FIRST(WS-RX) + RT-EDGE-COUNT(WS-RX)
                   MOVE EDGE-SITE(WS-EX) TO WS-TEMP
                   PERFORM FORMAT-HEX4
                   MOVE SPACES TO RPT-RECORD
                   STRING FUNCTION TRIM(RT-NAME(WS-RX)) DELIMITED SIZE
                          " -> " DELIMITED SIZE
                          FUNCTION TRIM(RT-NAME(EDGE-TO(WS-EX)))
                              DELIMITED SIZE
                          " AT " DELIMITED SIZE
                          WS-HEX4 DELIMITED SIZE
                          " PUSHED " DELIMITED SIZE
                          EDGE-DEPTH(WS-EX) DELIMITED SIZE
                       INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "DEEPEST CALL CHAIN" TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-MAIN-ROOT > 0
               MOVE WS-MAIN-ROOT TO WS-RX
               PERFORM WRITE-CALL-CHAIN
           END-IF
           IF WS-INT-ROOT > 0
               MOVE SPACES TO RPT-RECORD
               MOVE "DEEPEST INTERRUPT CHAIN" TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-INT-ROOT TO WS-RX
               PERFORM WRITE-CALL-CHAIN
           END-IF

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "FINDINGS" TO RPT-RECORD
           WRITE RPT-RECORD
           IF FINDING-COUNT = 0
               MOVE "NONE" TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > FINDING-COUNT
               MOVE FINDING-TEXT(WS-RX) TO RPT-RECORD
               WRITE RPT-RECORD
           END-PERFORM
           IF WS-FINDINGS-LOST > 0
               MOVE SPACES TO RPT-RECORD
               STRING WS-FINDINGS-LOST DELIMITED SIZE
                      " MORE FINDING(S) NOT LISTED" DELIMITED SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "WORST CASE MAIN       " DELIMITED SIZE
                  WS-MAIN-WORST DELIMITED SIZE
                  " BYTE(S)" DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "WORST CASE INTERRUPT  " DELIMITED SIZE
                  WS-INT-WORST DELIMITED SIZE
                  " BYTE(S)" DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "TOTAL WORST CASE      " DELIMITED SIZE
                  WS-TOTAL-WORST DELIMITED SIZE
                  " BYTE(S)" DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           IF WS-LIMIT-SET = 0
               MOVE "NO STACK LIMIT GIVEN" TO RPT-RECORD
           ELSE
               IF WS-TOTAL-WORST > WS-LIMIT
                   STRING "STACK LIMIT           " DELIMITED SIZE
                          WS-LIMIT DELIMITED SIZE
                          " BYTE(S) EXCEEDED" DELIMITED SIZE
                       INTO RPT-RECORD
               ELSE
                   STRING "STACK LIMIT           " DELIMITED SIZE
                          WS-LIMIT DELIMITED SIZE
                          " BYTE(S) OK" DELIMITED SIZE
                       INTO RPT-RECORD
               END-IF
           END-IF
           WRITE RPT-RECORD
           .

       WRITE-ROUTINE-LINE.
           MOVE SPACES TO RPT-RECORD
           MOVE RT-NAME(WS-RX) TO RPT-RECORD(1:16)
           MOVE RT-ADDR(WS-RX) TO WS-TEMP
           PERFORM FORMAT-HEX4
           MOVE WS-HEX4 TO RPT-RECORD(18:4)
           MOVE RT-KIND(WS-RX) TO RPT-RECORD(24:6)
           MOVE RT-LOCAL-MAX(WS-RX) TO RPT-RECORD(32:5)
           MOVE RT-WORST(WS-RX) TO RPT-RECORD(39:5)
           MOVE RT-EDGE-COUNT(WS-RX) TO RPT-RECORD(46:4)
           MOVE SPACES TO WS-NOTES
           MOVE 1 TO WS-NOTE-POS
           IF RT-F-REC(WS-RX) = 1
               MOVE "RECURSIVE " TO WS-NOTES(WS-NOTE-POS:10)
               ADD 10 TO WS-NOTE-POS
           END-IF
           IF RT-F-PCHL(WS-RX) = 1
               MOVE "PCHL " TO WS-NOTES(WS-NOTE-POS:5)
               ADD 5 TO WS-NOTE-POS
           END-IF
           IF RT-F-SPHL(WS-RX) = 1
               MOVE "SPHL " TO WS-NOTES(WS-NOTE-POS:5)
               ADD 5 TO WS-NOTE-POS
           END-IF
           IF RT-F-UNBAL(WS-RX) = 1
               MOVE "UNBALANCED " TO WS-NOTES(WS-NOTE-POS:11)
               ADD 11 TO WS-NOTE-POS
           END-IF
           IF RT-F-UNLOAD(WS-RX) = 1
               MOVE "UNLOADED" TO WS-NOTES(WS-NOTE-POS:8)
           END-IF
           MOVE WS-NOTES TO RPT-RECORD(53:40)
           WRITE RPT-RECORD
           .

       WRITE-CALL-CHAIN.
           MOVE 0 TO WS-CHAIN-STEPS
           PERFORM UNTIL WS-RX = 0 OR WS-CHAIN-STEPS >= 250
               ADD 1 TO WS-CHAIN-STEPS
               MOVE RT-ADDR(WS-RX) TO WS-TEMP
               PERFORM FORMAT-HEX4
               MOVE SPACES TO RPT-RECORD
               STRING "  " DELIMITED SIZE
                      RT-NAME(WS-RX) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-HEX4 DELIMITED SIZE
                      "  WORST " DELIMITED SIZE
                      RT-WORST(WS-RX) DELIMITED SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE RT-NEXT(WS-RX) TO WS-RX
           END-PERFORM
           .

       FORMAT-HEX4.
           COMPUTE WS-HI-NIB = WS-TEMP / 4096
           ADD 1 TO WS-HI-NIB
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-HEX4(1:1)
           COMPUTE WS-TEMP = FUNCTION MOD(WS-TEMP, 4096)
           COMPUTE WS-HI-NIB = WS-TEMP / 256
           ADD 1 TO WS-HI-NIB
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-HEX4(2:1)
           COMPUTE WS-TEMP = FUNCTION MOD(WS-TEMP, 256)
           COMPUTE WS-HI-NIB = WS-TEMP / 16
           ADD 1 TO WS-HI-NIB
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-HEX4(3:1)
           COMPUTE WS-LO-NIB = FUNCTION MOD(WS-TEMP, 16)
           ADD 1 TO WS-LO-NIB
           MOVE HEX-CHARS(WS-LO-NIB:1) TO WS-HEX4(4:1)
           .
