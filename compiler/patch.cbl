       IDENTIFICATION DIVISION.
           PROGRAM-ID. PATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEX-IN-FILE ASSIGN TO WS-INPUT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HEX-IN-STATUS.
           SELECT BIN-IN-FILE ASSIGN TO WS-INPUT-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BIN-IN-STATUS.
           SELECT DECK-FILE ASSIGN TO WS-DECK-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DECK-STATUS.
           SELECT SYM-IN-FILE ASSIGN TO WS-SYM-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SYM-IN-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO WS-OUTPUT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUTPUT-STATUS.
           SELECT BIN-OUTPUT-FILE ASSIGN TO WS-OUTPUT-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BIN-OUTPUT-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO WS-HISTORY-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HEX-IN-FILE.
       01 HEX-IN-RECORD       PIC X(600).

       FD BIN-IN-FILE
           RECORD CONTAINS 1 CHARACTERS.
       01 BIN-IN-RECORD       PIC X(1).

       FD DECK-FILE.
       01 DECK-RECORD         PIC X(200).

       FD SYM-IN-FILE.
       01 SYM-IN-RECORD.
           05 SYM-IN-NAME     PIC X(16).
           05 SYM-IN-VALUE    PIC 9(5).
           05 SYM-IN-SEG      PIC X.

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD       PIC X(80).

       FD BIN-OUTPUT-FILE
           RECORD CONTAINS 1 CHARACTERS.
       01 BIN-OUTPUT-RECORD   PIC X(1).

       FD HISTORY-FILE.
       01 HISTORY-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
       01 HEX-IN-STATUS       PIC XX.
       01 BIN-IN-STATUS       PIC XX.
       01 DECK-STATUS         PIC XX.
       01 SYM-IN-STATUS       PIC XX.
       01 OUTPUT-STATUS       PIC XX.
       01 BIN-OUTPUT-STATUS   PIC XX.
       01 HISTORY-STATUS      PIC XX.

       01 WS-INPUT-NAME       PIC X(256).
       01 WS-DECK-NAME        PIC X(256).
       01 WS-OUTPUT-NAME      PIC X(256).
       01 WS-SYM-NAME         PIC X(256).
       01 WS-HISTORY-NAME     PIC X(256) VALUE "patch.his".
       01 WS-INPUT-MODE       PIC X(3) VALUE "HEX".
       01 WS-OUTPUT-MODE      PIC X(3) VALUE SPACES.
       01 WS-SREC-INPUT       PIC 9 VALUE 0.
       01 WS-EXTRA-ARG        PIC X(272).
       01 WS-EXTRA-ARG-U      PIC X(272).
       01 WS-ARGS-DONE        PIC 9 VALUE 0.
       01 WS-ARG-TEXT         PIC X(16).
       01 WS-ARG-VAL          PIC 9(7).
       01 WS-ARG-LEN          PIC 99.
       01 WS-AX               PIC 99.
       01 WS-ORG-VAL          PIC 9(5) VALUE 0.

       01 WS-SUMFROM          PIC 9(5) VALUE 0.
       01 WS-SUMTO            PIC 9(5) VALUE 0.
       01 WS-AT-ADDR          PIC 9(5) VALUE 0.
       01 WS-HAVE-FROM        PIC 9 VALUE 0.
       01 WS-HAVE-TO          PIC 9 VALUE 0.
       01 WS-HAVE-AT          PIC 9 VALUE 0.
       01 WS-NOSTAMP          PIC 9 VALUE 0.

       01 HEX-IN-EOF          PIC 9 VALUE 0.
       01 BIN-IN-EOF          PIC 9 VALUE 0.
       01 DECK-EOF            PIC 9 VALUE 0.
       01 SYM-IN-EOF          PIC 9 VALUE 0.

       01 HEX-CHARS           PIC X(16) VALUE "0123456789ABCDEF".

       01 WS-IMAGE            PIC X(65536).
       01 WS-LOADED           PIC X(65536).
       01 WS-ANY-BYTE-LOADED  PIC 9 VALUE 0.
       01 WS-LOW-ADDR         PIC 9(5) VALUE 0.
       01 WS-HIGH-ADDR        PIC 9(5) VALUE 0.

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
       01 WS-NIB-OK           PIC 9.

       01 SYMBOL-TABLE.
           05 SYMBOL-ENTRY OCCURS 200 TIMES.
               10 SYM-NAME     PIC X(16).
               10 SYM-VALUE    PIC 9(5).
       01 SYMBOL-COUNT        PIC 999 VALUE 0.
       01 WS-SX               PIC 999.
       01 WS-SYM-FOUND        PIC 9.

       01 WS-DECK-LINE        PIC 9(5) VALUE 0.
       01 WS-PATCH-ID         PIC X(16).
       01 WS-PATCH-TARGET     PIC X(32).
       01 WS-PATCH-OLD        PIC X(64).
       01 WS-PATCH-NEW        PIC X(64).
       01 WS-TARGET-SYM       PIC X(32).
       01 WS-TARGET-OFF       PIC X(16).
       01 WS-PATCH-ADDR       PIC 9(7).
       01 WS-OLD-LEN          PIC 99.
       01 WS-NEW-LEN          PIC 99.
       01 WS-PATCH-BYTES      PIC 99.
       01 WS-NEW-BYTES OCCURS 32 TIMES PIC 999.
       01 WS-HEX-TEXT         PIC X(64).
       01 WS-HEX-TEXT-LEN     PIC 99.
       01 WS-HEX-OK           PIC 9.
       01 WS-PX               PIC 99.
       01 WS-REFUSE-REASON    PIC X(80).
       01 WS-FOUND-TEXT       PIC X(64).

       01 PATCH-TABLE.
           05 PATCH-ENTRY OCCURS 100 TIMES.
               10 PT-ID        PIC X(16).
               10 PT-TARGET    PIC X(32).
               10 PT-ADDR      PIC 9(5).
               10 PT-OLD       PIC X(64).
               10 PT-NEW       PIC X(64).
       01 PATCH-COUNT         PIC 999 VALUE 0.
       01 WS-REFUSED-COUNT    PIC 999 VALUE 0.
       01 WS-PTX              PIC 999.

       01 WS-PATCH-DATE       PIC 9(8).
       01 WS-PATCH-TIME       PIC 9(8).

       01 WS-SCAN-ADDR        PIC 9(7).
       01 WS-SUM              PIC 9(9).
       01 WS-SUM-MOD          PIC 999.
       01 WS-STAMP-BYTE       PIC 999.
       01 WS-OLD-STAMP        PIC 999.

       01 BYTE-COUNT          PIC 99 VALUE 0.
       01 WS-LINE-ADDR        PIC 9(5).
       01 WS-LINE-SUM         PIC 9(5).
       01 WS-ADDR-HI-BYTE     PIC 999.
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
           05 HEX-TYPE         PIC XX.
           05 HEX-DATA         PIC X(32).
           05 HEX-CHECKSUM     PIC XX.

       01 WS-HEX4             PIC X(4).
       01 WS-HEX2             PIC X(2).
       01 WS-OLD-HEX2         PIC X(2).
       01 WS-TEMP             PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-INPUT-NAME FROM ARGUMENT-VALUE
           ACCEPT WS-DECK-NAME FROM ARGUMENT-VALUE
           ACCEPT WS-OUTPUT-NAME FROM ARGUMENT-VALUE

           IF WS-INPUT-NAME = SPACES OR WS-DECK-NAME = SPACES
               OR WS-OUTPUT-NAME = SPACES
               DISPLAY "Usage: patch input.hex deck.pch output.hex "
                   "SUMFROM=addr SUMTO=addr AT=addr [NOSTAMP] "
                   "[SYM=file.sym] [HEX|BIN|S19] [ORG=addr] "
                   "[OUT=HEX|BIN|S19] [HISTORY=file]"
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

           IF WS-NOSTAMP = 0
               IF WS-HAVE-FROM = 0 OR WS-HAVE-TO = 0
                   OR WS-HAVE-AT = 0
                   DISPLAY "SUMFROM, SUMTO and AT are all required "
                       "unless NOSTAMP is given"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SUMTO < WS-SUMFROM
                   DISPLAY "SUMTO is below SUMFROM"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE LOW-VALUES TO WS-IMAGE
           MOVE LOW-VALUES TO WS-LOADED
           IF WS-INPUT-MODE = "BIN"
               PERFORM LOAD-BIN-IMAGE
           ELSE
               PERFORM LOAD-HEX-IMAGE
           END-IF
           IF WS-OUTPUT-MODE = SPACES
               IF WS-SREC-INPUT = 1
                   MOVE "S19" TO WS-OUTPUT-MODE
               ELSE
                   MOVE WS-INPUT-MODE TO WS-OUTPUT-MODE
               END-IF
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

           PERFORM APPLY-PATCH-DECK

           IF WS-REFUSED-COUNT > 0
               DISPLAY WS-REFUSED-COUNT " patch(es) refused; "
                   "no image written and no history recorded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PATCH-COUNT = 0
               DISPLAY "No patches found in "
                   FUNCTION TRIM(WS-DECK-NAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-NOSTAMP = 0
               PERFORM RESTAMP-IMAGE
           END-IF

           IF WS-OUTPUT-MODE = "BIN"
               PERFORM WRITE-PATCHED-BIN
           ELSE
               PERFORM WRITE-PATCHED-HEX
           END-IF

           PERFORM WRITE-PATCH-HISTORY

           DISPLAY "Applied " PATCH-COUNT " patch(es). Output: "
               FUNCTION TRIM(WS-OUTPUT-NAME)
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       CLASSIFY-EXTRA-ARG.
           MOVE FUNCTION UPPER-CASE(WS-EXTRA-ARG) TO WS-EXTRA-ARG-U
           EVALUATE TRUE
               WHEN WS-EXTRA-ARG-U = "HEX" OR WS-EXTRA-ARG-U = "BIN"
                   OR WS-EXTRA-ARG-U = "S19"
                   MOVE WS-EXTRA-ARG-U(1:3) TO WS-INPUT-MODE
               WHEN WS-EXTRA-ARG-U = "OUT=HEX"
                   OR WS-EXTRA-ARG-U = "OUT=BIN"
                   OR WS-EXTRA-ARG-U = "OUT=S19"
                   MOVE WS-EXTRA-ARG-U(5:3) TO WS-OUTPUT-MODE
               WHEN WS-EXTRA-ARG-U = "NOSTAMP"
                   MOVE 1 TO WS-NOSTAMP
               WHEN WS-EXTRA-ARG-U(1:4) = "SYM="
                   MOVE WS-EXTRA-ARG(5:256) TO WS-SYM-NAME
               WHEN WS-EXTRA-ARG-U(1:8) = "HISTORY="
                   MOVE WS-EXTRA-ARG(9:256) TO WS-HISTORY-NAME
               WHEN WS-EXTRA-ARG-U(1:4) = "ORG="
                   MOVE WS-EXTRA-ARG-U(5:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO WS-ORG-VAL
               WHEN WS-EXTRA-ARG-U(1:8) = "SUMFROM="
                   MOVE WS-EXTRA-ARG-U(9:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO WS-SUMFROM
                   MOVE 1 TO WS-HAVE-FROM
               WHEN WS-EXTRA-ARG-U(1:6) = "SUMTO="
                   MOVE WS-EXTRA-ARG-U(7:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO WS-SUMTO
                   MOVE 1 TO WS-HAVE-TO
               WHEN WS-EXTRA-ARG-U(1:3) = "AT="
                   MOVE WS-EXTRA-ARG-U(4:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO WS-AT-ADDR
                   MOVE 1 TO WS-HAVE-AT
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
                   MOVE 1 TO WS-SREC-INPUT
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
           MOVE 0 TO WS-NIB-OK
           PERFORM VARYING WS-NIB-IDX FROM 1 BY 1 UNTIL WS-NIB-IDX > 16
               IF HEX-CHARS(WS-NIB-IDX:1) = WS-BYTE-VAL
                   COMPUTE WS-LO-NIB = WS-NIB-IDX - 1
                   MOVE 1 TO WS-NIB-OK
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

       APPLY-PATCH-DECK.
           MOVE 0 TO DECK-EOF
           OPEN INPUT DECK-FILE
           IF DECK-STATUS NOT = "00"
               DISPLAY "Error opening patch deck "
                   FUNCTION TRIM(WS-DECK-NAME) ": " DECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL DECK-EOF = 1
               READ DECK-FILE
                   AT END MOVE 1 TO DECK-EOF
                   NOT AT END
                       ADD 1 TO WS-DECK-LINE
                       IF DECK-RECORD NOT = SPACES
                           AND DECK-RECORD(1:1) NOT = "*"
                           AND DECK-RECORD(1:1) NOT = ";"
                           PERFORM APPLY-PATCH-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECK-FILE
           .

       APPLY-PATCH-LINE.
           MOVE SPACES TO WS-PATCH-ID WS-PATCH-TARGET
               WS-PATCH-OLD WS-PATCH-NEW WS-REFUSE-REASON
           UNSTRING FUNCTION UPPER-CASE(FUNCTION TRIM(DECK-RECORD))
               DELIMITED BY ALL " "
               INTO WS-PATCH-ID WS-PATCH-TARGET
                    WS-PATCH-OLD WS-PATCH-NEW
           END-UNSTRING

           IF WS-PATCH-NEW = SPACES
               MOVE "EXPECTED: ID ADDRESS|SYMBOL[+OFFSET] OLD NEW"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM RESOLVE-PATCH-TARGET
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-PATCH-OLD TO WS-HEX-TEXT
               PERFORM DECODE-PATCH-BYTES
               IF WS-HEX-OK = 0
                   MOVE "OLD BYTES ARE NOT PAIRS OF HEX DIGITS"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE WS-PATCH-BYTES TO WS-OLD-LEN
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-PATCH-NEW TO WS-HEX-TEXT
               PERFORM DECODE-PATCH-BYTES
               MOVE WS-PATCH-BYTES TO WS-NEW-LEN
               IF WS-HEX-OK = 0
                   MOVE "NEW BYTES ARE NOT PAIRS OF HEX DIGITS"
                       TO WS-REFUSE-REASON
               ELSE
                   IF WS-NEW-LEN NOT = WS-OLD-LEN
                       MOVE "OLD AND NEW BYTE COUNTS DIFFER"
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               IF WS-PATCH-ADDR + WS-OLD-LEN - 1 > 65535
                   MOVE "PATCH RUNS PAST 65535" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES AND WS-NOSTAMP = 0
               IF WS-AT-ADDR >= WS-PATCH-ADDR
                   AND WS-AT-ADDR <= WS-PATCH-ADDR + WS-OLD-LEN - 1
                   MOVE "PATCH OVERWRITES THE CHECKSUM STAMP BYTE"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM VERIFY-OLD-BYTES
           END-IF

           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED " FUNCTION TRIM(WS-PATCH-ID)
                   " (deck line " WS-DECK-LINE "): "
                   FUNCTION TRIM(WS-REFUSE-REASON)
           ELSE
               PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NEW-LEN
                   COMPUTE WS-ABS-ADDR = WS-PATCH-ADDR + WS-PX - 1
                   MOVE FUNCTION CHAR(WS-NEW-BYTES(WS-PX) + 1)
                       TO WS-IMAGE(WS-ABS-ADDR + 1:1)
                   MOVE "Y" TO WS-LOADED(WS-ABS-ADDR + 1:1)
               END-PERFORM
               IF PATCH-COUNT < 100
                   ADD 1 TO PATCH-COUNT
                   MOVE WS-PATCH-ID TO PT-ID(PATCH-COUNT)
                   MOVE WS-PATCH-TARGET TO PT-TARGET(PATCH-COUNT)
                   MOVE WS-PATCH-ADDR TO PT-ADDR(PATCH-COUNT)
                   MOVE WS-PATCH-OLD TO PT-OLD(PATCH-COUNT)
                   MOVE WS-PATCH-NEW TO PT-NEW(PATCH-COUNT)
                   MOVE WS-PATCH-ADDR TO WS-TEMP
                   PERFORM FORMAT-HEX4
                   DISPLAY "Patch " FUNCTION TRIM(WS-PATCH-ID)
                       " at " WS-HEX4 "H: "
                       FUNCTION TRIM(WS-PATCH-OLD) " -> "
                       FUNCTION TRIM(WS-PATCH-NEW)
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "REFUSED " FUNCTION TRIM(WS-PATCH-ID)
                       ": more than 100 patches in one deck"
               END-IF
           END-IF
           .

       RESOLVE-PATCH-TARGET.
           MOVE 0 TO WS-PATCH-ADDR
           IF WS-PATCH-TARGET(1:1) >= "0"
               AND WS-PATCH-TARGET(1:1) <= "9"
               MOVE WS-PATCH-TARGET TO WS-ARG-TEXT
               PERFORM PARSE-NUM-ARG
               MOVE WS-ARG-VAL TO WS-PATCH-ADDR
           ELSE
               MOVE SPACES TO WS-TARGET-SYM WS-TARGET-OFF
               UNSTRING WS-PATCH-TARGET DELIMITED BY "+"
                   INTO WS-TARGET-SYM WS-TARGET-OFF
               END-UNSTRING
               MOVE 0 TO WS-SYM-FOUND
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > SYMBOL-COUNT OR WS-SYM-FOUND = 1
                   IF FUNCTION UPPER-CASE(SYM-NAME(WS-SX))
                       = WS-TARGET-SYM
                       MOVE 1 TO WS-SYM-FOUND
                       MOVE SYM-VALUE(WS-SX) TO WS-PATCH-ADDR
                   END-IF
               END-PERFORM
               IF WS-SYM-FOUND = 0
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "SYMBOL " DELIMITED SIZE
                          FUNCTION TRIM(WS-TARGET-SYM) DELIMITED SIZE
                          " NOT IN SYM FILE" DELIMITED SIZE
                       INTO WS-REFUSE-REASON
               ELSE
                   IF WS-TARGET-OFF NOT = SPACES
                       MOVE WS-TARGET-OFF TO WS-ARG-TEXT
                       PERFORM PARSE-NUM-ARG
                       ADD WS-ARG-VAL TO WS-PATCH-ADDR
                   END-IF
               END-IF
           END-IF
           .

       DECODE-PATCH-BYTES.
           MOVE 1 TO WS-HEX-OK
           MOVE 0 TO WS-PATCH-BYTES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HEX-TEXT))
               TO WS-HEX-TEXT-LEN
           IF FUNCTION MOD(WS-HEX-TEXT-LEN, 2) NOT = 0
               OR WS-HEX-TEXT = SPACES
               MOVE 0 TO WS-HEX-OK
           ELSE
               COMPUTE WS-PATCH-BYTES = WS-HEX-TEXT-LEN / 2
               PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PATCH-BYTES
                   COMPUTE J = WS-PX * 2 - 1
                   MOVE WS-HEX-TEXT(J:1) TO WS-BYTE-VAL
                   PERFORM GET-NIB-LO
                   IF WS-NIB-OK = 0
                       MOVE 0 TO WS-HEX-OK
                   END-IF
                   MOVE WS-LO-NIB TO WS-HI-NIB
                   MOVE WS-HEX-TEXT(J + 1:1) TO WS-BYTE-VAL
                   PERFORM GET-NIB-LO
                   IF WS-NIB-OK = 0
                       MOVE 0 TO WS-HEX-OK
                   END-IF
                   COMPUTE WS-NEW-BYTES(WS-PX) =
                       WS-HI-NIB * 16 + WS-LO-NIB
               END-PERFORM
           END-IF
           .

       VERIFY-OLD-BYTES.
           MOVE SPACES TO WS-FOUND-TEXT
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-OLD-LEN
               COMPUTE WS-ABS-ADDR = WS-PATCH-ADDR + WS-PX - 1
               IF WS-LOADED(WS-ABS-ADDR + 1:1) = "Y"
                   COMPUTE WS-BYTE = FUNCTION ORD(
                       WS-IMAGE(WS-ABS-ADDR + 1:1)) - 1
               ELSE
                   MOVE 255 TO WS-BYTE
               END-IF
               MOVE WS-BYTE TO WS-TEMP
               PERFORM FORMAT-HEX2
               MOVE WS-HEX2 TO WS-FOUND-TEXT(WS-PX * 2 - 1:2)
           END-PERFORM
           IF WS-FOUND-TEXT NOT = WS-PATCH-OLD
               MOVE WS-PATCH-ADDR TO WS-TEMP
               PERFORM FORMAT-HEX4
               STRING "OLD BYTES AT " DELIMITED SIZE
                      WS-HEX4 DELIMITED SIZE
                      "H ARE " DELIMITED SIZE
                      FUNCTION TRIM(WS-FOUND-TEXT) DELIMITED SIZE
                      ", DECK EXPECTS " DELIMITED SIZE
                      FUNCTION TRIM(WS-PATCH-OLD) DELIMITED SIZE
                   INTO WS-REFUSE-REASON
           END-IF
           .

       RESTAMP-IMAGE.
           IF WS-LOADED(WS-AT-ADDR + 1:1) = "Y"
               COMPUTE WS-OLD-STAMP = FUNCTION ORD(
                   WS-IMAGE(WS-AT-ADDR + 1:1)) - 1
           ELSE
               MOVE 255 TO WS-OLD-STAMP
           END-IF
           MOVE 0 TO WS-SUM
           PERFORM VARYING WS-SCAN-ADDR FROM WS-SUMFROM BY 1
               UNTIL WS-SCAN-ADDR > WS-SUMTO
               IF WS-SCAN-ADDR NOT = WS-AT-ADDR
                   IF WS-LOADED(WS-SCAN-ADDR + 1:1) = "Y"
                       COMPUTE WS-BYTE = FUNCTION ORD(
                           WS-IMAGE(WS-SCAN-ADDR + 1:1)) - 1
                   ELSE
                       MOVE 255 TO WS-BYTE
                   END-IF
                   ADD WS-BYTE TO WS-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-SUM-MOD = FUNCTION MOD(WS-SUM, 256)
           COMPUTE WS-STAMP-BYTE =
               FUNCTION MOD(256 - WS-SUM-MOD, 256)
           MOVE FUNCTION CHAR(WS-STAMP-BYTE + 1)
               TO WS-IMAGE(WS-AT-ADDR + 1:1)
           MOVE "Y" TO WS-LOADED(WS-AT-ADDR + 1:1)
           MOVE WS-OLD-STAMP TO WS-TEMP
           PERFORM FORMAT-HEX2
           MOVE WS-HEX2 TO WS-OLD-HEX2
           MOVE WS-STAMP-BYTE TO WS-TEMP
           PERFORM FORMAT-HEX2
           DISPLAY "Checksum stamp at " WS-AT-ADDR " changed from "
               WS-OLD-HEX2 "H to " WS-HEX2 "H"
           .

       WRITE-PATCHED-BIN.
           MOVE 0 TO WS-LOW-ADDR
           MOVE 0 TO WS-HIGH-ADDR
           PERFORM VARYING WS-SCAN-ADDR FROM 65535 BY -1
               UNTIL WS-SCAN-ADDR = 0
               OR WS-LOADED(WS-SCAN-ADDR + 1:1) = "Y"
               CONTINUE
           END-PERFORM
           MOVE WS-SCAN-ADDR TO WS-HIGH-ADDR
           PERFORM VARYING WS-SCAN-ADDR FROM 0 BY 1
               UNTIL WS-SCAN-ADDR >= WS-HIGH-ADDR
               OR WS-LOADED(WS-SCAN-ADDR + 1:1) = "Y"
               CONTINUE
           END-PERFORM
           MOVE WS-SCAN-ADDR TO WS-LOW-ADDR
           OPEN OUTPUT BIN-OUTPUT-FILE
           IF BIN-OUTPUT-STATUS NOT = "00"
               DISPLAY "Error opening output file: " BIN-OUTPUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SCAN-ADDR FROM WS-LOW-ADDR BY 1
               UNTIL WS-SCAN-ADDR > WS-HIGH-ADDR
               IF WS-LOADED(WS-SCAN-ADDR + 1:1) = "Y"
                   MOVE WS-IMAGE(WS-SCAN-ADDR + 1:1)
                       TO BIN-OUTPUT-RECORD
               ELSE
                   MOVE FUNCTION CHAR(256) TO BIN-OUTPUT-RECORD
               END-IF
               WRITE BIN-OUTPUT-RECORD
           END-PERFORM
           CLOSE BIN-OUTPUT-FILE
           IF WS-LOW-ADDR NOT = WS-ORG-VAL
               DISPLAY "Binary image starts at " WS-LOW-ADDR
                   "; load it with ORG=" WS-LOW-ADDR
           END-IF
           .

       WRITE-PATCHED-HEX.
           OPEN OUTPUT OUTPUT-FILE
           IF OUTPUT-STATUS NOT = "00"
               DISPLAY "Error opening output file: " OUTPUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OUTPUT-MODE = "S19"
               MOVE 0 TO WS-SREC-COUNT
               PERFORM WRITE-SREC-HEADER
           END-IF
           MOVE 0 TO BYTE-COUNT
           MOVE 0 TO WS-LINE-SUM
           PERFORM VARYING WS-SCAN-ADDR FROM 0 BY 1
               UNTIL WS-SCAN-ADDR > 65535
               IF WS-LOADED(WS-SCAN-ADDR + 1:1) = "Y"
                   IF BYTE-COUNT = 0
                       MOVE WS-SCAN-ADDR TO WS-LINE-ADDR
                   END-IF
                   COMPUTE WS-BYTE = FUNCTION ORD(
                       WS-IMAGE(WS-SCAN-ADDR + 1:1)) - 1
                   COMPUTE K = BYTE-COUNT * 2 + 1
                   COMPUTE WS-HI-NIB = WS-BYTE / 16
                   ADD 1 TO WS-HI-NIB
                   MOVE HEX-CHARS(WS-HI-NIB:1) TO HEX-DATA(K:1)
                   ADD 1 TO K
                   COMPUTE WS-LO-NIB = FUNCTION MOD(WS-BYTE, 16)
                   ADD 1 TO WS-LO-NIB
                   MOVE HEX-CHARS(WS-LO-NIB:1) TO HEX-DATA(K:1)
                   ADD WS-BYTE TO WS-LINE-SUM
                   ADD 1 TO BYTE-COUNT
                   IF BYTE-COUNT >= 16
                       PERFORM FLUSH-PATCH-LINE
                   END-IF
               ELSE
                   IF BYTE-COUNT > 0
                       PERFORM FLUSH-PATCH-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF BYTE-COUNT > 0
               PERFORM FLUSH-PATCH-LINE
           END-IF
           IF WS-OUTPUT-MODE = "S19"
               PERFORM WRITE-SREC-TRAILER
           ELSE
               MOVE ":00000001FF" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           CLOSE OUTPUT-FILE
           .

       FLUSH-PATCH-LINE.
           COMPUTE WS-ADDR-HI-BYTE = WS-LINE-ADDR / 256
           COMPUTE WS-ADDR-LO-BYTE = FUNCTION MOD(WS-LINE-ADDR, 256)

           COMPUTE WS-HI-NIB = WS-ADDR-HI-BYTE / 16
           ADD 1 TO WS-HI-NIB
           MOVE HEX-CHARS(WS-HI-NIB:1) TO HEX-ADDR(1:1)
           COMPUTE WS-LO-NIB = FUNCTION MOD(WS-ADDR-HI-BYTE, 16)
           ADD 1 TO WS-LO-NIB
           MOVE HEX-CHARS(WS-LO-NIB:1) TO HEX-ADDR(2:1)
           COMPUTE WS-HI-NIB = WS-ADDR-LO-BYTE / 16
           ADD 1 TO WS-HI-NIB
           MOVE HEX-CHARS(WS-HI-NIB:1) TO HEX-ADDR(3:1)
           COMPUTE WS-LO-NIB = FUNCTION MOD(WS-ADDR-LO-BYTE, 16)
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
               + WS-LINE-SUM
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
           COMPUTE WS-LO-NIB = FUNCTION MOD(WS-CHECKSUM-VAL, 16)
           ADD 1 TO WS-LO-NIB
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
           MOVE 0 TO WS-LINE-SUM
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

       WRITE-PATCH-HISTORY.
           ACCEPT WS-PATCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PATCH-TIME FROM TIME
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-STATUS NOT = "00" AND HISTORY-STATUS NOT = "05"
               DISPLAY "Warning: cannot append to "
                   FUNCTION TRIM(WS-HISTORY-NAME) ": " HISTORY-STATUS
           ELSE
               PERFORM VARYING WS-PTX FROM 1 BY 1
                   UNTIL WS-PTX > PATCH-COUNT
                   MOVE PT-ADDR(WS-PTX) TO WS-TEMP
                   PERFORM FORMAT-HEX4
                   MOVE SPACES TO HISTORY-RECORD
                   STRING WS-PATCH-DATE DELIMITED SIZE
                          " " DELIMITED SIZE
                          WS-PATCH-TIME(1:6) DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM(PT-ID(WS-PTX)) DELIMITED SIZE
                          " " DELIMITED SIZE
                          WS-HEX4 DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM(PT-TARGET(WS-PTX))
                              DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM(PT-OLD(WS-PTX)) DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM(PT-NEW(WS-PTX)) DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM(WS-INPUT-NAME) DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM(WS-OUTPUT-NAME) DELIMITED SIZE
                       INTO HISTORY-RECORD
                   WRITE HISTORY-RECORD
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
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

       FORMAT-HEX2.
           COMPUTE WS-HI-NIB = FUNCTION MOD(WS-TEMP, 256) / 16
           ADD 1 TO WS-HI-NIB
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-HEX2(1:1)
           COMPUTE WS-LO-NIB = FUNCTION MOD(WS-TEMP, 16)
           ADD 1 TO WS-LO-NIB
           MOVE HEX-CHARS(WS-LO-NIB:1) TO WS-HEX2(2:1)
           .
