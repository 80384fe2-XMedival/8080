
       01 WS-INPUT-NAME       PIC X(256).
       01 WS-OUTPUT-NAME      PIC X(256).
       01 WS-OUTPUT-MODE      PIC X(3) VALUE SPACES.
       01 WS-SREC-INPUT       PIC 9 VALUE 0.
       01 WS-EXTRA-ARG        PIC X(272).
       01 WS-EXTRA-ARG-U      PIC X(272).
       01 WS-ARGS-DONE        PIC 9 VALUE 0.
       01 WS-REC-LEN          PIC 999.
       01 WS-REC-TYPE         PIC 99.
       01 WS-REC-ADDR         PIC 9(5).
       01 WS-DATA-POS         PIC 99.
       01 WS-ABS-ADDR         PIC 9(7).
       01 WS-BYTE-VAL         PIC X.
       01 WS-HI-NIB           PIC 99.
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
           IF WS-INPUT-NAME = SPACES
               DISPLAY "Usage: romstamp input.hex output.hex "
                   "SUMFROM=addr SUMTO=addr AT=addr "
                   "[VER=text VERAT=addr] [VERIFY] [HEX|S19]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OUTPUT-MODE = SPACES
               IF WS-SREC-INPUT = 1
                   MOVE "S19" TO WS-OUTPUT-MODE
               ELSE
                   MOVE "HEX" TO WS-OUTPUT-MODE
               END-IF
           END-IF

           IF WS-VERIFY = 1
               PERFORM VERIFY-STAMP
           EVALUATE TRUE
               WHEN WS-EXTRA-ARG-U = "VERIFY"
                   MOVE 1 TO WS-VERIFY
               WHEN WS-EXTRA-ARG-U = "HEX" OR WS-EXTRA-ARG-U = "S19"
                   MOVE WS-EXTRA-ARG-U(1:3) TO WS-OUTPUT-MODE
               WHEN WS-EXTRA-ARG-U(1:8) = "SUMFROM="
                   MOVE WS-EXTRA-ARG-U(9:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG

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
           IF BYTE-COUNT > 0
               PERFORM FLUSH-STAMP-LINE
           END-IF
           IF WS-OUTPUT-MODE = "S19"
               PERFORM WRITE-SREC-TRAILER
           ELSE
               MOVE ":00000001FF" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           CLOSE OUTPUT-FILE
           .

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

       FORMAT-HEX2.
           COMPUTE WS-HI-NIB = FUNCTION MOD(WS-TEMP, 256) / 16
           ADD 1 TO WS-HI-NIB
