       01 SYM-IN-RECORD.
           05 SYM-IN-NAME     PIC X(16).
           05 SYM-IN-VALUE    PIC 9(5).
           05 SYM-IN-SEG      PIC X.

       WORKING-STORAGE SECTION.
       01 HEX-IN-STATUS       PIC XX.
       01 WS-REC-LEN          PIC 999.
       01 WS-REC-TYPE         PIC 99.
       01 WS-REC-ADDR         PIC 9(5).
       01 WS-DATA-POS         PIC 99.
       01 WS-ABS-ADDR         PIC 9(7).
       01 WS-BYTE-VAL         PIC X.
       01 WS-HI-NIB           PIC 99.
           IF WS-NAME1 = SPACES OR WS-NAME2 = SPACES
               DISPLAY "Usage: romdiff built.hex golden.bin "
                   "[SYM=file.sym] [ORG1=addr] [ORG2=addr] "
                   "[FMT1=HEX|BIN|S19] [FMT2=HEX|BIN|S19]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                               MOVE WS-ARG-VAL TO WS-ORG2
                           WHEN WS-EXTRA-ARG-U(1:5) = "FMT1="
                               AND (WS-EXTRA-ARG-U(6:3) = "HEX"
                                   OR WS-EXTRA-ARG-U(6:3) = "BIN"
                                   OR WS-EXTRA-ARG-U(6:3) = "S19")
                               MOVE WS-EXTRA-ARG-U(6:3) TO WS-FMT1
                           WHEN WS-EXTRA-ARG-U(1:5) = "FMT2="
                               AND (WS-EXTRA-ARG-U(6:3) = "HEX"
                                   OR WS-EXTRA-ARG-U(6:3) = "BIN"
                                   OR WS-EXTRA-ARG-U(6:3) = "S19")
                               MOVE WS-EXTRA-ARG-U(6:3) TO WS-FMT2
                           WHEN OTHER
                               DISPLAY "Ignoring unknown argument: "
                   PERFORM SNIFF-FILE-KIND
               END-IF
           END-IF
           IF WS-FILE-KIND = "BIN"
               PERFORM LOAD-BIN-IMAGE
           ELSE
               PERFORM LOAD-HEX-IMAGE
           END-IF
           .

                   MOVE "HEX" TO WS-FILE-KIND
               END-IF
           END-IF
           IF BIN-IN-EOF = 0 AND BIN-IN-RECORD = "S"
               PERFORM VALIDATE-FIRST-HEX-RECORD
               IF WS-SNIFF-OK = 1
                   MOVE "S19" TO WS-FILE-KIND
               END-IF
           END-IF
           .

       VALIDATE-FIRST-HEX-RECORD.
               END-READ
               CLOSE HEX-IN-FILE
               IF HEX-IN-EOF = 0
                   IF HEX-IN-RECORD(1:1) = "S"
                       PERFORM CHECK-SREC-RECORD-FORM
                   ELSE
                       PERFORM CHECK-HEX-RECORD-FORM
                   END-IF
               END-IF
           END-IF
           .
           END-IF
           .

       CHECK-SREC-RECORD-FORM.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HEX-IN-RECORD)) TO WS-LEN
           IF WS-LEN < 10 OR HEX-IN-RECORD(2:1) NOT NUMERIC
               CONTINUE
           ELSE
               MOVE 1 TO WS-HEXDIG
               PERFORM VARYING WS-SNIFF-POS FROM 3 BY 1
                   UNTIL WS-SNIFF-POS > 4 OR WS-HEXDIG = 0
                   PERFORM CHECK-HEX-DIGIT
               END-PERFORM
               IF WS-HEXDIG = 1
                   MOVE HEX-IN-RECORD(3:1) TO WS-BYTE-VAL
                   PERFORM GET-NIB-HI
                   MOVE HEX-IN-RECORD(4:1) TO WS-BYTE-VAL
                   PERFORM GET-NIB-LO
                   COMPUTE WS-REC-LEN = WS-HI-NIB * 16 + WS-LO-NIB
                   COMPUTE WS-SNIFF-EXPECT = 4 + 2 * WS-REC-LEN
                   IF WS-REC-LEN >= 3 AND WS-LEN >= WS-SNIFF-EXPECT
                       PERFORM VARYING WS-SNIFF-POS FROM 5 BY 1
                           UNTIL WS-SNIFF-POS > WS-SNIFF-EXPECT
                           OR WS-HEXDIG = 0
                           PERFORM CHECK-HEX-DIGIT
                       END-PERFORM
                       IF WS-HEXDIG = 1
                           PERFORM CHECK-SREC-CHECKSUM
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       CHECK-HEX-DIGIT.
           MOVE 0 TO WS-HEXDIG
           PERFORM VARYING WS-NIB-IDX FROM 1 BY 1 UNTIL WS-NIB-IDX > 16
           END-IF
           .

       CHECK-SREC-CHECKSUM.
           MOVE 0 TO WS-SNIFF-SUM
           PERFORM VARYING WS-SNIFF-POS FROM 3 BY 2
               UNTIL WS-SNIFF-POS > WS-SNIFF-EXPECT
               MOVE HEX-IN-RECORD(WS-SNIFF-POS:1) TO WS-BYTE-VAL
               PERFORM GET-NIB-HI
               MOVE HEX-IN-RECORD(WS-SNIFF-POS + 1:1) TO WS-BYTE-VAL
               PERFORM GET-NIB-LO
               COMPUTE WS-SNIFF-SUM = WS-SNIFF-SUM
                   + WS-HI-NIB * 16 + WS-LO-NIB
           END-PERFORM
           IF FUNCTION MOD(WS-SNIFF-SUM, 256) = 255
               MOVE 1 TO WS-SNIFF-OK
           END-IF
           .

       LOAD-HEX-IMAGE.
           MOVE 0 TO HEX-IN-EOF
           OPEN INPUT HEX-IN-FILE

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
                       AT END MOVE 1 TO SYM-IN-EOF
                       NOT AT END
                           IF SYMBOL-COUNT < 200
                               AND SYM-IN-SEG NOT = "D"
                               ADD 1 TO SYMBOL-COUNT
                               MOVE SYM-IN-NAME
                                   TO SYM-NAME(SYMBOL-COUNT)
