       01 ERROR-COUNT         PIC 9(5) VALUE 0.
       01 RECORD-COUNT        PIC 9(5) VALUE 0.
       01 EOF-SEEN            PIC 9 VALUE 0.
       01 SREC-DATA-COUNT     PIC 9(8) VALUE 0.

       01 HEX-CHARS           PIC X(16) VALUE "0123456789ABCDEF".

       01 WS-REC-LEN          PIC 999.
       01 WS-BYTE-COUNT       PIC 999.
       01 WS-REC-TYPE         PIC 99.
       01 WS-SREC-TYPE        PIC X.
       01 WS-GIVEN-COUNT      PIC 9(8).
       01 WS-GIVEN-CSUM       PIC 999.
       01 WS-CALC-SUM         PIC 9(5).
       01 WS-CALC-CSUM        PIC 999.
           ACCEPT WS-HEX-NAME FROM ARGUMENT-VALUE

           IF WS-HEX-NAME = SPACES
               DISPLAY "Usage: hexcheck file.hex|file.s19"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LEN = 0
               CONTINUE
           ELSE
               EVALUATE HEX-RECORD(1:1)
                   WHEN ":"
                       ADD 1 TO RECORD-COUNT
                       PERFORM DECODE-LEN-BYTE
                       PERFORM DECODE-TYPE-BYTE
                       PERFORM VERIFY-CHECKSUM
                       IF WS-REC-TYPE = 1
                           MOVE 1 TO EOF-SEEN
                       END-IF
                   WHEN "S"
                       ADD 1 TO RECORD-COUNT
                       PERFORM CHECK-SREC-RECORD
                   WHEN OTHER
                       DISPLAY "Line " LINE-NUM
                           ": missing leading colon or S"
                       ADD 1 TO ERROR-COUNT
               END-EVALUATE
           END-IF
           .

           END-IF
           .

       CHECK-SREC-RECORD.
           MOVE HEX-RECORD(2:1) TO WS-SREC-TYPE
           IF WS-SREC-TYPE NOT NUMERIC OR WS-SREC-TYPE = "4"
               DISPLAY "Line " LINE-NUM
                   ": unknown S-record type S" WS-SREC-TYPE
               ADD 1 TO ERROR-COUNT
           ELSE
               MOVE HEX-RECORD(3:1) TO WS-BYTE-VAL
               PERFORM GET-NIB-HI
               MOVE HEX-RECORD(4:1) TO WS-BYTE-VAL
               PERFORM GET-NIB-LO
               COMPUTE WS-REC-LEN = WS-HI-NIB * 16 + WS-LO-NIB
               COMPUTE WS-BYTE-COUNT = WS-REC-LEN * 2 + 4
               IF WS-REC-LEN < 3 OR WS-LEN < WS-BYTE-COUNT
                   DISPLAY "Line " LINE-NUM
                       ": record shorter than its byte count"
                   ADD 1 TO ERROR-COUNT
               ELSE
                   PERFORM VERIFY-SREC-CHECKSUM
                   EVALUATE WS-SREC-TYPE
                       WHEN "1" WHEN "2" WHEN "3"
                           ADD 1 TO SREC-DATA-COUNT
                       WHEN "5" WHEN "6"
                           PERFORM VERIFY-SREC-COUNT
                       WHEN "7" WHEN "8" WHEN "9"
                           MOVE 1 TO EOF-SEEN
                   END-EVALUATE
               END-IF
           END-IF
           .

       VERIFY-SREC-CHECKSUM.
           MOVE 0 TO WS-CALC-SUM
           COMPUTE WS-BYTE-COUNT = WS-REC-LEN * 2 + 2
           PERFORM VARYING K FROM 3 BY 2 UNTIL K > WS-BYTE-COUNT
               MOVE HEX-RECORD(K:1) TO WS-BYTE-VAL
               PERFORM GET-NIB-HI
               COMPUTE J = K + 1
               MOVE HEX-RECORD(J:1) TO WS-BYTE-VAL
               PERFORM GET-NIB-LO
               COMPUTE WS-CALC-SUM =
                   WS-CALC-SUM + WS-HI-NIB * 16 + WS-LO-NIB
           END-PERFORM

           COMPUTE K = WS-BYTE-COUNT + 1
           MOVE HEX-RECORD(K:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-HI
           ADD 1 TO K
           MOVE HEX-RECORD(K:1) TO WS-BYTE-VAL
           PERFORM GET-NIB-LO
           COMPUTE WS-GIVEN-CSUM = WS-HI-NIB * 16 + WS-LO-NIB

           COMPUTE WS-CALC-CSUM = 255 - FUNCTION MOD(WS-CALC-SUM, 256)

           IF WS-CALC-CSUM NOT = WS-GIVEN-CSUM
               DISPLAY "Line " LINE-NUM
                   ": checksum mismatch, expected " WS-CALC-CSUM
                   " found " WS-GIVEN-CSUM
               ADD 1 TO ERROR-COUNT
           END-IF
           .

       VERIFY-SREC-COUNT.
           IF WS-SREC-TYPE = "5"
               MOVE 8 TO WS-BYTE-COUNT
           ELSE
               MOVE 10 TO WS-BYTE-COUNT
           END-IF
           MOVE 0 TO WS-GIVEN-COUNT
           PERFORM VARYING K FROM 5 BY 1 UNTIL K > WS-BYTE-COUNT
               MOVE HEX-RECORD(K:1) TO WS-BYTE-VAL
               PERFORM GET-NIB-LO
               COMPUTE WS-GIVEN-COUNT = WS-GIVEN-COUNT * 16 + WS-LO-NIB
           END-PERFORM
           IF WS-GIVEN-COUNT NOT = SREC-DATA-COUNT
               DISPLAY "Line " LINE-NUM
                   ": record count mismatch, expected "
                   SREC-DATA-COUNT " found " WS-GIVEN-COUNT
               ADD 1 TO ERROR-COUNT
           END-IF
           .

       GET-NIB-HI.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 16
               IF HEX-CHARS(J:1) = WS-BYTE-VAL(1:1)
