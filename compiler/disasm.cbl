       01 SYM-IN-RECORD.
           05 SYM-IN-NAME     PIC X(16).
           05 SYM-IN-VALUE    PIC 9(5).
           05 SYM-IN-SEG      PIC X.

       FD ASM-OUT-FILE.
       01 ASM-OUT-RECORD      PIC X(80).
       01 WS-REC-LEN          PIC 999.
       01 WS-REC-TYPE         PIC 99.
       01 WS-REC-ADDR         PIC 9(5).
       01 WS-DATA-POS         PIC 99.
       01 WS-ABS-ADDR         PIC 9(7).
       01 WS-BYTE-VAL         PIC X.
       01 WS-HI-NIB           PIC 99.

           IF WS-INPUT-NAME = SPACES OR WS-OUTPUT-NAME = SPACES
               DISPLAY "Usage: disasm input.hex output.asm "
                   "[HEX|BIN|S19] [org] [SYM=file.sym]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO WS-ISTART
           MOVE LOW-VALUES TO WS-TARGET

           IF WS-INPUT-MODE = "BIN"
               PERFORM LOAD-BIN-IMAGE
           ELSE
               PERFORM LOAD-HEX-IMAGE
           END-IF

           IF WS-ANY-BYTE-LOADED = 0
           MOVE FUNCTION UPPER-CASE(WS-EXTRA-ARG) TO WS-EXTRA-ARG-U
           EVALUATE TRUE
               WHEN WS-EXTRA-ARG-U = "HEX" OR WS-EXTRA-ARG-U = "BIN"
                   OR WS-EXTRA-ARG-U = "S19"
                   MOVE WS-EXTRA-ARG-U(1:3) TO WS-INPUT-MODE
               WHEN WS-EXTRA-ARG-U(1:4) = "SYM="
                   MOVE WS-EXTRA-ARG(5:256) TO WS-SYM-NAME
                       AT END MOVE 1 TO SYM-IN-EOF
                       NOT AT END
                           IF SYMBOL-COUNT < 200
                               AND SYM-IN-SEG NOT = "D"
                               ADD 1 TO SYMBOL-COUNT
                               MOVE SYM-IN-NAME
                                   TO SYM-NAME(SYMBOL-COUNT)

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
