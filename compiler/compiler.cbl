           SELECT XRF-FILE ASSIGN TO WS-XRF-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS XRF-STATUS.
           SELECT LINT-FILE ASSIGN TO WS-LINT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LINT-STATUS.
           SELECT OPTIONAL BUILD-LOG-FILE ASSIGN TO WS-BLDLOG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BLDLOG-STATUS.
       01 SYM-RECORD.
           05 SYM-REC-NAME    PIC X(16).
           05 SYM-REC-VALUE   PIC 9(5).
           05 SYM-REC-SEG     PIC X.

       FD REL-FILE.
       01 REL-RECORD.
           05 REL-REC-NAME    PIC X(16).
           05 REL-REC-ADDR    PIC 9(5).
           05 REL-REC-KIND    PIC X.

       FD XRF-FILE.
       01 XRF-RECORD          PIC X(120).

       FD LINT-FILE.
       01 LINT-RECORD         PIC X(132).

       FD BUILD-LOG-FILE.
       01 BUILD-LOG-RECORD    PIC X(200).

       01 SYM-STATUS          PIC XX.
       01 REL-STATUS          PIC XX.
       01 XRF-STATUS          PIC XX.
       01 LINT-STATUS         PIC XX.
       01 BLDLOG-STATUS       PIC XX.
       01 WS-BLDLOG-NAME      PIC X(256) VALUE "build.log".
       01 WS-BUILD-DATE       PIC X(8).
       01 WS-SYM-NAME         PIC X(260).
       01 WS-REL-NAME         PIC X(260).
       01 WS-XRF-NAME         PIC X(260).
       01 WS-LINT-NAME        PIC X(260).

       01 WS-PASS             PIC 9 VALUE 1.
       01 CURRENT-ADDR        PIC 9(5) VALUE 0.
       01 WS-MAX-ADDR         PIC 9(5) VALUE 0.
       01 WS-CUR-SEG          PIC X VALUE "C".
       01 WS-CSEG-ADDR        PIC 9(5) VALUE 0.
       01 WS-DSEG-ADDR        PIC 9(5) VALUE 0.
       01 WS-DSEG-SIZE        PIC 9(5) VALUE 0.
       01 LINE-NUM            PIC 9(5) VALUE 0.
       01 WS-TOTAL-LINES      PIC 9(5) VALUE 0.
       01 INSTR-LEN           PIC 9 VALUE 0.
               10 SYM-PUBLIC   PIC X VALUE "N".
               10 SYM-FIXED    PIC X VALUE "N".
               10 SYM-DEF-LINE PIC 9(5).
               10 SYM-KIND     PIC X VALUE "E".
               10 SYM-SEG      PIC X VALUE "A".
       01 SYMBOL-COUNT         PIC 9(4) VALUE 0.
       01 SYM-ORDER-TABLE.
           05 SYM-ORDER OCCURS 2000 TIMES PIC 9(4).
       01 WS-SYM-FULL-ERR      PIC 9 VALUE 0.
       01 WS-SYM-FULL-NAME     PIC X(16).
       01 WS-SYM-NEW-VALUE     PIC 9(5).
       01 WS-SYM-NEW-KIND      PIC X VALUE "E".
       01 WS-SYM-NEW-SEG       PIC X VALUE "A".
       01 WS-LOOKUP-NAME       PIC X(16).
       01 WS-DUP-NAMES OCCURS 10 TIMES PIC X(16).
       01 WS-DUP-COUNT         PIC 99 VALUE 0.
       01 WS-EXTERN-COUNT     PIC 99 VALUE 0.
       01 WS-EXTERN-REF       PIC 9 VALUE 0.
       01 WS-EXTERN-REF-NAME  PIC X(16).
       01 WS-DSEG-REF         PIC 9 VALUE 0.
       01 WS-CSEG-REF         PIC 9 VALUE 0.
       01 WS-DSEG-REF-NAME    PIC X(16).

       01 REL-TABLE.
           05 REL-ENTRY OCCURS 200 TIMES.
               10 REL-NAME-T   PIC X(16).
               10 REL-ADDR-T   PIC 9(5).
               10 REL-KIND-T   PIC X.
       01 REL-COUNT            PIC 999 VALUE 0.

       01 XRF-REF-TABLE.
       01 WS-RUN-DEC           PIC 9.
       01 WS-EX                PIC 99.

       01 WS-LINT-FLAG         PIC 9 VALUE 0.
       01 WS-LINT-CODE-MAP     PIC X(65536).
       01 WS-LINT-ORG-PEND     PIC 9 VALUE 1.
       01 WS-LINT-LAST         PIC X VALUE "N".
       01 WS-LINT-LAST-MNEM    PIC X(8).
       01 WS-LINT-CODE-SEEN    PIC 9 VALUE 0.
       01 WS-LINT-DATA-PEND    PIC 9 VALUE 0.
       01 WS-LINT-DATA-DS      PIC 9 VALUE 0.
       01 WS-LINT-DATA-LINE    PIC 9(5).
       01 WS-LINT-DATA-ADDR    PIC 9(5).
       01 WS-LINT-DATA-MNEM    PIC X(8).
       01 LINT-TABLE.
           05 LINT-ENTRY OCCURS 500 TIMES.
               10 LNT-LINE     PIC 9(5).
               10 LNT-SEV      PIC X(7).
               10 LNT-TEXT     PIC X(100).
       01 LINT-COUNT           PIC 999 VALUE 0.
       01 WS-LINT-OVF          PIC 9 VALUE 0.
       01 WS-LINT-SWAP         PIC X(112).
       01 WS-LINT-SEV          PIC X(7).
       01 WS-LINT-LINE         PIC 9(5).
       01 WS-LINT-TEXT         PIC X(100).
       01 WS-LINT-ERRORS       PIC 9(4) VALUE 0.
       01 WS-LINT-WARNINGS     PIC 9(4) VALUE 0.
       01 WS-LINT-INFOS        PIC 9(4) VALUE 0.
       01 WS-LINT-ADDR         PIC 9(5).
       01 WS-LINT-HEX          PIC X(4).
       01 WS-LINT-NIB          PIC 99.
       01 WS-LINT-REM          PIC 9(5).
       01 WS-LINT-VALUE        PIC 9(5).

       01 MNEMONIC-FREQ-TABLE.
           05 FREQ-ENTRY OCCURS 80 TIMES.
               10 FREQ-NAME    PIC X(8).
       01 WS-TEMP             PIC 9(5).
       01 WS-FLUSH-ADDR       PIC 9(5).
       01 WS-CHECKSUM         PIC 9(5).
       01 WS-SREC-BYTE        PIC 999.
       01 WS-SREC-COUNT       PIC 9(5) VALUE 0.
       01 WS-SREC-TEXT        PIC X(20).
       01 WS-SREC-LEN         PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           IF WS-INPUT-NAME = SPACES
               DISPLAY "Usage: compiler input.asm output.hex "
                   "[HEX|BIN|S19] [8080|8085] [name=value]... "
                   "[RESUME] "
                   "[LINT]"
               STOP RUN
           END-IF

           END-IF

           MOVE FUNCTION UPPER-CASE(WS-OUTPUT-MODE) TO WS-OUTPUT-MODE
           IF WS-OUTPUT-MODE NOT = "BIN" AND WS-OUTPUT-MODE NOT = "S19"
               MOVE "HEX" TO WS-OUTPUT-MODE
           END-IF

               END-IF
           END-PERFORM

           IF WS-RESUME-FLAG = 1 AND WS-OUTPUT-MODE NOT = "HEX"
               DISPLAY "RESUME is not supported with "
                   WS-OUTPUT-MODE " output; "
                   "checkpointing applies to HEX mode only. "
                   "Ignoring RESUME."
               MOVE 0 TO WS-RESUME-FLAG
           PERFORM BUILD-COMPANION-NAMES

           MOVE LOW-VALUES TO WS-IMAGE
           MOVE SPACES TO WS-LINT-CODE-MAP

           OPEN INPUT INPUT-FILE
           IF INPUT-STATUS NOT = "00"

           PERFORM PASS-TWO

           IF WS-LINT-FLAG = 1
               PERFORM LINT-UNREFERENCED-LABELS
               PERFORM WRITE-LINT-FILE
           END-IF

           IF ERROR-COUNT > 0
               DISPLAY ERROR-COUNT " error(s). See "
                   FUNCTION TRIM(WS-ERROR-NAME)
               DISPLAY "Assembly complete. Output: "
                   FUNCTION TRIM(WS-OUTPUT-NAME)
               MOVE 0 TO WS-BUILD-RC
               IF WS-LINT-ERRORS > 0
                   MOVE 8 TO WS-BUILD-RC
               END-IF
           END-IF
           IF WS-LINT-FLAG = 1
               DISPLAY "Lint: " WS-LINT-ERRORS " error(s), "
                   WS-LINT-WARNINGS " warning(s), "
                   WS-LINT-INFOS " info. See "
                   FUNCTION TRIM(WS-LINT-NAME)
           END-IF

           PERFORM WRITE-BUILD-LOG
           MOVE 0 TO WS-COND-DEPTH
           MOVE 0 TO WS-IF-SEQ
           MOVE 0 TO WS-INC-DEPTH
           MOVE 1 TO WS-LINT-ORG-PEND
           PERFORM RESET-SEGMENTS

           PERFORM UNTIL EOF-FLAG = 1
               PERFORM READ-SOURCE-LINE
           MOVE 0 TO WS-IF-SEQ
           INITIALIZE HEX-LINE
           MOVE 0 TO WS-LINE-BYTE-SUM
           MOVE "N" TO WS-LINT-LAST
           MOVE 0 TO WS-LINT-CODE-SEEN
           MOVE 0 TO WS-LINT-DATA-PEND
           PERFORM RESET-SEGMENTS

           MOVE 0 TO CKPT-LINE
           IF WS-RESUME-FLAG = 1
                   STOP RUN
               END-IF
           END-IF
           IF WS-OUTPUT-MODE = "S19"
               OPEN OUTPUT OUTPUT-FILE
               IF OUTPUT-STATUS NOT = "00"
                   DISPLAY "Error opening output file: " OUTPUT-STATUS
                   STOP RUN
               END-IF
               MOVE 0 TO WS-SREC-COUNT
               PERFORM WRITE-SREC-HEADER
           END-IF

           MOVE 0 TO EOF-FLAG
           MOVE 0 TO WS-INC-DEPTH
           IF BYTE-COUNT > 0
               PERFORM FLUSH-HEX-LINE
           END-IF
           IF WS-CUR-SEG = "D"
               PERFORM NOTE-DSEG-SIZE
           END-IF

           EVALUATE WS-OUTPUT-MODE
               WHEN "HEX"
                   PERFORM WRITE-EOF-RECORD
                   CLOSE OUTPUT-FILE
                   IF ERROR-COUNT = 0
                       PERFORM CLEAR-CHECKPOINT
                   END-IF
               WHEN "S19"
                   PERFORM WRITE-SREC-TRAILER
                   CLOSE OUTPUT-FILE
               WHEN OTHER
                   PERFORM WRITE-BINARY-IMAGE
           END-EVALUATE

           CLOSE INPUT-FILE
           CLOSE LISTING-FILE
           CLOSE ERROR-FILE
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED SIZE
                  ".xrf" DELIMITED SIZE
               INTO WS-XRF-NAME
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED SIZE
                  ".lnt" DELIMITED SIZE
               INTO WS-LINT-NAME
           .

       CLASSIFY-EXTRA-ARG.
           EVALUATE TRUE
               WHEN WS-EXTRA-ARG-U = "RESUME"
                   MOVE 1 TO WS-RESUME-FLAG
               WHEN WS-EXTRA-ARG-U = "LINT"
                   MOVE 1 TO WS-LINT-FLAG
               WHEN WS-EXTRA-ARG-U = "8080" OR WS-EXTRA-ARG-U = "8085"
                   MOVE WS-EXTRA-ARG-U(1:4) TO WS-CPU-MODE
               WHEN WS-EQ-POS > 1
           PERFORM PARSE-NUMBER-OP1
           MOVE WS-DEF-NAME TO WS-LABEL
           MOVE WS-WORD TO WS-SYM-NEW-VALUE
           MOVE "E" TO WS-SYM-NEW-KIND
           MOVE "A" TO WS-SYM-NEW-SEG
           PERFORM ADD-SYMBOL-ENTRY
           MOVE WS-DEF-NAME TO WS-LOOKUP-NAME
           PERFORM FIND-SYMBOL-INDEX
           MOVE 0 TO WS-BYTE1
           MOVE 0 TO WS-BYTE2
           MOVE 0 TO WS-EXTERN-REF
           MOVE 0 TO WS-DSEG-REF
           MOVE 0 TO WS-CSEG-REF
           INITIALIZE WS-MNEMONIC
           INITIALIZE WS-OPERAND1
           INITIALIZE WS-OPERAND2
                               IF WS-CALL-MAC > 0
                                   IF WS-LABEL NOT = SPACES
                                       AND WS-PASS = 1
                                       PERFORM SET-LABEL-KIND
                                       MOVE WS-CUR-SEG
                                           TO WS-SYM-NEW-SEG
                                       MOVE CURRENT-ADDR
                                           TO WS-SYM-NEW-VALUE
                                       PERFORM ADD-SYMBOL-ENTRY
                                   END-IF
                                   IF WS-LABEL NOT = SPACES
                                       AND WS-PASS = 2
                                       PERFORM LINT-NOTE-LABEL
                                   END-IF
                                   PERFORM SETUP-MACRO-EXPANSION
                               ELSE
                                   PERFORM PROCESS-STATEMENT
       PROCESS-STATEMENT.
           IF WS-LABEL NOT = SPACES AND WS-PASS = 1
               AND WS-MNEMONIC NOT = "EQU"
               PERFORM SET-LABEL-KIND
               MOVE WS-CUR-SEG TO WS-SYM-NEW-SEG
               MOVE CURRENT-ADDR TO WS-SYM-NEW-VALUE
               PERFORM ADD-SYMBOL-ENTRY
           END-IF
           IF WS-LABEL NOT = SPACES AND WS-PASS = 2
               AND WS-MNEMONIC NOT = "EQU"
               PERFORM LINT-NOTE-LABEL
           END-IF

           EVALUATE TRUE
               WHEN WS-MNEMONIC = SPACES
                   CONTINUE
               WHEN WS-CUR-SEG = "D" AND WS-MNEMONIC NOT = "DS"
                   AND WS-MNEMONIC NOT = "EQU"
                   AND WS-MNEMONIC NOT = "PUBLIC"
                   AND WS-MNEMONIC NOT = "EXTERN"
                   AND WS-MNEMONIC NOT = "CSEG"
                   AND WS-MNEMONIC NOT = "DSEG"
                   IF WS-PASS = 2
                       MOVE SPACES TO WS-ERROR-MSG
                       STRING FUNCTION TRIM(WS-MNEMONIC) DELIMITED SIZE
                              " not allowed in DSEG (storage only)"
                                  DELIMITED SIZE
                           INTO WS-ERROR-MSG
                       PERFORM LOG-ERROR
                   END-IF
               WHEN OTHER
                   PERFORM ENCODE-INSTRUCTION
                   IF WS-LINT-FLAG = 1
                       PERFORM LINT-STATEMENT
                   END-IF
                   IF WS-EXTERN-REF = 1 AND WS-PASS = 2
                       IF INSTR-LEN = 3 OR
                           (INSTR-LEN = 2 AND WS-MNEMONIC = "DW")
                           PERFORM RECORD-RELOCATION
                       ELSE
                           PERFORM LOG-EXTERN-WIDTH-ERROR
                       END-IF
                   END-IF
                   IF WS-DSEG-REF = 1 AND WS-PASS = 2
                       AND INSTR-LEN > 0
                       IF INSTR-LEN = 3 OR
                           (INSTR-LEN = 2 AND WS-MNEMONIC = "DW")
                           PERFORM RECORD-DATA-RELOCATION
                       ELSE
                           PERFORM LOG-DSEG-WIDTH-ERROR
                       END-IF
                   END-IF
                   IF INSTR-LEN > 0
                       PERFORM OUTPUT-BYTES
                   END-IF
           END-EVALUATE

           IF WS-MNEMONIC = "ORG"
               MOVE 1 TO WS-LINT-ORG-PEND
           ELSE
               IF CURRENT-ADDR NOT = WS-LISTING-ADDR
                   MOVE 0 TO WS-LINT-ORG-PEND
               END-IF
           END-IF
           .

       SET-LABEL-KIND.
           IF WS-LINT-ORG-PEND = 1
               MOVE "V" TO WS-SYM-NEW-KIND
           ELSE
               MOVE "L" TO WS-SYM-NEW-KIND
           END-IF
           .

                       PERFORM FLUSH-HEX-LINE
                   END-IF
                   MOVE WS-WORD TO CURRENT-ADDR
                   IF CURRENT-ADDR > WS-MAX-ADDR AND WS-CUR-SEG = "C"
                       MOVE CURRENT-ADDR TO WS-MAX-ADDR
                   END-IF
                   MOVE 0 TO INSTR-LEN

               WHEN WS-MNEMONIC = "CSEG"
                   IF WS-CUR-SEG = "D"
                       PERFORM NOTE-DSEG-SIZE
                       MOVE CURRENT-ADDR TO WS-DSEG-ADDR
                       MOVE WS-CSEG-ADDR TO CURRENT-ADDR
                       MOVE "C" TO WS-CUR-SEG
                   END-IF
                   MOVE 0 TO INSTR-LEN

               WHEN WS-MNEMONIC = "DSEG"
                   IF WS-CUR-SEG = "C"
                       IF BYTE-COUNT > 0
                           PERFORM FLUSH-HEX-LINE
                       END-IF
                       MOVE CURRENT-ADDR TO WS-CSEG-ADDR
                       MOVE WS-DSEG-ADDR TO CURRENT-ADDR
                       MOVE "D" TO WS-CUR-SEG
                   END-IF
                   MOVE 0 TO INSTR-LEN

               WHEN WS-MNEMONIC = "EQU"
                   PERFORM PARSE-NUMBER-OP1
                   IF WS-PASS = 1
                       MOVE WS-WORD TO WS-SYM-NEW-VALUE
                       MOVE "E" TO WS-SYM-NEW-KIND
                       EVALUATE TRUE
                           WHEN WS-DSEG-REF = 1
                               MOVE "D" TO WS-SYM-NEW-SEG
                           WHEN WS-CSEG-REF = 1
                               MOVE "C" TO WS-SYM-NEW-SEG
                           WHEN OTHER
                               MOVE "A" TO WS-SYM-NEW-SEG
                       END-EVALUATE
                       PERFORM ADD-SYMBOL-ENTRY
                   END-IF
                   MOVE 0 TO INSTR-LEN
                       PERFORM FLUSH-HEX-LINE
                   END-IF
                   ADD WS-WORD TO CURRENT-ADDR
                   IF WS-CUR-SEG = "D"
                       PERFORM NOTE-DSEG-SIZE
                   ELSE
                       IF CURRENT-ADDR > WS-MAX-ADDR
                           MOVE CURRENT-ADDR TO WS-MAX-ADDR
                       END-IF
                   END-IF
                   MOVE 0 TO INSTR-LEN

                                      DELIMITED SIZE
                               INTO WS-ERROR-MSG
                           PERFORM LOG-ERROR
                           IF WS-LINT-FLAG = 1
                               MOVE "ERROR" TO WS-LINT-SEV
                               MOVE LINE-NUM TO WS-LINT-LINE
                               MOVE SPACES TO WS-LINT-TEXT
                               STRING "8085-only mnemonic "
                                          DELIMITED SIZE
                                      FUNCTION TRIM(WS-MNEMONIC)
                                          DELIMITED SIZE
                                      " in an 8080 build"
                                          DELIMITED SIZE
                                   INTO WS-LINT-TEXT
                               PERFORM ADD-LINT-FINDING
                           END-IF
                       END-IF
                   END-IF
               END-IF
       PARSE-NUMBER-OP1.
           MOVE 0 TO WS-WORD
           MOVE 0 TO WS-EXTERN-REF
           MOVE 0 TO WS-DSEG-REF
           MOVE 0 TO WS-CSEG-REF
           MOVE 1 TO J
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OPERAND1)) TO K

               MOVE SYM-VALUE(WS-BS-IDX) TO WS-WORD
               MOVE 1 TO WS-FOUND
               PERFORM RECORD-SYMBOL-REF
               PERFORM CHECK-SYMBOL-SEGMENT
           END-IF

           IF WS-FOUND = 0
               MOVE SYM-VALUE(WS-BS-IDX) TO WS-EXPR-VAL
               MOVE 1 TO WS-FOUND
               PERFORM RECORD-SYMBOL-REF
               PERFORM CHECK-SYMBOL-SEGMENT
           END-IF
           IF WS-FOUND = 0
               MOVE 0 TO WS-EXPR-VAL
           PERFORM PUSH-EXPR-VAL
           .

       CHECK-SYMBOL-SEGMENT.
           IF SYM-SEG(WS-BS-IDX) = "D"
               MOVE 1 TO WS-DSEG-REF
               MOVE WS-LOOKUP-NAME TO WS-DSEG-REF-NAME
           END-IF
           IF SYM-SEG(WS-BS-IDX) = "C"
               MOVE 1 TO WS-CSEG-REF
           END-IF
           .

       RECORD-SYMBOL-REF.
           IF WS-PASS = 2
               IF XRF-COUNT > 0
                   MOVE "N" TO SYM-PUBLIC(SYMBOL-COUNT)
                   MOVE "N" TO SYM-FIXED(SYMBOL-COUNT)
                   MOVE LINE-NUM TO SYM-DEF-LINE(SYMBOL-COUNT)
                   MOVE WS-SYM-NEW-KIND TO SYM-KIND(SYMBOL-COUNT)
                   MOVE WS-SYM-NEW-SEG TO SYM-SEG(SYMBOL-COUNT)
                   PERFORM INSERT-SYMBOL-ORDER
               END-IF
           END-IF
               MOVE WS-EXTERN-REF-NAME TO REL-NAME-T(REL-COUNT)
               COMPUTE REL-ADDR-T(REL-COUNT) =
                   WS-LISTING-ADDR + INSTR-LEN - 2
               MOVE "X" TO REL-KIND-T(REL-COUNT)
           END-IF
           .

       RECORD-DATA-RELOCATION.
           IF REL-COUNT < 200
               ADD 1 TO REL-COUNT
               MOVE WS-DSEG-REF-NAME TO REL-NAME-T(REL-COUNT)
               COMPUTE REL-ADDR-T(REL-COUNT) =
                   WS-LISTING-ADDR + INSTR-LEN - 2
               MOVE "D" TO REL-KIND-T(REL-COUNT)
           END-IF
           .

       RESET-SEGMENTS.
           MOVE "C" TO WS-CUR-SEG
           MOVE 0 TO WS-CSEG-ADDR
           MOVE 0 TO WS-DSEG-ADDR
           MOVE 0 TO WS-DSEG-SIZE
           .

       NOTE-DSEG-SIZE.
           IF CURRENT-ADDR > WS-DSEG-SIZE
               MOVE CURRENT-ADDR TO WS-DSEG-SIZE
           END-IF
           .

               IF SYM-PUBLIC(I2) = "Y"
                   MOVE SYM-NAME(I2) TO SYM-REC-NAME
                   MOVE SYM-VALUE(I2) TO SYM-REC-VALUE
                   MOVE SYM-SEG(I2) TO SYM-REC-SEG
                   WRITE SYM-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING I2 FROM 1 BY 1 UNTIL I2 > REL-COUNT
               MOVE REL-NAME-T(I2) TO REL-REC-NAME
               MOVE REL-ADDR-T(I2) TO REL-REC-ADDR
               MOVE REL-KIND-T(I2) TO REL-REC-KIND
               WRITE REL-RECORD
           END-PERFORM
           IF WS-DSEG-SIZE > 0
               MOVE "DSEG" TO REL-REC-NAME
               MOVE WS-DSEG-SIZE TO REL-REC-ADDR
               MOVE "S" TO REL-REC-KIND
               WRITE REL-RECORD
           END-IF
           CLOSE REL-FILE
           .

           WRITE XRF-RECORD
           .

       LINT-NOTE-LABEL.
           IF (WS-LINT-LAST = "T" OR WS-LINT-LAST = "U"
               OR WS-LINT-LAST = "D") AND WS-CUR-SEG = "C"
               MOVE "N" TO WS-LINT-LAST
           END-IF
           .

       LINT-STATEMENT.
           IF WS-PASS = 1
               IF INSTR-LEN > 0 AND WS-MNEMONIC NOT = "DB"
                   AND WS-MNEMONIC NOT = "DW"
                   PERFORM VARYING I3 FROM WS-LISTING-ADDR BY 1
                       UNTIL I3 >= WS-LISTING-ADDR + INSTR-LEN
                           OR I3 > 65535
                       MOVE "C" TO WS-LINT-CODE-MAP(I3 + 1:1)
                   END-PERFORM
               END-IF
           ELSE
               MOVE LINE-NUM TO WS-LINT-LINE
               EVALUATE TRUE
                   WHEN WS-CUR-SEG = "D"
                       OR WS-MNEMONIC = "CSEG"
                       CONTINUE
                   WHEN WS-MNEMONIC = "ORG"
                       MOVE "N" TO WS-LINT-LAST
                       MOVE 0 TO WS-LINT-CODE-SEEN
                       MOVE 0 TO WS-LINT-DATA-PEND
                   WHEN WS-MNEMONIC = "DB" OR WS-MNEMONIC = "DW"
                       OR WS-MNEMONIC = "DS"
                       PERFORM LINT-DATA-STATEMENT
                   WHEN INSTR-LEN > 0
                       PERFORM LINT-CODE-STATEMENT
               END-EVALUATE
           END-IF
           .

       LINT-CODE-STATEMENT.
           IF WS-LABEL = SPACES
               EVALUATE WS-LINT-LAST
                   WHEN "T"
                       MOVE "WARNING" TO WS-LINT-SEV
                       MOVE SPACES TO WS-LINT-TEXT
                       STRING "Unreachable " DELIMITED SIZE
                              FUNCTION TRIM(WS-MNEMONIC) DELIMITED SIZE
                              " after unconditional " DELIMITED SIZE
                              FUNCTION TRIM(WS-LINT-LAST-MNEM)
                                  DELIMITED SIZE
                              " (no label)" DELIMITED SIZE
                           INTO WS-LINT-TEXT
                       PERFORM ADD-LINT-FINDING
                       MOVE "U" TO WS-LINT-LAST
                   WHEN "D"
                       MOVE "WARNING" TO WS-LINT-SEV
                       MOVE SPACES TO WS-LINT-TEXT
                       STRING "Unreachable " DELIMITED SIZE
                              FUNCTION TRIM(WS-MNEMONIC) DELIMITED SIZE
                              " follows data with no label"
                                  DELIMITED SIZE
                           INTO WS-LINT-TEXT
                       PERFORM ADD-LINT-FINDING
                       MOVE "U" TO WS-LINT-LAST
               END-EVALUATE
           END-IF

           IF WS-LINT-DATA-PEND = 1
               PERFORM LINT-DATA-BLOCK-FINDING
               MOVE 0 TO WS-LINT-DATA-PEND
           END-IF

           IF (WS-MNEMONIC = "STA" OR WS-MNEMONIC = "SHLD")
               AND WS-EXTERN-REF = 0 AND WS-DSEG-REF = 0
               MOVE WS-WORD TO WS-LINT-ADDR
               IF WS-LINT-CODE-MAP(WS-LINT-ADDR + 1:1) = "C"
                   OR (WS-MNEMONIC = "SHLD" AND WS-LINT-ADDR < 65535
                       AND WS-LINT-CODE-MAP(WS-LINT-ADDR + 2:1) = "C")
                   PERFORM FORMAT-LINT-ADDR
                   MOVE "ERROR" TO WS-LINT-SEV
                   MOVE SPACES TO WS-LINT-TEXT
                   STRING FUNCTION TRIM(WS-MNEMONIC) DELIMITED SIZE
                          " writes into the code area at "
                              DELIMITED SIZE
                          WS-LINT-HEX DELIMITED SIZE
                          "H (" DELIMITED SIZE
                          FUNCTION TRIM(WS-OPERAND1) DELIMITED SIZE
                          ")" DELIMITED SIZE
                       INTO WS-LINT-TEXT
                   PERFORM ADD-LINT-FINDING
               END-IF
           END-IF

           IF WS-MNEMONIC = "MVI" OR WS-MNEMONIC = "ADI"
               OR WS-MNEMONIC = "ACI" OR WS-MNEMONIC = "SUI"
               OR WS-MNEMONIC = "SBI" OR WS-MNEMONIC = "ANI"
               OR WS-MNEMONIC = "ORI" OR WS-MNEMONIC = "XRI"
               OR WS-MNEMONIC = "CPI" OR WS-MNEMONIC = "IN"
               OR WS-MNEMONIC = "OUT"
               PERFORM LINT-BYTE-OPERAND
           END-IF

           IF WS-LINT-LAST NOT = "U"
               IF WS-MNEMONIC = "JMP" OR WS-MNEMONIC = "RET"
                   OR WS-MNEMONIC = "HLT" OR WS-MNEMONIC = "PCHL"
                   MOVE "T" TO WS-LINT-LAST
                   MOVE WS-MNEMONIC TO WS-LINT-LAST-MNEM
               ELSE
                   MOVE "C" TO WS-LINT-LAST
               END-IF
           END-IF
           MOVE 1 TO WS-LINT-CODE-SEEN
           .

       LINT-DATA-STATEMENT.
           IF WS-LINT-LAST = "C"
               MOVE WS-LISTING-ADDR TO WS-LINT-ADDR
               PERFORM FORMAT-LINT-ADDR
               MOVE "WARNING" TO WS-LINT-SEV
               MOVE SPACES TO WS-LINT-TEXT
               STRING "Execution falls through from code into "
                          DELIMITED SIZE
                      FUNCTION TRIM(WS-MNEMONIC) DELIMITED SIZE
                      " at " DELIMITED SIZE
                      WS-LINT-HEX DELIMITED SIZE
                      "H" DELIMITED SIZE
                   INTO WS-LINT-TEXT
               PERFORM ADD-LINT-FINDING
           END-IF
           IF WS-LINT-CODE-SEEN = 1 AND WS-LINT-DATA-PEND = 0
               MOVE 1 TO WS-LINT-DATA-PEND
               MOVE 0 TO WS-LINT-DATA-DS
               MOVE LINE-NUM TO WS-LINT-DATA-LINE
               MOVE WS-LISTING-ADDR TO WS-LINT-DATA-ADDR
               MOVE WS-MNEMONIC TO WS-LINT-DATA-MNEM
           END-IF
           IF WS-MNEMONIC = "DS" AND WS-LINT-DATA-PEND = 1
               MOVE 1 TO WS-LINT-DATA-DS
           END-IF
           IF WS-MNEMONIC = "DB" AND WS-OPERAND1(1:1) NOT = "'"
               PERFORM LINT-BYTE-OPERAND
           END-IF
           MOVE "D" TO WS-LINT-LAST
           .

       LINT-DATA-BLOCK-FINDING.
           MOVE WS-LINT-DATA-ADDR TO WS-LINT-ADDR
           PERFORM FORMAT-LINT-ADDR
           MOVE WS-LINT-DATA-LINE TO WS-LINT-LINE
           MOVE SPACES TO WS-LINT-TEXT
           IF WS-LINT-DATA-DS = 1
               MOVE "WARNING" TO WS-LINT-SEV
               STRING "DS storage at " DELIMITED SIZE
                      WS-LINT-HEX DELIMITED SIZE
                      "H sits in the middle of code" DELIMITED SIZE
                   INTO WS-LINT-TEXT
           ELSE
               MOVE "INFO" TO WS-LINT-SEV
               STRING FUNCTION TRIM(WS-LINT-DATA-MNEM) DELIMITED SIZE
                      " data at " DELIMITED SIZE
                      WS-LINT-HEX DELIMITED SIZE
                      "H sits in the middle of code" DELIMITED SIZE
                   INTO WS-LINT-TEXT
           END-IF
           PERFORM ADD-LINT-FINDING
           MOVE LINE-NUM TO WS-LINT-LINE
           .

       LINT-BYTE-OPERAND.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OPERAND1)) TO K
           IF K > 0
               PERFORM CLASSIFY-OPERAND1
               IF WS-OPERAND-CLASS = "S"
                   MOVE FUNCTION TRIM(WS-OPERAND1) TO WS-LOOKUP-NAME
                   PERFORM FIND-SYMBOL-INDEX
                   IF WS-BS-IDX > 0
                       IF SYM-KIND(WS-BS-IDX) = "E"
                           AND SYM-VALUE(WS-BS-IDX) > 255
                           MOVE SYM-VALUE(WS-BS-IDX) TO WS-LINT-ADDR
                           PERFORM FORMAT-LINT-ADDR
                           MOVE "ERROR" TO WS-LINT-SEV
                           MOVE SPACES TO WS-LINT-TEXT
                           STRING "EQU " DELIMITED SIZE
                                  FUNCTION TRIM(WS-LOOKUP-NAME)
                                      DELIMITED SIZE
                                  " = " DELIMITED SIZE
                                  WS-LINT-HEX DELIMITED SIZE
                                  "H overflows the 8-bit operand of "
                                      DELIMITED SIZE
                                  FUNCTION TRIM(WS-MNEMONIC)
                                      DELIMITED SIZE
                               INTO WS-LINT-TEXT
                           PERFORM ADD-LINT-FINDING
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       LINT-UNREFERENCED-LABELS.
           PERFORM VARYING I2 FROM 1 BY 1 UNTIL I2 > SYMBOL-COUNT
               IF SYM-KIND(I2) = "L" AND SYM-PUBLIC(I2) NOT = "Y"
                   MOVE 0 TO WS-XRF-REFS
                   PERFORM VARYING WS-XX FROM 1 BY 1
                       UNTIL WS-XX > XRF-COUNT OR WS-XRF-REFS > 0
                       IF XRF-NAME(WS-XX) = SYM-NAME(I2)
                           ADD 1 TO WS-XRF-REFS
                       END-IF
                   END-PERFORM
                   IF WS-XRF-REFS = 0
                       MOVE "WARNING" TO WS-LINT-SEV
                       MOVE SYM-DEF-LINE(I2) TO WS-LINT-LINE
                       MOVE SPACES TO WS-LINT-TEXT
                       STRING "Label " DELIMITED SIZE
                              FUNCTION TRIM(SYM-NAME(I2))
                                  DELIMITED SIZE
                              " is defined but never referenced"
                                  DELIMITED SIZE
                           INTO WS-LINT-TEXT
                       PERFORM ADD-LINT-FINDING
                   END-IF
               END-IF
           END-PERFORM
           .

       ADD-LINT-FINDING.
           IF LINT-COUNT < 500
               ADD 1 TO LINT-COUNT
               MOVE WS-LINT-LINE TO LNT-LINE(LINT-COUNT)
               MOVE WS-LINT-SEV TO LNT-SEV(LINT-COUNT)
               MOVE WS-LINT-TEXT TO LNT-TEXT(LINT-COUNT)
           ELSE
               MOVE 1 TO WS-LINT-OVF
           END-IF
           EVALUATE WS-LINT-SEV
               WHEN "ERROR"
                   ADD 1 TO WS-LINT-ERRORS
               WHEN "WARNING"
                   ADD 1 TO WS-LINT-WARNINGS
               WHEN OTHER
                   ADD 1 TO WS-LINT-INFOS
           END-EVALUATE
           .

       FORMAT-LINT-ADDR.
           MOVE WS-LINT-ADDR TO WS-LINT-REM
           COMPUTE WS-LINT-NIB = WS-LINT-REM / 4096 + 1
           MOVE HEX-CHARS(WS-LINT-NIB:1) TO WS-LINT-HEX(1:1)
           COMPUTE WS-LINT-REM = FUNCTION MOD(WS-LINT-REM, 4096)
           COMPUTE WS-LINT-NIB = WS-LINT-REM / 256 + 1
           MOVE HEX-CHARS(WS-LINT-NIB:1) TO WS-LINT-HEX(2:1)
           COMPUTE WS-LINT-REM = FUNCTION MOD(WS-LINT-REM, 256)
           COMPUTE WS-LINT-NIB = WS-LINT-REM / 16 + 1
           MOVE HEX-CHARS(WS-LINT-NIB:1) TO WS-LINT-HEX(3:1)
           COMPUTE WS-LINT-NIB = FUNCTION MOD(WS-LINT-REM, 16) + 1
           MOVE HEX-CHARS(WS-LINT-NIB:1) TO WS-LINT-HEX(4:1)
           .

       WRITE-LINT-FILE.
           PERFORM VARYING I2 FROM 1 BY 1 UNTIL I2 > LINT-COUNT
               COMPUTE J2 = I2 + 1
               PERFORM VARYING J2 FROM J2 BY 1 UNTIL J2 > LINT-COUNT
                   IF LNT-LINE(J2) < LNT-LINE(I2)
                       MOVE LINT-ENTRY(I2) TO WS-LINT-SWAP
                       MOVE LINT-ENTRY(J2) TO LINT-ENTRY(I2)
                       MOVE WS-LINT-SWAP TO LINT-ENTRY(J2)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT LINT-FILE
           IF LINT-STATUS NOT = "00"
               DISPLAY "Error opening lint report: " LINT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO LINT-RECORD
           STRING "LINT REPORT FOR " DELIMITED SIZE
                  FUNCTION TRIM(WS-INPUT-NAME) DELIMITED SIZE
                  " (" DELIMITED SIZE
                  WS-CPU-MODE DELIMITED SIZE
                  ")" DELIMITED SIZE
               INTO LINT-RECORD
           WRITE LINT-RECORD
           MOVE SPACES TO LINT-RECORD
           WRITE LINT-RECORD
           MOVE SPACES TO LINT-RECORD
           MOVE "LINE" TO LINT-RECORD(1:4)
           MOVE "SEVERITY" TO LINT-RECORD(8:8)
           MOVE "FINDING" TO LINT-RECORD(18:7)
           WRITE LINT-RECORD
           PERFORM VARYING I2 FROM 1 BY 1 UNTIL I2 > LINT-COUNT
               MOVE SPACES TO LINT-RECORD
               MOVE LNT-LINE(I2) TO LINT-RECORD(1:5)
               MOVE LNT-SEV(I2) TO LINT-RECORD(8:7)
               MOVE LNT-TEXT(I2) TO LINT-RECORD(18:100)
               WRITE LINT-RECORD
           END-PERFORM
           IF WS-LINT-OVF = 1
               MOVE SPACES TO LINT-RECORD
               MOVE "Finding table full; later findings counted only"
                   TO LINT-RECORD
               WRITE LINT-RECORD
           END-IF
           MOVE SPACES TO LINT-RECORD
           WRITE LINT-RECORD
           MOVE SPACES TO LINT-RECORD
           STRING "TOTAL " DELIMITED SIZE
                  WS-LINT-ERRORS DELIMITED SIZE
                  " ERROR(S), " DELIMITED SIZE
                  WS-LINT-WARNINGS DELIMITED SIZE
                  " WARNING(S), " DELIMITED SIZE
                  WS-LINT-INFOS DELIMITED SIZE
                  " INFO" DELIMITED SIZE
               INTO LINT-RECORD
           WRITE LINT-RECORD
           CLOSE LINT-FILE
           .

       LOG-ERROR.
           ADD 1 TO ERROR-COUNT
           IF WS-SUPPRESS-OUTPUT = 0
           PERFORM LOG-ERROR
           .

       LOG-DSEG-WIDTH-ERROR.
           MOVE SPACES TO WS-ERROR-MSG
           STRING "DSEG symbol " DELIMITED SIZE
                  FUNCTION TRIM(WS-DSEG-REF-NAME) DELIMITED SIZE
                  " not valid on a non-address instruction"
                      DELIMITED SIZE
               INTO WS-ERROR-MSG
           PERFORM LOG-ERROR
           .

       FORMAT-LISTING-ADDR.
           MOVE WS-LISTING-ADDR TO WS-TEMP
           COMPUTE WS-HI-NIB = WS-TEMP / 4096
                       STOP RUN
                   END-IF
               END-IF
               IF WS-OUTPUT-MODE = "S19"
                   PERFORM WRITE-SREC-DATA
               END-IF

               INITIALIZE HEX-DATA
               MOVE 0 TO BYTE-COUNT
           WRITE OUTPUT-RECORD
           .

       SET-HEX-BYTE.
           COMPUTE WS-HI-NIB = WS-SREC-BYTE / 16 + 1
           COMPUTE WS-LO-NIB = FUNCTION MOD(WS-SREC-BYTE, 16) + 1
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-HEX-BYTE(1:1)
           MOVE HEX-CHARS(WS-LO-NIB:1) TO WS-HEX-BYTE(2:1)
           .

       WRITE-SREC-HEADER.
           MOVE SPACES TO WS-SREC-TEXT
           MOVE FUNCTION TRIM(WS-OUTPUT-NAME) TO WS-SREC-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SREC-TEXT))
               TO WS-SREC-LEN
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "S0" TO OUTPUT-RECORD(1:2)
           COMPUTE WS-SREC-BYTE = WS-SREC-LEN + 3
           MOVE WS-SREC-BYTE TO WS-CHECKSUM-SUM
           PERFORM SET-HEX-BYTE
           MOVE WS-HEX-BYTE TO OUTPUT-RECORD(3:2)
           MOVE "0000" TO OUTPUT-RECORD(5:4)
           PERFORM VARYING I3 FROM 1 BY 1 UNTIL I3 > WS-SREC-LEN
               COMPUTE WS-SREC-BYTE =
                   FUNCTION ORD(WS-SREC-TEXT(I3:1)) - 1
               ADD WS-SREC-BYTE TO WS-CHECKSUM-SUM
               PERFORM SET-HEX-BYTE
               MOVE WS-HEX-BYTE TO OUTPUT-RECORD(I3 * 2 + 7:2)
           END-PERFORM
           COMPUTE WS-SREC-BYTE =
               255 - FUNCTION MOD(WS-CHECKSUM-SUM, 256)
           PERFORM SET-HEX-BYTE
           MOVE WS-HEX-BYTE TO OUTPUT-RECORD(WS-SREC-LEN * 2 + 9:2)
           WRITE OUTPUT-RECORD
           .

       WRITE-SREC-DATA.
           MOVE SPACES TO OUTPUT-RECORD
           COMPUTE WS-SREC-BYTE = BYTE-COUNT + 3
           PERFORM SET-HEX-BYTE
           STRING "S1" DELIMITED SIZE
                  WS-HEX-BYTE DELIMITED SIZE
                  HEX-ADDR DELIMITED SIZE
                  HEX-DATA(1:BYTE-COUNT * 2) DELIMITED SIZE
               INTO OUTPUT-RECORD
           END-STRING
           COMPUTE WS-CHECKSUM-SUM = BYTE-COUNT + 3
               + WS-ADDR-HI-BYTE + WS-ADDR-LO-BYTE + WS-LINE-BYTE-SUM
           COMPUTE WS-SREC-BYTE =
               255 - FUNCTION MOD(WS-CHECKSUM-SUM, 256)
           PERFORM SET-HEX-BYTE
           MOVE WS-HEX-BYTE TO OUTPUT-RECORD(BYTE-COUNT * 2 + 9:2)
           WRITE OUTPUT-RECORD
           IF OUTPUT-STATUS NOT = "00"
               DISPLAY "Error writing output file: " OUTPUT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-SREC-COUNT
           .

       WRITE-SREC-TRAILER.
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "S503" TO OUTPUT-RECORD(1:4)
           COMPUTE WS-ADDR-HI-BYTE = WS-SREC-COUNT / 256
           COMPUTE WS-ADDR-LO-BYTE = FUNCTION MOD(WS-SREC-COUNT, 256)
           MOVE WS-ADDR-HI-BYTE TO WS-SREC-BYTE
           PERFORM SET-HEX-BYTE
           MOVE WS-HEX-BYTE TO OUTPUT-RECORD(5:2)
           MOVE WS-ADDR-LO-BYTE TO WS-SREC-BYTE
           PERFORM SET-HEX-BYTE
           MOVE WS-HEX-BYTE TO OUTPUT-RECORD(7:2)
           COMPUTE WS-SREC-BYTE = 255 - FUNCTION MOD(
               3 + WS-ADDR-HI-BYTE + WS-ADDR-LO-BYTE, 256)
           PERFORM SET-HEX-BYTE
           MOVE WS-HEX-BYTE TO OUTPUT-RECORD(9:2)
           WRITE OUTPUT-RECORD
           MOVE "S9030000FC" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       WRITE-BINARY-IMAGE.
           OPEN OUTPUT BIN-OUTPUT-FILE
           IF BIN-OUTPUT-STATUS NOT = "00"
