       IDENTIFICATION DIVISION.
           PROGRAM-ID. BUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJ-FILE ASSIGN TO WS-PROJ-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROJ-STATUS.
           SELECT RPT-FILE ASSIGN TO WS-RPT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.
           SELECT OPTIONAL BUILD-LOG-FILE ASSIGN TO WS-BLDLOG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BLDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROJ-FILE.
       01 PROJ-RECORD         PIC X(256).

       FD RPT-FILE.
       01 RPT-RECORD          PIC X(132).

       FD BUILD-LOG-FILE.
       01 BUILD-LOG-RECORD    PIC X(200).

       WORKING-STORAGE SECTION.
       01 PROJ-STATUS         PIC XX.
       01 RPT-STATUS          PIC XX.
       01 BLDLOG-STATUS       PIC XX.

       01 WS-PROJ-NAME        PIC X(256).
       01 WS-RPT-NAME         PIC X(256).
       01 WS-BLDLOG-NAME      PIC X(256) VALUE "build.log".
       01 WS-EXTRA-ARG        PIC X(272).
       01 WS-EXTRA-ARG-U      PIC X(272).
       01 WS-ARGS-DONE        PIC 9 VALUE 0.
       01 WS-TOOL-DIR         PIC X(200) VALUE ".".

       01 PROJ-EOF            PIC 9 VALUE 0.
       01 WS-PROJ-LINE        PIC 9(5) VALUE 0.
       01 WS-PROJ-ERRORS      PIC 9(4) VALUE 0.

       01 WS-TOKENS OCCURS 16 TIMES PIC X(64).
       01 WS-TX               PIC 99.
       01 WS-TOK-U            PIC X(16).
       01 WS-TOK-START        PIC 99.

       01 SOURCE-TABLE.
           05 SOURCE-ENTRY OCCURS 40 TIMES.
               10 SRC-INPUT    PIC X(64).
               10 SRC-OUTPUT   PIC X(64).
               10 SRC-ARGS     PIC X(200).
       01 SOURCE-COUNT        PIC 99 VALUE 0.
       01 WS-SRCX             PIC 99.

       01 WS-LINK-ARGS        PIC X(200) VALUE SPACES.
       01 WS-LINK-OUTPUT      PIC X(64) VALUE SPACES.
       01 WS-LINK-MAP         PIC X(64) VALUE SPACES.
       01 WS-STAMP-ARGS       PIC X(200) VALUE SPACES.
       01 WS-STAMP-OUTPUT     PIC X(64) VALUE SPACES.
       01 WS-SPLIT-ARGS       PIC X(200) VALUE SPACES.
       01 WS-SPLIT-BASE       PIC X(64) VALUE SPACES.
       01 WS-TEST-CASES       PIC X(64) VALUE SPACES.
       01 WS-TEST-REPORT      PIC X(64) VALUE SPACES.
       01 WS-GOLDEN-ARGS      PIC X(200) VALUE SPACES.
       01 WS-GOLDEN-NAME      PIC X(64) VALUE SPACES.
       01 WS-FINAL-IMAGE      PIC X(64) VALUE SPACES.

       01 STEP-NAMES          PIC X(48) VALUE
           "COMPILERLINKER  ROMSTAMPROMSPLITTESTRUN ROMDIFF ".
       01 WS-STEP-NAME        PIC X(8).
       01 WS-STEP-NUM         PIC 9.
       01 WS-RESTART-NAME     PIC X(8) VALUE "COMPILER".
       01 WS-RESTART-NUM      PIC 9 VALUE 1.
       01 WS-SNX              PIC 9.

       01 SUMMARY-TABLE.
           05 SUMMARY-ENTRY OCCURS 50 TIMES.
               10 SUM-STEP     PIC X(8).
               10 SUM-STATUS   PIC X(8).
               10 SUM-RC       PIC 9(4).
               10 SUM-HUNDS    PIC 9(7).
               10 SUM-OUTPUT   PIC X(64).
       01 SUMMARY-COUNT       PIC 99 VALUE 0.
       01 WS-SUMX             PIC 99.

       01 WS-CMD              PIC X(700).
       01 WS-CMD-ARGS         PIC X(300).
       01 WS-CMD-OUTPUT       PIC X(64).
       01 WS-STEP-RC          PIC 9(4) VALUE 0.
       01 WS-BUILD-RC         PIC 9(4) VALUE 0.
       01 WS-STOPPED          PIC 9 VALUE 0.
       01 WS-STOP-STEP        PIC X(8) VALUE SPACES.
       01 WS-LAST-STEP        PIC X(8) VALUE SPACES.

       01 WS-BUILD-DATE       PIC 9(8).
       01 WS-BUILD-TIME       PIC 9(8).
       01 WS-CLOCK            PIC 9(8).
       01 WS-START-HUNDS      PIC 9(7).
       01 WS-END-HUNDS        PIC 9(7).
       01 WS-NOW-HUNDS        PIC 9(7).
       01 WS-RUN-START-HUNDS  PIC 9(7).
       01 WS-ELAPSED          PIC 9(7).
       01 WS-SECS             PIC 9(5).
       01 WS-FRAC             PIC 99.
       01 WS-TOTAL-HUNDS      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PROJ-NAME FROM ARGUMENT-VALUE
           ACCEPT WS-RPT-NAME FROM ARGUMENT-VALUE

           IF WS-PROJ-NAME = SPACES OR WS-RPT-NAME = SPACES
               DISPLAY "Usage: build project.bld summary.rpt "
                   "[RESTART=COMPILER|LINKER|ROMSTAMP|ROMSPLIT|"
                   "TESTRUN|ROMDIFF] [TOOLS=dir]"
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

           PERFORM LOAD-PROJECT-FILE
           IF WS-PROJ-ERRORS > 0
               DISPLAY WS-PROJ-ERRORS " error(s) in project file "
                   FUNCTION TRIM(WS-PROJ-NAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SOURCE-COUNT = 0 AND WS-LINK-ARGS = SPACES
               DISPLAY "Project file names no SOURCE or LINK step"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening summary "
                   FUNCTION TRIM(WS-RPT-NAME) ": " RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CLOCK
           MOVE WS-NOW-HUNDS TO WS-RUN-START-HUNDS
           ACCEPT WS-BUILD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BUILD-TIME FROM TIME

           PERFORM RUN-COMPILE-STEP
           PERFORM RUN-LINK-STEP
           PERFORM RUN-STAMP-STEP
           PERFORM RUN-SPLIT-STEP
           PERFORM RUN-TEST-STEP
           PERFORM RUN-DIFF-STEP

           PERFORM READ-CLOCK
           MOVE WS-RUN-START-HUNDS TO WS-START-HUNDS
           MOVE WS-NOW-HUNDS TO WS-END-HUNDS
           PERFORM COMPUTE-ELAPSED
           MOVE WS-ELAPSED TO WS-TOTAL-HUNDS

           PERFORM WRITE-SUMMARY-REPORT
           CLOSE RPT-FILE
           PERFORM WRITE-BUILD-LOG

           IF WS-STOPPED = 1
               DISPLAY "BUILD STOPPED AT " FUNCTION TRIM(WS-STOP-STEP)
                   " RC " WS-BUILD-RC ". Summary: "
                   FUNCTION TRIM(WS-RPT-NAME)
           ELSE
               DISPLAY "BUILD COMPLETE. Summary: "
                   FUNCTION TRIM(WS-RPT-NAME)
           END-IF
           MOVE WS-BUILD-RC TO RETURN-CODE
           STOP RUN.

       CLASSIFY-EXTRA-ARG.
           MOVE FUNCTION UPPER-CASE(WS-EXTRA-ARG) TO WS-EXTRA-ARG-U
           EVALUATE TRUE
               WHEN WS-EXTRA-ARG-U(1:8) = "RESTART="
                   MOVE WS-EXTRA-ARG-U(9:8) TO WS-RESTART-NAME
                   MOVE 0 TO WS-RESTART-NUM
                   PERFORM VARYING WS-SNX FROM 1 BY 1
                       UNTIL WS-SNX > 6 OR WS-RESTART-NUM > 0
                       IF STEP-NAMES((WS-SNX - 1) * 8 + 1:8)
                           = WS-RESTART-NAME
                           MOVE WS-SNX TO WS-RESTART-NUM
                       END-IF
                   END-PERFORM
                   IF WS-RESTART-NUM = 0
                       DISPLAY "RESTART must name COMPILER, LINKER, "
                           "ROMSTAMP, ROMSPLIT, TESTRUN or ROMDIFF"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-EXTRA-ARG-U(1:6) = "TOOLS="
                   MOVE WS-EXTRA-ARG(7:200) TO WS-TOOL-DIR
               WHEN OTHER
                   DISPLAY "Ignoring unknown argument: "
                       FUNCTION TRIM(WS-EXTRA-ARG)
           END-EVALUATE
           .

       LOAD-PROJECT-FILE.
           OPEN INPUT PROJ-FILE
           IF PROJ-STATUS NOT = "00"
               DISPLAY "Error opening project file "
                   FUNCTION TRIM(WS-PROJ-NAME) ": " PROJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PROJ-EOF = 1
               READ PROJ-FILE
                   AT END MOVE 1 TO PROJ-EOF
                   NOT AT END
                       ADD 1 TO WS-PROJ-LINE
                       PERFORM PROCESS-PROJECT-LINE
               END-READ
           END-PERFORM
           CLOSE PROJ-FILE
           IF WS-LINK-ARGS = SPACES
               AND (WS-STAMP-OUTPUT NOT = SPACES
                    OR WS-SPLIT-BASE NOT = SPACES
                    OR WS-GOLDEN-NAME NOT = SPACES)
               IF SOURCE-COUNT NOT = 1
                   OR SRC-ARGS(1)(1:4) = "BIN "
                   DISPLAY "STAMP, SPLIT and GOLDEN need a LINK line "
                       "or a single HEX or S19 SOURCE image"
                   ADD 1 TO WS-PROJ-ERRORS
               END-IF
           END-IF
           .

       PROCESS-PROJECT-LINE.
           IF PROJ-RECORD = SPACES
               OR PROJ-RECORD(1:1) = ";"
               OR PROJ-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 16
                   MOVE SPACES TO WS-TOKENS(WS-TX)
               END-PERFORM
               UNSTRING FUNCTION TRIM(PROJ-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-TOKENS(1) WS-TOKENS(2) WS-TOKENS(3)
                        WS-TOKENS(4) WS-TOKENS(5) WS-TOKENS(6)
                        WS-TOKENS(7) WS-TOKENS(8) WS-TOKENS(9)
                        WS-TOKENS(10) WS-TOKENS(11) WS-TOKENS(12)
                        WS-TOKENS(13) WS-TOKENS(14) WS-TOKENS(15)
                        WS-TOKENS(16)
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-TOKENS(1)(1:16))
                   TO WS-TOK-U
               EVALUATE TRUE
                   WHEN WS-TOK-U = "SOURCE"
                       PERFORM ADD-SOURCE-ENTRY
                   WHEN WS-TOK-U = "LINK"
                       MOVE WS-TOKENS(3) TO WS-LINK-OUTPUT
                       MOVE WS-TOKENS(4) TO WS-LINK-MAP
                       MOVE 2 TO WS-TOK-START
                       PERFORM JOIN-TOKENS
                       MOVE WS-CMD-ARGS TO WS-LINK-ARGS
                       IF WS-LINK-OUTPUT = SPACES
                           PERFORM REPORT-BAD-LINE
                       END-IF
                   WHEN WS-TOK-U = "STAMP"
                       MOVE WS-TOKENS(2) TO WS-STAMP-OUTPUT
                       MOVE 3 TO WS-TOK-START
                       PERFORM JOIN-TOKENS
                       MOVE WS-CMD-ARGS TO WS-STAMP-ARGS
                       IF WS-STAMP-OUTPUT = SPACES
                           PERFORM REPORT-BAD-LINE
                       END-IF
                   WHEN WS-TOK-U = "SPLIT"
                       MOVE WS-TOKENS(2) TO WS-SPLIT-BASE
                       MOVE 3 TO WS-TOK-START
                       PERFORM JOIN-TOKENS
                       MOVE WS-CMD-ARGS TO WS-SPLIT-ARGS
                       IF WS-SPLIT-BASE = SPACES
                           PERFORM REPORT-BAD-LINE
                       END-IF
                   WHEN WS-TOK-U = "TESTS"
                       MOVE WS-TOKENS(2) TO WS-TEST-CASES
                       MOVE WS-TOKENS(3) TO WS-TEST-REPORT
                       IF WS-TEST-CASES = SPACES
                           OR WS-TEST-REPORT = SPACES
                           PERFORM REPORT-BAD-LINE
                       END-IF
                   WHEN WS-TOK-U = "GOLDEN"
                       MOVE WS-TOKENS(2) TO WS-GOLDEN-NAME
                       MOVE 3 TO WS-TOK-START
                       PERFORM JOIN-TOKENS
                       MOVE WS-CMD-ARGS TO WS-GOLDEN-ARGS
                       IF WS-GOLDEN-NAME = SPACES
                           PERFORM REPORT-BAD-LINE
                       END-IF
                   WHEN WS-TOK-U = "TOOLS"
                       MOVE WS-TOKENS(2) TO WS-TOOL-DIR
                   WHEN OTHER
                       PERFORM REPORT-BAD-LINE
               END-EVALUATE
           END-IF
           .

       ADD-SOURCE-ENTRY.
           IF WS-TOKENS(2) = SPACES OR WS-TOKENS(3) = SPACES
               PERFORM REPORT-BAD-LINE
           ELSE
               IF SOURCE-COUNT >= 40
                   DISPLAY "Too many SOURCE lines; limit is 40"
                   ADD 1 TO WS-PROJ-ERRORS
               ELSE
                   ADD 1 TO SOURCE-COUNT
                   MOVE WS-TOKENS(2) TO SRC-INPUT(SOURCE-COUNT)
                   MOVE WS-TOKENS(3) TO SRC-OUTPUT(SOURCE-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-TOKENS(4)(1:16))
                       TO WS-TOK-U
                   IF WS-TOK-U = "HEX" OR WS-TOK-U = "BIN"
                       OR WS-TOK-U = "S19"
                       MOVE 4 TO WS-TOK-START
                       PERFORM JOIN-TOKENS
                   ELSE
                       MOVE 4 TO WS-TOK-START
                       PERFORM JOIN-TOKENS
                       MOVE SPACES TO WS-CMD
                       STRING "HEX " DELIMITED SIZE
                              FUNCTION TRIM(WS-CMD-ARGS)
                                  DELIMITED SIZE
                           INTO WS-CMD
                       MOVE WS-CMD TO WS-CMD-ARGS
                   END-IF
                   MOVE WS-CMD-ARGS TO SRC-ARGS(SOURCE-COUNT)
               END-IF
           END-IF
           .

       JOIN-TOKENS.
           MOVE SPACES TO WS-CMD-ARGS
           PERFORM VARYING WS-TX FROM WS-TOK-START BY 1
               UNTIL WS-TX > 16
               IF WS-TOKENS(WS-TX) NOT = SPACES
                   IF WS-CMD-ARGS = SPACES
                       MOVE WS-TOKENS(WS-TX) TO WS-CMD-ARGS
                   ELSE
                       STRING FUNCTION TRIM(WS-CMD-ARGS)
                                  DELIMITED SIZE
                              " " DELIMITED SIZE
                              FUNCTION TRIM(WS-TOKENS(WS-TX))
                                  DELIMITED SIZE
                           INTO WS-CMD-ARGS
                   END-IF
               END-IF
           END-PERFORM
           .

       REPORT-BAD-LINE.
           DISPLAY "Bad project line " WS-PROJ-LINE ": "
               FUNCTION TRIM(PROJ-RECORD)
           ADD 1 TO WS-PROJ-ERRORS
           .

       RUN-COMPILE-STEP.
           MOVE 1 TO WS-STEP-NUM
           IF SOURCE-COUNT = 0
               MOVE SPACES TO WS-CMD-OUTPUT
               PERFORM RECORD-NOT-CONFIGURED
           ELSE
               PERFORM VARYING WS-SRCX FROM 1 BY 1
                   UNTIL WS-SRCX > SOURCE-COUNT
                   MOVE SPACES TO WS-CMD-ARGS
                   STRING FUNCTION TRIM(SRC-INPUT(WS-SRCX))
                              DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM(SRC-OUTPUT(WS-SRCX))
                              DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM(SRC-ARGS(WS-SRCX))
                              DELIMITED SIZE
                       INTO WS-CMD-ARGS
                   MOVE SRC-OUTPUT(WS-SRCX) TO WS-CMD-OUTPUT
                   PERFORM RUN-ONE-STEP
               END-PERFORM
           END-IF
           .

       RUN-LINK-STEP.
           MOVE 2 TO WS-STEP-NUM
           MOVE WS-LINK-OUTPUT TO WS-FINAL-IMAGE
           IF WS-LINK-ARGS = SPACES AND SOURCE-COUNT = 1
               MOVE SRC-OUTPUT(1) TO WS-FINAL-IMAGE
           END-IF
           MOVE WS-LINK-OUTPUT TO WS-CMD-OUTPUT
           IF WS-LINK-MAP NOT = SPACES
               MOVE SPACES TO WS-CMD-OUTPUT
               STRING FUNCTION TRIM(WS-LINK-OUTPUT) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-LINK-MAP) DELIMITED SIZE
                   INTO WS-CMD-OUTPUT
           END-IF
           IF WS-LINK-ARGS = SPACES
               PERFORM RECORD-NOT-CONFIGURED
           ELSE
               MOVE WS-LINK-ARGS TO WS-CMD-ARGS
               PERFORM RUN-ONE-STEP
           END-IF
           .

       RUN-STAMP-STEP.
           MOVE 3 TO WS-STEP-NUM
           MOVE WS-STAMP-OUTPUT TO WS-CMD-OUTPUT
           IF WS-STAMP-OUTPUT = SPACES
               PERFORM RECORD-NOT-CONFIGURED
           ELSE
               MOVE SPACES TO WS-CMD-ARGS
               STRING FUNCTION TRIM(WS-FINAL-IMAGE) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-STAMP-OUTPUT) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-STAMP-ARGS) DELIMITED SIZE
                   INTO WS-CMD-ARGS
               MOVE WS-STAMP-OUTPUT TO WS-FINAL-IMAGE
               PERFORM RUN-ONE-STEP
           END-IF
           .

       RUN-SPLIT-STEP.
           MOVE 4 TO WS-STEP-NUM
           MOVE SPACES TO WS-CMD-OUTPUT
           STRING FUNCTION TRIM(WS-SPLIT-BASE) DELIMITED SIZE
                  ".brn" DELIMITED SIZE
               INTO WS-CMD-OUTPUT
           IF WS-SPLIT-BASE = SPACES
               MOVE SPACES TO WS-CMD-OUTPUT
               PERFORM RECORD-NOT-CONFIGURED
           ELSE
               MOVE SPACES TO WS-CMD-ARGS
               STRING FUNCTION TRIM(WS-FINAL-IMAGE) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-SPLIT-BASE) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-SPLIT-ARGS) DELIMITED SIZE
                   INTO WS-CMD-ARGS
               PERFORM RUN-ONE-STEP
           END-IF
           .

       RUN-TEST-STEP.
           MOVE 5 TO WS-STEP-NUM
           MOVE WS-TEST-REPORT TO WS-CMD-OUTPUT
           IF WS-TEST-CASES = SPACES
               PERFORM RECORD-NOT-CONFIGURED
           ELSE
               MOVE SPACES TO WS-CMD-ARGS
               STRING FUNCTION TRIM(WS-TEST-CASES) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-TEST-REPORT) DELIMITED SIZE
                   INTO WS-CMD-ARGS
               PERFORM RUN-ONE-STEP
           END-IF
           .

       RUN-DIFF-STEP.
           MOVE 6 TO WS-STEP-NUM
           MOVE SPACES TO WS-CMD-OUTPUT
           STRING "VS " DELIMITED SIZE
                  FUNCTION TRIM(WS-GOLDEN-NAME) DELIMITED SIZE
               INTO WS-CMD-OUTPUT
           IF WS-GOLDEN-NAME = SPACES
               MOVE SPACES TO WS-CMD-OUTPUT
               PERFORM RECORD-NOT-CONFIGURED
           ELSE
               MOVE SPACES TO WS-CMD-ARGS
               STRING FUNCTION TRIM(WS-FINAL-IMAGE) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-GOLDEN-NAME) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-GOLDEN-ARGS) DELIMITED SIZE
                   INTO WS-CMD-ARGS
               PERFORM RUN-ONE-STEP
           END-IF
           .

       RECORD-NOT-CONFIGURED.
           MOVE STEP-NAMES((WS-STEP-NUM - 1) * 8 + 1:8)
               TO WS-STEP-NAME
           PERFORM ADD-SUMMARY-ENTRY
           MOVE "NOT SET" TO SUM-STATUS(SUMMARY-COUNT)
           .

       RUN-ONE-STEP.
           MOVE STEP-NAMES((WS-STEP-NUM - 1) * 8 + 1:8)
               TO WS-STEP-NAME
           PERFORM ADD-SUMMARY-ENTRY
           EVALUATE TRUE
               WHEN WS-STOPPED = 1
                   MOVE "NOT RUN" TO SUM-STATUS(SUMMARY-COUNT)
               WHEN WS-STEP-NUM < WS-RESTART-NUM
                   MOVE "BYPASSED" TO SUM-STATUS(SUMMARY-COUNT)
               WHEN OTHER
                   PERFORM EXECUTE-STEP-COMMAND
           END-EVALUATE
           .

       EXECUTE-STEP-COMMAND.
           MOVE SPACES TO WS-CMD
           STRING FUNCTION TRIM(WS-TOOL-DIR) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  FUNCTION LOWER-CASE(FUNCTION TRIM(WS-STEP-NAME))
                      DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(WS-CMD-ARGS) DELIMITED SIZE
               INTO WS-CMD
           DISPLAY "STEP " FUNCTION TRIM(WS-STEP-NAME) ": "
               FUNCTION TRIM(WS-CMD)

           PERFORM READ-CLOCK
           MOVE WS-NOW-HUNDS TO WS-START-HUNDS
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-CMD
           MOVE RETURN-CODE TO WS-STEP-RC
           COMPUTE WS-STEP-RC = WS-STEP-RC / 256
           MOVE 0 TO RETURN-CODE
           PERFORM READ-CLOCK
           MOVE WS-NOW-HUNDS TO WS-END-HUNDS
           PERFORM COMPUTE-ELAPSED

           MOVE WS-STEP-RC TO SUM-RC(SUMMARY-COUNT)
           MOVE WS-ELAPSED TO SUM-HUNDS(SUMMARY-COUNT)
           MOVE WS-STEP-NAME TO WS-LAST-STEP
           IF WS-STEP-RC = 0
               MOVE "OK" TO SUM-STATUS(SUMMARY-COUNT)
           ELSE
               MOVE "FAILED" TO SUM-STATUS(SUMMARY-COUNT)
               MOVE 1 TO WS-STOPPED
               MOVE WS-STEP-NAME TO WS-STOP-STEP
               MOVE WS-STEP-RC TO WS-BUILD-RC
           END-IF
           .

       ADD-SUMMARY-ENTRY.
           IF SUMMARY-COUNT < 50
               ADD 1 TO SUMMARY-COUNT
           END-IF
           MOVE WS-STEP-NAME TO SUM-STEP(SUMMARY-COUNT)
           MOVE SPACES TO SUM-STATUS(SUMMARY-COUNT)
           MOVE 0 TO SUM-RC(SUMMARY-COUNT)
           MOVE 0 TO SUM-HUNDS(SUMMARY-COUNT)
           MOVE WS-CMD-OUTPUT TO SUM-OUTPUT(SUMMARY-COUNT)
           .

       READ-CLOCK.
           ACCEPT WS-CLOCK FROM TIME
           COMPUTE WS-NOW-HUNDS =
               (WS-CLOCK / 1000000) * 360000
               + FUNCTION MOD(WS-CLOCK / 10000, 100) * 6000
               + FUNCTION MOD(WS-CLOCK, 10000)
           .

       COMPUTE-ELAPSED.
           IF WS-END-HUNDS >= WS-START-HUNDS
               COMPUTE WS-ELAPSED = WS-END-HUNDS - WS-START-HUNDS
           ELSE
               COMPUTE WS-ELAPSED =
                   WS-END-HUNDS + 8640000 - WS-START-HUNDS
           END-IF
           .

       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO RPT-RECORD
           STRING "BUILD SUMMARY FOR " DELIMITED SIZE
                  FUNCTION TRIM(WS-PROJ-NAME) DELIMITED SIZE
                  "  RUN " DELIMITED SIZE
                  WS-BUILD-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-BUILD-TIME(1:6) DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "RESTART AT " DELIMITED SIZE
                  STEP-NAMES((WS-RESTART-NUM - 1) * 8 + 1:8)
                      DELIMITED SIZE
                  "  TOOLS " DELIMITED SIZE
                  FUNCTION TRIM(WS-TOOL-DIR) DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "STEP      STATUS      RC   ELAPSED   OUTPUT"
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "--------  --------  ----  ---------  ------"
               TO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM VARYING WS-SUMX FROM 1 BY 1
               UNTIL WS-SUMX > SUMMARY-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-TOTAL-HUNDS TO WS-ELAPSED
           PERFORM SPLIT-ELAPSED
           MOVE SPACES TO RPT-RECORD
           IF WS-STOPPED = 1
               STRING "BUILD STOPPED AT " DELIMITED SIZE
                      FUNCTION TRIM(WS-STOP-STEP) DELIMITED SIZE
                      " RC " DELIMITED SIZE
                      WS-BUILD-RC DELIMITED SIZE
                      "  TOTAL " DELIMITED SIZE
                      WS-SECS DELIMITED SIZE
                      "." DELIMITED SIZE
                      WS-FRAC DELIMITED SIZE
                      "S" DELIMITED SIZE
                   INTO RPT-RECORD
           ELSE
               STRING "BUILD COMPLETE RC " DELIMITED SIZE
                      WS-BUILD-RC DELIMITED SIZE
                      "  TOTAL " DELIMITED SIZE
                      WS-SECS DELIMITED SIZE
                      "." DELIMITED SIZE
                      WS-FRAC DELIMITED SIZE
                      "S" DELIMITED SIZE
                   INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           .

       WRITE-SUMMARY-LINE.
           MOVE SUM-HUNDS(WS-SUMX) TO WS-ELAPSED
           PERFORM SPLIT-ELAPSED
           MOVE SPACES TO RPT-RECORD
           MOVE SUM-STEP(WS-SUMX) TO RPT-RECORD(1:8)
           MOVE SUM-STATUS(WS-SUMX) TO RPT-RECORD(11:8)
           IF SUM-STATUS(WS-SUMX) = "OK"
               OR SUM-STATUS(WS-SUMX) = "FAILED"
               MOVE SUM-RC(WS-SUMX) TO RPT-RECORD(21:4)
               MOVE WS-SECS TO RPT-RECORD(27:5)
               MOVE "." TO RPT-RECORD(32:1)
               MOVE WS-FRAC TO RPT-RECORD(33:2)
               MOVE "S" TO RPT-RECORD(35:1)
           END-IF
           MOVE SUM-OUTPUT(WS-SUMX) TO RPT-RECORD(38:64)
           WRITE RPT-RECORD
           .

       SPLIT-ELAPSED.
           COMPUTE WS-SECS = WS-ELAPSED / 100
           COMPUTE WS-FRAC = FUNCTION MOD(WS-ELAPSED, 100)
           .

       WRITE-BUILD-LOG.
           OPEN EXTEND BUILD-LOG-FILE
           IF BLDLOG-STATUS NOT = "00" AND BLDLOG-STATUS NOT = "05"
               DISPLAY "Warning: cannot append to "
                   FUNCTION TRIM(WS-BLDLOG-NAME) ": " BLDLOG-STATUS
           ELSE
               IF WS-LAST-STEP = SPACES
                   MOVE "NONE" TO WS-LAST-STEP
               END-IF
               MOVE SPACES TO BUILD-LOG-RECORD
               STRING WS-BUILD-DATE DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-BUILD-TIME(1:6) DELIMITED SIZE
                      " BUILD " DELIMITED SIZE
                      FUNCTION TRIM(WS-PROJ-NAME) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-RPT-NAME) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-LAST-STEP) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-STOPPED DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-BUILD-RC DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-TOTAL-HUNDS DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-RESTART-NAME) DELIMITED SIZE
                   INTO BUILD-LOG-RECORD
               WRITE BUILD-LOG-RECORD
               CLOSE BUILD-LOG-FILE
           END-IF
           .
