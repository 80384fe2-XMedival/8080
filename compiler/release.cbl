       IDENTIFICATION DIVISION.
           PROGRAM-ID. RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJ-FILE ASSIGN TO WS-PROJ-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROJ-STATUS.
           SELECT BUILD-LOG-FILE ASSIGN TO WS-BLDLOG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BLDLOG-STATUS.
           SELECT TEST-RPT-FILE ASSIGN TO WS-TEST-REPORT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEST-RPT-STATUS.
           SELECT HEX-IN-FILE ASSIGN TO WS-INPUT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HEX-IN-STATUS.
           SELECT GOLDEN-FILE ASSIGN TO WS-GOLDEN-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GOLDEN-STATUS.
           SELECT GOLDEN-BIN-FILE ASSIGN TO WS-GOLDEN-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GOLDEN-BIN-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO WS-CATALOG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CATALOG-STATUS.
           SELECT RPT-FILE ASSIGN TO WS-RPT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROJ-FILE.
       01 PROJ-RECORD         PIC X(256).

       FD BUILD-LOG-FILE.
       01 BUILD-LOG-RECORD    PIC X(200).

       FD TEST-RPT-FILE.
       01 TEST-RPT-RECORD     PIC X(132).

       FD HEX-IN-FILE.
       01 HEX-IN-RECORD       PIC X(600).

       FD GOLDEN-FILE.
       01 GOLDEN-RECORD       PIC X(600).

       FD GOLDEN-BIN-FILE
           RECORD CONTAINS 1 CHARACTERS.
       01 GOLDEN-BIN-RECORD   PIC X(1).

       FD CATALOG-FILE.
       01 CATALOG-RECORD      PIC X(400).

       FD RPT-FILE.
       01 RPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROJ-STATUS         PIC XX.
       01 BLDLOG-STATUS       PIC XX.
       01 TEST-RPT-STATUS     PIC XX.
       01 HEX-IN-STATUS       PIC XX.
       01 GOLDEN-STATUS       PIC XX.
       01 GOLDEN-BIN-STATUS   PIC XX.
       01 CATALOG-STATUS      PIC XX.
       01 RPT-STATUS          PIC XX.

       01 WS-FUNCTION         PIC X(16).
       01 WS-OPERAND          PIC X(256).
       01 WS-PROJ-NAME        PIC X(256).
       01 WS-RPT-NAME         PIC X(256).
       01 WS-BLDLOG-NAME      PIC X(256) VALUE "build.log".
       01 WS-CATALOG-NAME     PIC X(256) VALUE "release.cat".
       01 WS-TOOL-DIR         PIC X(200) VALUE ".".
       01 WS-VERSION          PIC X(16) VALUE SPACES.
       01 WS-EXTRA-ARG        PIC X(272).
       01 WS-EXTRA-ARG-U      PIC X(272).
       01 WS-ARGS-DONE        PIC 9 VALUE 0.
       01 WS-ARG-TEXT         PIC X(16).
       01 WS-ARG-VAL          PIC 9(7).
       01 WS-ARG-LEN          PIC 99.
       01 WS-AX               PIC 99.

       01 PROJ-EOF            PIC 9 VALUE 0.
       01 LOG-EOF             PIC 9 VALUE 0.
       01 TEST-RPT-EOF        PIC 9 VALUE 0.
       01 HEX-IN-EOF          PIC 9 VALUE 0.
       01 CATALOG-EOF         PIC 9 VALUE 0.

       01 WS-TOKENS OCCURS 16 TIMES PIC X(64).
       01 WS-TX               PIC 99.
       01 WS-TOK-U            PIC X(16).

       01 OUTPUT-TABLE.
           05 OUTPUT-ENTRY OCCURS 41 TIMES.
               10 OUT-NAME     PIC X(64).
               10 OUT-SEEN     PIC 9.
               10 OUT-RC       PIC 9(4).
       01 OUTPUT-COUNT        PIC 99 VALUE 0.
       01 WS-OX               PIC 99.
       01 WS-TEXT-FOR-OUTPUT  PIC X(64).

       01 WS-SOURCE-LIST      PIC X(160) VALUE SPACES.
       01 WS-STAMP-OUTPUT     PIC X(64) VALUE SPACES.
       01 WS-STAMP-ARGS       PIC X(200) VALUE SPACES.
       01 WS-SPLIT-TEXT       PIC X(40) VALUE SPACES.
       01 WS-TEST-REPORT      PIC X(64) VALUE SPACES.
       01 WS-GOLDEN-NAME      PIC X(64) VALUE SPACES.
       01 WS-GOLDEN-FMT       PIC X(3) VALUE SPACES.
       01 WS-GOLDEN-ORG       PIC 9(5) VALUE 0.
       01 WS-GOLDEN-HIGH      PIC 9(5) VALUE 0.
       01 WS-GOLDEN-BELOW     PIC 9(5) VALUE 0.
       01 WS-GOLDEN-GAPS      PIC 9(5) VALUE 0.
       01 WS-INPUT-NAME       PIC X(64) VALUE SPACES.
       01 WS-SUMFROM          PIC 9(5) VALUE 0.
       01 WS-SUMTO            PIC 9(5) VALUE 65535.
       01 WS-STAMP-AT         PIC 9(5) VALUE 0.

       01 WS-BUILD-FOUND      PIC 9 VALUE 0.
       01 WS-BUILD-STAMP      PIC X(15) VALUE SPACES.
       01 WS-BUILD-LAST-STEP  PIC X(8) VALUE SPACES.
       01 WS-BUILD-STOPPED    PIC X VALUE SPACES.
       01 WS-BUILD-RC-TEXT    PIC X(4) VALUE SPACES.
       01 WS-BUILD-RESTART    PIC X(8) VALUE SPACES.
       01 WS-BUILD-PRIOR-THRU PIC 9 VALUE 0.
       01 WS-BUILD-DONE-THRU  PIC 9 VALUE 0.
       01 WS-RESTART-NUM      PIC 9.
       01 WS-STOP-NUM         PIC 9.
       01 WS-STEP-NAME        PIC X(8).
       01 WS-STEP-NUM         PIC 9.
       01 WS-SNX              PIC 9.
       01 STEP-NAMES          PIC X(48) VALUE
           "COMPILERLINKER  ROMSTAMPROMSPLITTESTRUN ROMDIFF ".
       01 WS-TEST-CASES       PIC 9(5) VALUE 0.
       01 WS-TEST-FAILS       PIC 9(5) VALUE 0.
       01 WS-TEST-FOUND       PIC 9 VALUE 0.
       01 WS-VERDICT          PIC X(24) VALUE SPACES.
       01 WS-GATE-FAILS       PIC 99 VALUE 0.
       01 WS-STAMP-RC         PIC 9(4) VALUE 0.
       01 WS-CMD              PIC X(700).

       01 HEX-CHARS           PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-IMAGE            PIC X(65536).
       01 WS-LOADED           PIC X(65536).
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
       01 WS-SCAN-ADDR        PIC 9(7).
       01 WS-SUM              PIC 9(9).
       01 WS-CHECKSUM         PIC X(4).

       01 CAT-WORK.
           05 CW-VERSION       PIC X(16).
           05 FILLER           PIC X.
           05 CW-STATE         PIC X(10).
           05 FILLER           PIC X.
           05 CW-CHECKSUM      PIC X(4).
           05 FILLER           PIC X.
           05 CW-PROMOTED      PIC X(15).
           05 FILLER           PIC X.
           05 CW-BUILT         PIC X(15).
           05 FILLER           PIC X.
           05 CW-VERDICT       PIC X(24).
           05 FILLER           PIC X.
           05 CW-IMAGE         PIC X(40).
           05 FILLER           PIC X.
           05 CW-SPLIT         PIC X(40).
           05 FILLER           PIC X.
           05 CW-SOURCES       PIC X(160).
           05 FILLER           PIC X(67).
       01 CATALOG-TABLE.
           05 CAT-LINE OCCURS 500 TIMES PIC X(400).
       01 CATALOG-COUNT       PIC 999 VALUE 0.
       01 WS-CX               PIC 999.
       01 WS-MATCH-COUNT      PIC 999 VALUE 0.
       01 WS-GOLDEN-COUNT     PIC 999 VALUE 0.
       01 WS-LOOKUP-SUM       PIC X(4).

       01 WS-PROMOTE-DATE     PIC 9(8).
       01 WS-PROMOTE-TIME     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-FUNCTION FROM ARGUMENT-VALUE
           ACCEPT WS-OPERAND FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION

           IF WS-OPERAND = SPACES
               OR (WS-FUNCTION NOT = "PROMOTE"
                   AND WS-FUNCTION NOT = "REGISTER"
                   AND WS-FUNCTION NOT = "LOOKUP")
               DISPLAY "Usage: release PROMOTE project.bld "
                   "VERSION=text [CATALOG=file] [LOG=file] "
                   "[TOOLS=dir]"
               DISPLAY "       release REGISTER report.rpt "
                   "[CATALOG=file]"
               DISPLAY "       release LOOKUP checksum "
                   "[CATALOG=file]"
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

           PERFORM LOAD-CATALOG

           EVALUATE WS-FUNCTION
               WHEN "PROMOTE"
                   MOVE WS-OPERAND TO WS-PROJ-NAME
                   PERFORM PROMOTE-BUILD
               WHEN "REGISTER"
                   MOVE WS-OPERAND TO WS-RPT-NAME
                   PERFORM WRITE-REGISTER
               WHEN "LOOKUP"
                   PERFORM LOOKUP-CHECKSUM
           END-EVALUATE
           STOP RUN.

       CLASSIFY-EXTRA-ARG.
           MOVE FUNCTION UPPER-CASE(WS-EXTRA-ARG) TO WS-EXTRA-ARG-U
           EVALUATE TRUE
               WHEN WS-EXTRA-ARG-U(1:8) = "VERSION="
                   MOVE WS-EXTRA-ARG(9:16) TO WS-VERSION
               WHEN WS-EXTRA-ARG-U(1:8) = "CATALOG="
                   MOVE WS-EXTRA-ARG(9:256) TO WS-CATALOG-NAME
               WHEN WS-EXTRA-ARG-U(1:4) = "LOG="
                   MOVE WS-EXTRA-ARG(5:256) TO WS-BLDLOG-NAME
               WHEN WS-EXTRA-ARG-U(1:6) = "TOOLS="
                   MOVE WS-EXTRA-ARG(7:200) TO WS-TOOL-DIR
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

       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00" AND CATALOG-STATUS NOT = "05"
               DISPLAY "Error opening catalog "
                   FUNCTION TRIM(WS-CATALOG-NAME) ": " CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CATALOG-EOF = 1
               READ CATALOG-FILE
                   AT END MOVE 1 TO CATALOG-EOF
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                           IF CATALOG-COUNT < 500
                               ADD 1 TO CATALOG-COUNT
                               MOVE CATALOG-RECORD
                                   TO CAT-LINE(CATALOG-COUNT)
                           ELSE
                               DISPLAY "Catalog holds more than 500 "
                                   "releases; archive older entries"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           .

       PROMOTE-BUILD.
           IF WS-VERSION = SPACES
               DISPLAY "PROMOTE requires VERSION=text"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > CATALOG-COUNT
               MOVE CAT-LINE(WS-CX) TO CAT-WORK
               IF CW-VERSION = WS-VERSION
                   DISPLAY "Version " FUNCTION TRIM(WS-VERSION)
                       " is already in the catalog"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           PERFORM LOAD-PROJECT-FILE
           IF WS-STAMP-OUTPUT = SPACES OR WS-TEST-REPORT = SPACES
               OR WS-GOLDEN-NAME = SPACES
               DISPLAY "Project file needs STAMP, TESTS and GOLDEN "
                   "lines to promote a release"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "PROMOTE " FUNCTION TRIM(WS-VERSION) " FROM "
               FUNCTION TRIM(WS-PROJ-NAME)
           PERFORM CHECK-BUILD-LOG
           PERFORM CHECK-TEST-REPORT
           PERFORM CHECK-ROM-STAMP

           IF WS-GATE-FAILS > 0
               DISPLAY "NOT PROMOTED: " WS-GATE-FAILS
                   " gate(s) failed; catalog unchanged"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-STAMP-OUTPUT TO WS-INPUT-NAME
           MOVE LOW-VALUES TO WS-IMAGE
           MOVE LOW-VALUES TO WS-LOADED
           PERFORM LOAD-HEX-IMAGE
           PERFORM COMPUTE-IMAGE-CHECKSUM
           PERFORM COPY-TO-GOLDEN

           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > CATALOG-COUNT
               MOVE CAT-LINE(WS-CX) TO CAT-WORK
               IF CW-STATE = "GOLDEN"
                   MOVE "SUPERSEDED" TO CW-STATE
                   MOVE CAT-WORK TO CAT-LINE(WS-CX)
               END-IF
           END-PERFORM

           ACCEPT WS-PROMOTE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PROMOTE-TIME FROM TIME
           MOVE SPACES TO CAT-WORK
           MOVE WS-VERSION TO CW-VERSION
           MOVE "GOLDEN" TO CW-STATE
           MOVE WS-CHECKSUM TO CW-CHECKSUM
           STRING WS-PROMOTE-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-PROMOTE-TIME(1:6) DELIMITED SIZE
               INTO CW-PROMOTED
           MOVE WS-BUILD-STAMP TO CW-BUILT
           MOVE WS-VERDICT TO CW-VERDICT
           MOVE WS-GOLDEN-NAME TO CW-IMAGE
           MOVE WS-SPLIT-TEXT TO CW-SPLIT
           IF WS-SPLIT-TEXT = SPACES
               MOVE "NONE" TO CW-SPLIT
           END-IF
           MOVE WS-SOURCE-LIST TO CW-SOURCES
           ADD 1 TO CATALOG-COUNT
           MOVE CAT-WORK TO CAT-LINE(CATALOG-COUNT)
           PERFORM SAVE-CATALOG

           DISPLAY "PROMOTED " FUNCTION TRIM(WS-VERSION)
               " CHECKSUM " WS-CHECKSUM " TO "
               FUNCTION TRIM(WS-GOLDEN-NAME)
           MOVE 0 TO RETURN-CODE
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
                       PERFORM PROCESS-PROJECT-LINE
               END-READ
           END-PERFORM
           CLOSE PROJ-FILE
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
                       IF WS-SOURCE-LIST = SPACES
                           MOVE WS-TOKENS(2) TO WS-SOURCE-LIST
                       ELSE
                           STRING FUNCTION TRIM(WS-SOURCE-LIST)
                                      DELIMITED SIZE
                                  "," DELIMITED SIZE
                                  FUNCTION TRIM(WS-TOKENS(2))
                                      DELIMITED SIZE
                               INTO WS-SOURCE-LIST
                       END-IF
                       MOVE WS-TOKENS(3) TO WS-TEXT-FOR-OUTPUT
                       PERFORM ADD-BUILD-OUTPUT
                   WHEN WS-TOK-U = "LINK"
                       MOVE WS-TOKENS(3) TO WS-TEXT-FOR-OUTPUT
                       PERFORM ADD-BUILD-OUTPUT
                   WHEN WS-TOK-U = "STAMP"
                       MOVE WS-TOKENS(2) TO WS-STAMP-OUTPUT
                       MOVE SPACES TO WS-STAMP-ARGS
                       PERFORM VARYING WS-TX FROM 3 BY 1
                           UNTIL WS-TX > 16
                           PERFORM NOTE-STAMP-TOKEN
                       END-PERFORM
                   WHEN WS-TOK-U = "SPLIT"
                       MOVE SPACES TO WS-SPLIT-TEXT
                       PERFORM VARYING WS-TX FROM 2 BY 1
                           UNTIL WS-TX > 16
                           IF WS-TOKENS(WS-TX) NOT = SPACES
                               IF WS-SPLIT-TEXT = SPACES
                                   MOVE WS-TOKENS(WS-TX)
                                       TO WS-SPLIT-TEXT
                               ELSE
                                   STRING FUNCTION TRIM(WS-SPLIT-TEXT)
                                              DELIMITED SIZE
                                          " " DELIMITED SIZE
                                          FUNCTION TRIM(
                                              WS-TOKENS(WS-TX))
                                              DELIMITED SIZE
                                       INTO WS-SPLIT-TEXT
                               END-IF
                           END-IF
                       END-PERFORM
                   WHEN WS-TOK-U = "TESTS"
                       MOVE WS-TOKENS(3) TO WS-TEST-REPORT
                   WHEN WS-TOK-U = "GOLDEN"
                       MOVE WS-TOKENS(2) TO WS-GOLDEN-NAME
                       MOVE SPACES TO WS-GOLDEN-FMT
                       MOVE 0 TO WS-GOLDEN-ORG
                       PERFORM VARYING WS-TX FROM 3 BY 1
                           UNTIL WS-TX > 16
                           PERFORM NOTE-GOLDEN-TOKEN
                       END-PERFORM
                   WHEN WS-TOK-U = "TOOLS"
                       MOVE WS-TOKENS(2) TO WS-TOOL-DIR
               END-EVALUATE
           END-IF
           .

       ADD-BUILD-OUTPUT.
           IF WS-TEXT-FOR-OUTPUT NOT = SPACES AND OUTPUT-COUNT < 41
               ADD 1 TO OUTPUT-COUNT
               MOVE WS-TEXT-FOR-OUTPUT TO OUT-NAME(OUTPUT-COUNT)
               MOVE 0 TO OUT-SEEN(OUTPUT-COUNT)
               MOVE 0 TO OUT-RC(OUTPUT-COUNT)
           END-IF
           .

       NOTE-STAMP-TOKEN.
           IF WS-TOKENS(WS-TX) NOT = SPACES
               STRING FUNCTION TRIM(WS-STAMP-ARGS) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(WS-TOKENS(WS-TX)) DELIMITED SIZE
                   INTO WS-STAMP-ARGS
               MOVE FUNCTION UPPER-CASE(WS-TOKENS(WS-TX))
                   TO WS-EXTRA-ARG-U
               IF WS-EXTRA-ARG-U(1:8) = "SUMFROM="
                   MOVE WS-EXTRA-ARG-U(9:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO WS-SUMFROM
               END-IF
               IF WS-EXTRA-ARG-U(1:6) = "SUMTO="
                   MOVE WS-EXTRA-ARG-U(7:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO WS-SUMTO
               END-IF
               IF WS-EXTRA-ARG-U(1:3) = "AT="
                   MOVE WS-EXTRA-ARG-U(4:16) TO WS-ARG-TEXT
                   PERFORM PARSE-NUM-ARG
                   MOVE WS-ARG-VAL TO WS-STAMP-AT
               END-IF
           END-IF
           .

       NOTE-GOLDEN-TOKEN.
           MOVE FUNCTION UPPER-CASE(WS-TOKENS(WS-TX))
               TO WS-EXTRA-ARG-U
           IF WS-EXTRA-ARG-U(1:5) = "FMT2="
               MOVE WS-EXTRA-ARG-U(6:3) TO WS-GOLDEN-FMT
           END-IF
           IF WS-EXTRA-ARG-U(1:5) = "ORG2="
               MOVE WS-EXTRA-ARG-U(6:16) TO WS-ARG-TEXT
               PERFORM PARSE-NUM-ARG
               MOVE WS-ARG-VAL TO WS-GOLDEN-ORG
           END-IF
           .

       CHECK-BUILD-LOG.
           OPEN INPUT BUILD-LOG-FILE
           IF BLDLOG-STATUS NOT = "00"
               DISPLAY "  GATE BUILD LOG: FAIL - cannot open "
                   FUNCTION TRIM(WS-BLDLOG-NAME) ": " BLDLOG-STATUS
               ADD 1 TO WS-GATE-FAILS
           ELSE
               PERFORM UNTIL LOG-EOF = 1
                   READ BUILD-LOG-FILE
                       AT END MOVE 1 TO LOG-EOF
                       NOT AT END
                           PERFORM NOTE-BUILD-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE BUILD-LOG-FILE
               PERFORM JUDGE-BUILD-LOG
           END-IF
           .

       NOTE-BUILD-LOG-RECORD.
           IF BUILD-LOG-RECORD NOT = SPACES
               PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 10
                   MOVE SPACES TO WS-TOKENS(WS-TX)
               END-PERFORM
               UNSTRING FUNCTION TRIM(BUILD-LOG-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-TOKENS(1) WS-TOKENS(2) WS-TOKENS(3)
                        WS-TOKENS(4) WS-TOKENS(5) WS-TOKENS(6)
                        WS-TOKENS(7) WS-TOKENS(8) WS-TOKENS(9)
                        WS-TOKENS(10)
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WS-TOKENS(3) = "BUILD"
                       AND WS-TOKENS(4) = WS-PROJ-NAME
                       MOVE 1 TO WS-BUILD-FOUND
                       MOVE SPACES TO WS-BUILD-STAMP
                       STRING WS-TOKENS(1)(1:8) DELIMITED SIZE
                              " " DELIMITED SIZE
                              WS-TOKENS(2)(1:6) DELIMITED SIZE
                           INTO WS-BUILD-STAMP
                       MOVE WS-TOKENS(6) TO WS-BUILD-LAST-STEP
                       MOVE WS-TOKENS(7) TO WS-BUILD-STOPPED
                       MOVE WS-TOKENS(8) TO WS-BUILD-RC-TEXT
                       MOVE WS-TOKENS(10) TO WS-BUILD-RESTART
                       IF WS-BUILD-RESTART = SPACES
                           MOVE "COMPILER" TO WS-BUILD-RESTART
                       END-IF
                       PERFORM NOTE-BUILD-COVERAGE
                   WHEN WS-TOKENS(3) = "COMPILER"
                       OR WS-TOKENS(3) = "LINKER"
                       PERFORM VARYING WS-OX FROM 1 BY 1
                           UNTIL WS-OX > OUTPUT-COUNT
                           IF OUT-NAME(WS-OX) = WS-TOKENS(5)
                               MOVE 1 TO OUT-SEEN(WS-OX)
                               MOVE WS-TOKENS(8)(1:2) TO OUT-RC(WS-OX)
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF
           .

       NOTE-BUILD-COVERAGE.
           MOVE WS-BUILD-DONE-THRU TO WS-BUILD-PRIOR-THRU
           MOVE WS-BUILD-RESTART TO WS-STEP-NAME
           PERFORM FIND-STEP-NUMBER
           MOVE WS-STEP-NUM TO WS-RESTART-NUM
           MOVE WS-BUILD-LAST-STEP TO WS-STEP-NAME
           PERFORM FIND-STEP-NUMBER
           MOVE WS-STEP-NUM TO WS-STOP-NUM
           IF WS-RESTART-NUM > 1
               AND WS-BUILD-PRIOR-THRU < WS-RESTART-NUM - 1
               CONTINUE
           ELSE
               IF WS-BUILD-STOPPED = "0"
                   MOVE 6 TO WS-BUILD-DONE-THRU
               ELSE
                   IF WS-STOP-NUM > 0
                       COMPUTE WS-BUILD-DONE-THRU = WS-STOP-NUM - 1
                   ELSE
                       MOVE 0 TO WS-BUILD-DONE-THRU
                   END-IF
               END-IF
           END-IF
           .

       FIND-STEP-NUMBER.
           MOVE 0 TO WS-STEP-NUM
           PERFORM VARYING WS-SNX FROM 1 BY 1
               UNTIL WS-SNX > 6 OR WS-STEP-NUM > 0
               IF STEP-NAMES((WS-SNX - 1) * 8 + 1:8) = WS-STEP-NAME
                   MOVE WS-SNX TO WS-STEP-NUM
               END-IF
           END-PERFORM
           .

       JUDGE-BUILD-LOG.
           IF WS-BUILD-FOUND = 0
               DISPLAY "  GATE BUILD LOG: FAIL - no BUILD record for "
                   FUNCTION TRIM(WS-PROJ-NAME)
               ADD 1 TO WS-GATE-FAILS
           ELSE
               EVALUATE TRUE
                   WHEN WS-BUILD-STOPPED = "0"
                       AND WS-BUILD-RC-TEXT = "0000"
                       DISPLAY "  GATE BUILD LOG: PASS - build "
                           WS-BUILD-STAMP " RC 0"
                   WHEN WS-BUILD-STOPPED = "1"
                       AND WS-BUILD-LAST-STEP = "ROMDIFF"
                       DISPLAY "  GATE BUILD LOG: PASS - build "
                           WS-BUILD-STAMP " RC 0 through TESTRUN; "
                           "image differs from previous golden"
                   WHEN OTHER
                       DISPLAY "  GATE BUILD LOG: FAIL - build "
                           WS-BUILD-STAMP " stopped at "
                           FUNCTION TRIM(WS-BUILD-LAST-STEP)
                           " RC " WS-BUILD-RC-TEXT
                       ADD 1 TO WS-GATE-FAILS
               END-EVALUATE
               IF WS-RESTART-NUM > 1
                   AND WS-BUILD-PRIOR-THRU < WS-RESTART-NUM - 1
                   DISPLAY "  GATE BUILD LOG: FAIL - build "
                       WS-BUILD-STAMP " restarted at "
                       FUNCTION TRIM(WS-BUILD-RESTART)
                       " but no earlier build of "
                       FUNCTION TRIM(WS-PROJ-NAME)
                       " completed the steps it bypassed"
                   ADD 1 TO WS-GATE-FAILS
               END-IF
               PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > OUTPUT-COUNT
                   IF OUT-SEEN(WS-OX) = 0
                       DISPLAY "  GATE BUILD LOG: FAIL - no build "
                           "record for " FUNCTION TRIM(OUT-NAME(WS-OX))
                       ADD 1 TO WS-GATE-FAILS
                   END-IF
                   IF OUT-SEEN(WS-OX) = 1 AND OUT-RC(WS-OX) NOT = 0
                       DISPLAY "  GATE BUILD LOG: FAIL - last build of "
                           FUNCTION TRIM(OUT-NAME(WS-OX))
                           " ended RC " OUT-RC(WS-OX)
                       ADD 1 TO WS-GATE-FAILS
                   END-IF
               END-PERFORM
           END-IF
           .

       CHECK-TEST-REPORT.
           OPEN INPUT TEST-RPT-FILE
           IF TEST-RPT-STATUS NOT = "00"
               DISPLAY "  GATE TESTRUN: FAIL - cannot open "
                   FUNCTION TRIM(WS-TEST-REPORT) ": " TEST-RPT-STATUS
               ADD 1 TO WS-GATE-FAILS
           ELSE
               PERFORM UNTIL TEST-RPT-EOF = 1
                   READ TEST-RPT-FILE
                       AT END MOVE 1 TO TEST-RPT-EOF
                       NOT AT END
                           IF TEST-RPT-RECORD(1:6) = "TOTAL "
                               PERFORM NOTE-TEST-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEST-RPT-FILE
               IF WS-TEST-FOUND = 0
                   DISPLAY "  GATE TESTRUN: FAIL - no TOTAL line in "
                       FUNCTION TRIM(WS-TEST-REPORT)
                   ADD 1 TO WS-GATE-FAILS
                   MOVE "NO TEST TOTAL" TO WS-VERDICT
               ELSE
                   IF WS-TEST-FAILS = 0 AND WS-TEST-CASES > 0
                       MOVE SPACES TO WS-VERDICT
                       STRING "PASS " DELIMITED SIZE
                              WS-TEST-CASES DELIMITED SIZE
                              " CASES" DELIMITED SIZE
                           INTO WS-VERDICT
                       DISPLAY "  GATE TESTRUN: PASS - "
                           WS-TEST-CASES " case(s), 0 failed"
                   ELSE
                       DISPLAY "  GATE TESTRUN: FAIL - "
                           WS-TEST-CASES " case(s), "
                           WS-TEST-FAILS " failed"
                       ADD 1 TO WS-GATE-FAILS
                   END-IF
               END-IF
           END-IF
           .

       NOTE-TEST-TOTAL.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6
               MOVE SPACES TO WS-TOKENS(WS-TX)
           END-PERFORM
           UNSTRING FUNCTION TRIM(TEST-RPT-RECORD)
               DELIMITED BY ALL " "
               INTO WS-TOKENS(1) WS-TOKENS(2) WS-TOKENS(3)
                    WS-TOKENS(4) WS-TOKENS(5) WS-TOKENS(6)
           END-UNSTRING
           IF WS-TOKENS(5) = "FAILED"
               MOVE 1 TO WS-TEST-FOUND
               MOVE WS-TOKENS(2)(1:4) TO WS-TEST-CASES
               MOVE WS-TOKENS(4)(1:4) TO WS-TEST-FAILS
           END-IF
           .

       CHECK-ROM-STAMP.
           MOVE SPACES TO WS-CMD
           STRING FUNCTION TRIM(WS-TOOL-DIR) DELIMITED SIZE
                  "/romstamp " DELIMITED SIZE
                  FUNCTION TRIM(WS-STAMP-OUTPUT) DELIMITED SIZE
                  " VERIFY " DELIMITED SIZE
                  FUNCTION TRIM(WS-STAMP-ARGS) DELIMITED SIZE
               INTO WS-CMD
           DISPLAY "  " FUNCTION TRIM(WS-CMD)
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-CMD
           MOVE RETURN-CODE TO WS-STAMP-RC
           COMPUTE WS-STAMP-RC = WS-STAMP-RC / 256
           MOVE 0 TO RETURN-CODE
           IF WS-STAMP-RC = 0
               DISPLAY "  GATE ROMSTAMP VERIFY: PASS"
           ELSE
               DISPLAY "  GATE ROMSTAMP VERIFY: FAIL - RC "
                   WS-STAMP-RC
               ADD 1 TO WS-GATE-FAILS
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

       COMPUTE-IMAGE-CHECKSUM.
           MOVE 0 TO WS-SUM
           PERFORM VARYING WS-SCAN-ADDR FROM WS-SUMFROM BY 1
               UNTIL WS-SCAN-ADDR > WS-SUMTO
               IF WS-LOADED(WS-SCAN-ADDR + 1:1) = "Y"
                   COMPUTE WS-BYTE = FUNCTION ORD(
                       WS-IMAGE(WS-SCAN-ADDR + 1:1)) - 1
               ELSE
                   MOVE 255 TO WS-BYTE
               END-IF
               IF WS-SCAN-ADDR NOT = WS-STAMP-AT
                   ADD WS-BYTE TO WS-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-SUM = FUNCTION MOD(WS-SUM, 65536)
           COMPUTE WS-HI-NIB = WS-SUM / 4096 + 1
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-CHECKSUM(1:1)
           COMPUTE WS-HI-NIB = FUNCTION MOD(WS-SUM / 256, 16) + 1
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-CHECKSUM(2:1)
           COMPUTE WS-HI-NIB = FUNCTION MOD(WS-SUM / 16, 16) + 1
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-CHECKSUM(3:1)
           COMPUTE WS-HI-NIB = FUNCTION MOD(WS-SUM, 16) + 1
           MOVE HEX-CHARS(WS-HI-NIB:1) TO WS-CHECKSUM(4:1)
           .

       COPY-TO-GOLDEN.
           IF WS-GOLDEN-FMT = "BIN"
               PERFORM WRITE-GOLDEN-BIN
           END-IF
           IF WS-GOLDEN-FMT NOT = "BIN"
               AND WS-GOLDEN-NAME NOT = WS-STAMP-OUTPUT
               MOVE 0 TO HEX-IN-EOF
               OPEN INPUT HEX-IN-FILE
               OPEN OUTPUT GOLDEN-FILE
               IF GOLDEN-STATUS NOT = "00"
                   DISPLAY "Error opening golden image "
                       FUNCTION TRIM(WS-GOLDEN-NAME) ": " GOLDEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL HEX-IN-EOF = 1
                   READ HEX-IN-FILE
                       AT END MOVE 1 TO HEX-IN-EOF
                       NOT AT END
                           MOVE HEX-IN-RECORD TO GOLDEN-RECORD
                           WRITE GOLDEN-RECORD
                   END-READ
               END-PERFORM
               CLOSE HEX-IN-FILE
               CLOSE GOLDEN-FILE
           END-IF
           .

       WRITE-GOLDEN-BIN.
           PERFORM VARYING WS-SCAN-ADDR FROM 65535 BY -1
               UNTIL WS-SCAN-ADDR = 0
               OR WS-LOADED(WS-SCAN-ADDR + 1:1) = "Y"
               CONTINUE
           END-PERFORM
           MOVE WS-SCAN-ADDR TO WS-GOLDEN-HIGH
           MOVE 0 TO WS-GOLDEN-BELOW
           MOVE 0 TO WS-GOLDEN-GAPS
           PERFORM VARYING WS-SCAN-ADDR FROM 0 BY 1
               UNTIL WS-SCAN-ADDR > WS-GOLDEN-HIGH
               IF WS-SCAN-ADDR < WS-GOLDEN-ORG
                   IF WS-LOADED(WS-SCAN-ADDR + 1:1) = "Y"
                       ADD 1 TO WS-GOLDEN-BELOW
                   END-IF
               ELSE
                   IF WS-LOADED(WS-SCAN-ADDR + 1:1) NOT = "Y"
                       ADD 1 TO WS-GOLDEN-GAPS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GOLDEN-BELOW > 0 OR WS-GOLDEN-GAPS > 0
               DISPLAY "NOT PROMOTED: binary golden image "
                   FUNCTION TRIM(WS-GOLDEN-NAME) " (FMT2=BIN) "
                   "cannot match the stamped image: "
                   WS-GOLDEN-BELOW " byte(s) below ORG2, "
                   WS-GOLDEN-GAPS " unprogrammed byte(s) inside "
                   "the image; catalog unchanged"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GOLDEN-BIN-FILE
           IF GOLDEN-BIN-STATUS NOT = "00"
               DISPLAY "Error opening golden image "
                   FUNCTION TRIM(WS-GOLDEN-NAME) ": " GOLDEN-BIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SCAN-ADDR FROM WS-GOLDEN-ORG BY 1
               UNTIL WS-SCAN-ADDR > WS-GOLDEN-HIGH
               MOVE WS-IMAGE(WS-SCAN-ADDR + 1:1) TO GOLDEN-BIN-RECORD
               WRITE GOLDEN-BIN-RECORD
           END-PERFORM
           CLOSE GOLDEN-BIN-FILE
           .

       SAVE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00" AND CATALOG-STATUS NOT = "05"
               DISPLAY "Error writing catalog "
                   FUNCTION TRIM(WS-CATALOG-NAME) ": " CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > CATALOG-COUNT
               MOVE CAT-LINE(WS-CX) TO CATALOG-RECORD
               WRITE CATALOG-RECORD
           END-PERFORM
           CLOSE CATALOG-FILE
           .

       WRITE-REGISTER.
           OPEN OUTPUT RPT-FILE
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening report "
                   FUNCTION TRIM(WS-RPT-NAME) ": " RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING "RELEASE REGISTER FROM " DELIMITED SIZE
                  FUNCTION TRIM(WS-CATALOG-NAME) DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "VERSION          STATE      SUM   PROMOTED"
                      DELIMITED SIZE
                  "         BUILT            TESTS" DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 0 TO WS-GOLDEN-COUNT
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > CATALOG-COUNT
               MOVE CAT-LINE(WS-CX) TO CAT-WORK
               IF CW-STATE = "GOLDEN"
                   ADD 1 TO WS-GOLDEN-COUNT
               END-IF
               MOVE SPACES TO RPT-RECORD
               MOVE CW-VERSION TO RPT-RECORD(1:16)
               MOVE CW-STATE TO RPT-RECORD(18:10)
               MOVE CW-CHECKSUM TO RPT-RECORD(29:4)
               MOVE CW-PROMOTED TO RPT-RECORD(35:15)
               MOVE CW-BUILT TO RPT-RECORD(52:15)
               MOVE CW-VERDICT TO RPT-RECORD(69:24)
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING "    IMAGE " DELIMITED SIZE
                      FUNCTION TRIM(CW-IMAGE) DELIMITED SIZE
                      "  SPLIT " DELIMITED SIZE
                      FUNCTION TRIM(CW-SPLIT) DELIMITED SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING "    SOURCES " DELIMITED SIZE
                      FUNCTION TRIM(CW-SOURCES) DELIMITED SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
           END-PERFORM
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "TOTAL " DELIMITED SIZE
                  CATALOG-COUNT DELIMITED SIZE
                  " RELEASE(S), " DELIMITED SIZE
                  WS-GOLDEN-COUNT DELIMITED SIZE
                  " GOLDEN" DELIMITED SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE RPT-FILE
           DISPLAY CATALOG-COUNT " release(s) listed. Report: "
               FUNCTION TRIM(WS-RPT-NAME)
           MOVE 0 TO RETURN-CODE
           .

       LOOKUP-CHECKSUM.
           MOVE FUNCTION UPPER-CASE(WS-OPERAND(1:4)) TO WS-LOOKUP-SUM
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > CATALOG-COUNT
               MOVE CAT-LINE(WS-CX) TO CAT-WORK
               IF CW-CHECKSUM = WS-LOOKUP-SUM
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY "RELEASE " FUNCTION TRIM(CW-VERSION)
                       " " FUNCTION TRIM(CW-STATE)
                       " PROMOTED " CW-PROMOTED
                       " IMAGE " FUNCTION TRIM(CW-IMAGE)
               END-IF
           END-PERFORM
           IF WS-MATCH-COUNT = 0
               DISPLAY "No release has checksum " WS-LOOKUP-SUM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
