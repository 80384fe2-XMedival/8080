       01 SYM-IN-RECORD.
           05 SYM-IN-NAME     PIC X(16).
           05 SYM-IN-VALUE    PIC 9(5).
           05 SYM-IN-SEG      PIC X.

       FD REL-IN-FILE.
       01 REL-IN-RECORD.
           05 REL-IN-NAME     PIC X(16).
           05 REL-IN-ADDR     PIC 9(5).
           05 REL-IN-KIND     PIC X.

       WORKING-STORAGE SECTION.
       01 LIB-STATUS          PIC XX.
                                  SYM-IN-NAME DELIMITED SIZE
                                  " " DELIMITED SIZE
                                  SYM-IN-VALUE DELIMITED SIZE
                                  SYM-IN-SEG DELIMITED SIZE
                               INTO LIB-RECORD
                           WRITE LIB-RECORD
                   END-READ
                   AT END MOVE 1 TO HEX-IN-EOF
                   NOT AT END
                       IF HEX-IN-RECORD(1:1) = ":"
                           OR HEX-IN-RECORD(1:2) = "S1"
                           MOVE SPACES TO LIB-RECORD
                           STRING "HEXREC " DELIMITED SIZE
                                  FUNCTION TRIM(HEX-IN-RECORD)
                                  REL-IN-NAME DELIMITED SIZE
                                  " " DELIMITED SIZE
                                  REL-IN-ADDR DELIMITED SIZE
                                  REL-IN-KIND DELIMITED SIZE
                               INTO LIB-RECORD
                           WRITE LIB-RECORD
                   END-READ
