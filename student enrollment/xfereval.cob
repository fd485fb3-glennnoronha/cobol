       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFEREVAL.

      * transfer credit evaluation. each course on an incoming
      * transfer transcript is looked up on the transfer equivalency
      * table by sending institution, subject and course number; a
      * row with no course number is the catch-all for the subject.
      * an equivalency is either one of our courses (type C) or
      * elective credit in one of our subjects (type E). a course
      * graded at or above the equivalency's minimum grade (C when
      * none is given; P passes at a C or D minimum) is posted to
      * the completed-course history under our subject and number
      * with grade T followed by the grade earned elsewhere and the
      * transferred credit hours, so it counts toward degree
      * requirements, prerequisites and credits earned but never
      * toward the GPA. the sending institution and its subject and
      * course number are carried on the posted record, and the same
      * outside course already posted for the same term is not posted
      * twice - two different outside courses that both map to one
      * of ours (elective credit under a catch-all row) each post.
      * courses with no equivalency go on the faculty review list.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQVFILE ASSIGN TO XFEREQV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EQVFILE-STATUS.
           SELECT XFERIN ASSIGN TO XFERIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XFERIN-STATUS.
           SELECT HISTFILE ASSIGN TO HISTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT HISTNEW ASSIGN TO HISTNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT REVFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EQVFILE.
       01 DATA-EQV.
           05 EQ-INST-ID PIC X(6).
           05 EQ-EXT-SUBJECT PIC X(4).
           05 EQ-EXT-NUMBER PIC X(6).
           05 EQ-TYPE PIC X(1).
           05 EQ-OUR-SUBJECT PIC A(4).
           05 EQ-OUR-NUMBER PIC 9(4).
           05 EQ-MIN-GRADE PIC X(1).
           05 EQ-BLANKS PIC X(54).

       FD XFERIN.
       01 DATA-XFER.
           05 XT-BID PIC 9(6).
           05 XT-INST-ID PIC X(6).
           05 XT-SUBJECT PIC X(4).
           05 XT-NUMBER PIC X(6).
           05 XT-TITLE PIC X(24).
           05 XT-GRADE PIC X(2).
           05 XT-CREDITS PIC 9(2).
           05 XT-TERM PIC X(4).
           05 XT-BLANKS PIC X(26).

       FD HISTFILE.
       01 DATA-HIST.
           05 HIST-BID PIC 9(6).
           05 HIST-SUBJECT PIC A(4).
           05 HIST-NUMBER PIC 9(4).
           05 HIST-GRADE PIC X(2).
           05 HIST-TERM PIC X(4).
      * hours carried by posted transfer credit; zero for our own
      * courses, which take their hours from the catalog
           05 HIST-CREDITS PIC 9(2).
      * where posted transfer credit came from; blank for our own
      * courses
           05 HIST-XFER-INST PIC X(6).
           05 HIST-XFER-SUBJECT PIC X(4).
           05 HIST-XFER-NUMBER PIC X(6).
           05 HIST-BLANKS PIC X(42).

       FD HISTNEW.
       01 DATA-HIST-NEW.
           05 HN-BID PIC 9(6).
           05 HN-SUBJECT PIC A(4).
           05 HN-NUMBER PIC 9(4).
           05 HN-GRADE PIC X(2).
           05 HN-TERM PIC X(4).
           05 HN-CREDITS PIC 9(2).
           05 HN-XFER-INST PIC X(6).
           05 HN-XFER-SUBJECT PIC X(4).
           05 HN-XFER-NUMBER PIC X(6).
           05 HN-BLANKS PIC X(42).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       FD REVFILE.
       01 REV-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EQVFILE-STATUS PIC XX.
       01 WS-XFERIN-STATUS PIC XX.
       01 WS-HISTFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-EQV-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EQV-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-EQV-TABLE.
           05 WS-EQV-ENTRY OCCURS 2000 TIMES.
               10 WS-EQV-INST-ID PIC X(6).
               10 WS-EQV-EXT-SUBJECT PIC X(4).
               10 WS-EQV-EXT-NUMBER PIC X(6).
               10 WS-EQV-TYPE PIC X(1).
               10 WS-EQV-OUR-SUBJECT PIC A(4).
               10 WS-EQV-OUR-NUMBER PIC 9(4).
               10 WS-EQV-MIN-GRADE PIC X(1).
       01 WS-EQV-SUB PIC 9(4).
       01 WS-EQV-FOUND-SUB PIC 9(4).

       01 WS-HIST-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-HIST-TABLE-COUNT-MAX PIC 9(4) VALUE 5000.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES.
               10 WS-HIST-BID PIC 9(6).
               10 WS-HIST-SUBJECT PIC A(4).
               10 WS-HIST-NUMBER PIC 9(4).
               10 WS-HIST-GRADE PIC X(2).
               10 WS-HIST-TERM PIC X(4).
               10 WS-HIST-XFER-INST PIC X(6).
               10 WS-HIST-XFER-SUBJECT PIC X(4).
               10 WS-HIST-XFER-NUMBER PIC X(6).
       01 WS-HIST-SUB PIC 9(4).

       01 WS-MIN-GRADE PIC X(1).
       01 WS-XT-LETTER PIC X(1).
       01 WS-GRADE-OK PIC A.
       01 WS-ALREADY PIC A.
       01 WS-POST-SUBJECT PIC A(4).
       01 WS-POST-NUMBER PIC 9(4).
       01 WS-POST-GRADE PIC X(2).
       01 WS-POST-CREDITS PIC 9(2).

       01 WS-READ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-POSTED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-POSTED-CREDITS PIC 9(6) VALUE ZEROES.
       01 WS-LOW-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DUP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REVIEW-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT EQVFILE.
           IF WS-EQVFILE-STATUS NOT = "00"
              DISPLAY "No transfer equivalency table found - every "
                 "course goes to faculty review."
           ELSE
              PERFORM UNTIL WS-EQVFILE-STATUS = "10"
                 READ EQVFILE
                    AT END MOVE "10" TO WS-EQVFILE-STATUS
                    NOT AT END
                       IF WS-EQV-TABLE-COUNT = WS-EQV-TABLE-COUNT-MAX
                          DISPLAY "XFEREQV has more equivalencies "
                             "than XFEREVAL can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE EQVFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-EQV-TABLE-COUNT
                       MOVE EQ-INST-ID TO
                          WS-EQV-INST-ID(WS-EQV-TABLE-COUNT)
                       MOVE EQ-EXT-SUBJECT TO
                          WS-EQV-EXT-SUBJECT(WS-EQV-TABLE-COUNT)
                       MOVE EQ-EXT-NUMBER TO
                          WS-EQV-EXT-NUMBER(WS-EQV-TABLE-COUNT)
                       MOVE EQ-TYPE TO
                          WS-EQV-TYPE(WS-EQV-TABLE-COUNT)
                       MOVE EQ-OUR-SUBJECT TO
                          WS-EQV-OUR-SUBJECT(WS-EQV-TABLE-COUNT)
                       IF EQ-OUR-NUMBER IS NUMERIC
                          MOVE EQ-OUR-NUMBER TO
                             WS-EQV-OUR-NUMBER(WS-EQV-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-EQV-OUR-NUMBER(WS-EQV-TABLE-COUNT)
                       END-IF
                       IF EQ-MIN-GRADE = SPACE
                          MOVE "C" TO
                             WS-EQV-MIN-GRADE(WS-EQV-TABLE-COUNT)
                       ELSE
                          MOVE EQ-MIN-GRADE TO
                             WS-EQV-MIN-GRADE(WS-EQV-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EQVFILE
           END-IF.

      * the existing history is copied forward as it stands and
      * remembered so a transcript sent twice is not posted twice
           OPEN OUTPUT HISTNEW.
           OPEN INPUT HISTFILE.
           IF WS-HISTFILE-STATUS = "35"
              DISPLAY "No completed-course history found - starting "
                 "a new one."
           ELSE
              PERFORM UNTIL WS-HISTFILE-STATUS = "10"
                 READ HISTFILE
                    AT END MOVE "10" TO WS-HISTFILE-STATUS
                    NOT AT END
                       IF WS-HIST-TABLE-COUNT =
                          WS-HIST-TABLE-COUNT-MAX
                          DISPLAY "HISTIN has more courses than "
                             "XFEREVAL can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE HISTFILE
                          CLOSE HISTNEW
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-HIST-TABLE-COUNT
                       MOVE HIST-BID TO
                          WS-HIST-BID(WS-HIST-TABLE-COUNT)
                       MOVE HIST-SUBJECT TO
                          WS-HIST-SUBJECT(WS-HIST-TABLE-COUNT)
                       MOVE HIST-NUMBER TO
                          WS-HIST-NUMBER(WS-HIST-TABLE-COUNT)
                       MOVE HIST-GRADE TO
                          WS-HIST-GRADE(WS-HIST-TABLE-COUNT)
                       MOVE HIST-TERM TO
                          WS-HIST-TERM(WS-HIST-TABLE-COUNT)
                       MOVE HIST-XFER-INST TO
                          WS-HIST-XFER-INST(WS-HIST-TABLE-COUNT)
                       MOVE HIST-XFER-SUBJECT TO
                          WS-HIST-XFER-SUBJECT(WS-HIST-TABLE-COUNT)
                       MOVE HIST-XFER-NUMBER TO
                          WS-HIST-XFER-NUMBER(WS-HIST-TABLE-COUNT)
                       MOVE DATA-HIST TO DATA-HIST-NEW
                       WRITE DATA-HIST-NEW
                 END-READ
              END-PERFORM
              CLOSE HISTFILE
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "TRANSFER CREDIT EVALUATION"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  STUDENT FROM   COURSE      GRADE CR  RESULT"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           OPEN OUTPUT REVFILE.
           MOVE SPACES TO REV-REC.
           STRING "TRANSFER COURSES WITH NO EQUIVALENCY - FOR "
              "FACULTY REVIEW"
              DELIMITED BY SIZE INTO REV-REC.
           WRITE REV-REC.
           MOVE SPACES TO REV-REC.
           STRING "  STUDENT FROM   COURSE      TITLE"
              "                    GRADE CR TERM"
              DELIMITED BY SIZE INTO REV-REC.
           WRITE REV-REC.

           OPEN INPUT XFERIN.
           IF WS-XFERIN-STATUS NOT = "00"
              DISPLAY "No transfer transcript records found."
           ELSE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ XFERIN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM EVALUATE-COURSE
                 END-READ
              END-PERFORM
              CLOSE XFERIN
           END-IF.
           CLOSE HISTNEW.
           CLOSE REVFILE.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Transfer courses read       " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Posted to history           " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-POSTED-CREDITS TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Credit hours posted         " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-LOW-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Below minimum grade         " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DUP-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Already on history          " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-REVIEW-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Sent for faculty review     " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           IF WS-REVIEW-COUNT > ZERO OR WS-LOW-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "XFEREVAL posted " WS-POSTED-COUNT " course(s), "
              WS-REVIEW-COUNT " for faculty review.".

           STOP RUN.

      * one incoming course: an exact equivalency for the course
      * number wins over the subject's catch-all row
       EVALUATE-COURSE.
           MOVE ZEROES TO WS-EQV-FOUND-SUB.
           PERFORM VARYING WS-EQV-SUB FROM 1 BY 1
              UNTIL WS-EQV-SUB > WS-EQV-TABLE-COUNT
              IF WS-EQV-INST-ID(WS-EQV-SUB) = XT-INST-ID AND
                 WS-EQV-EXT-SUBJECT(WS-EQV-SUB) = XT-SUBJECT AND
                 WS-EQV-EXT-NUMBER(WS-EQV-SUB) = XT-NUMBER
                 MOVE WS-EQV-SUB TO WS-EQV-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-EQV-FOUND-SUB = ZEROES
              PERFORM VARYING WS-EQV-SUB FROM 1 BY 1
                 UNTIL WS-EQV-SUB > WS-EQV-TABLE-COUNT
                 IF WS-EQV-INST-ID(WS-EQV-SUB) = XT-INST-ID AND
                    WS-EQV-EXT-SUBJECT(WS-EQV-SUB) = XT-SUBJECT AND
                    WS-EQV-EXT-NUMBER(WS-EQV-SUB) = SPACES
                    MOVE WS-EQV-SUB TO WS-EQV-FOUND-SUB
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-EQV-FOUND-SUB = ZEROES
              ADD 1 TO WS-REVIEW-COUNT
              MOVE SPACES TO REV-REC
              STRING "  " XT-BID "  " XT-INST-ID " " XT-SUBJECT " "
                 XT-NUMBER "  " XT-TITLE " " XT-GRADE "    "
                 XT-CREDITS " " XT-TERM
                 DELIMITED BY SIZE INTO REV-REC
              WRITE REV-REC
              MOVE SPACES TO RPT-REC
              STRING "  " XT-BID "  " XT-INST-ID " " XT-SUBJECT " "
                 XT-NUMBER "  " XT-GRADE "    " XT-CREDITS
                 "  NO EQUIVALENCY - FACULTY REVIEW"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              MOVE WS-EQV-MIN-GRADE(WS-EQV-FOUND-SUB) TO WS-MIN-GRADE
              MOVE XT-GRADE(1:1) TO WS-XT-LETTER
              MOVE 'N' TO WS-GRADE-OK
              EVALUATE TRUE
                 WHEN WS-XT-LETTER = "P"
                    IF WS-MIN-GRADE NOT < "C"
                       MOVE 'Y' TO WS-GRADE-OK
                    END-IF
                 WHEN WS-XT-LETTER NOT < "A" AND
                    WS-XT-LETTER NOT > "D" AND
                    WS-XT-LETTER NOT > WS-MIN-GRADE
                    MOVE 'Y' TO WS-GRADE-OK
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE WS-EQV-OUR-SUBJECT(WS-EQV-FOUND-SUB) TO
                 WS-POST-SUBJECT
              MOVE WS-EQV-OUR-NUMBER(WS-EQV-FOUND-SUB) TO
                 WS-POST-NUMBER
              MOVE SPACES TO WS-POST-GRADE
              STRING "T" WS-XT-LETTER
                 DELIMITED BY SIZE INTO WS-POST-GRADE
              IF XT-CREDITS IS NUMERIC
                 MOVE XT-CREDITS TO WS-POST-CREDITS
              ELSE
                 MOVE ZEROES TO WS-POST-CREDITS
              END-IF
      * a posting made before the source was carried can only be
      * matched on the course it was posted as
              MOVE 'N' TO WS-ALREADY
              PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                 UNTIL WS-HIST-SUB > WS-HIST-TABLE-COUNT
                 IF WS-HIST-BID(WS-HIST-SUB) = XT-BID AND
                    WS-HIST-TERM(WS-HIST-SUB) = XT-TERM AND
                    WS-HIST-GRADE(WS-HIST-SUB)(1:1) = "T"
                    IF WS-HIST-XFER-INST(WS-HIST-SUB) = SPACES
                       IF WS-HIST-SUBJECT(WS-HIST-SUB) =
                          WS-POST-SUBJECT AND
                          WS-HIST-NUMBER(WS-HIST-SUB) = WS-POST-NUMBER
                          MOVE 'Y' TO WS-ALREADY
                       END-IF
                    ELSE
                       IF WS-HIST-XFER-INST(WS-HIST-SUB) =
                          XT-INST-ID AND
                          WS-HIST-XFER-SUBJECT(WS-HIST-SUB) =
                          XT-SUBJECT AND
                          WS-HIST-XFER-NUMBER(WS-HIST-SUB) = XT-NUMBER
                          MOVE 'Y' TO WS-ALREADY
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE SPACES TO RPT-REC
              EVALUATE TRUE
                 WHEN WS-GRADE-OK = 'N'
                    ADD 1 TO WS-LOW-COUNT
                    STRING "  " XT-BID "  " XT-INST-ID " " XT-SUBJECT
                       " " XT-NUMBER "  " XT-GRADE "    " XT-CREDITS
                       "  BELOW MINIMUM GRADE " WS-MIN-GRADE
                       DELIMITED BY SIZE INTO RPT-REC
                 WHEN WS-ALREADY = 'Y'
                    ADD 1 TO WS-DUP-COUNT
                    STRING "  " XT-BID "  " XT-INST-ID " " XT-SUBJECT
                       " " XT-NUMBER "  " XT-GRADE "    " XT-CREDITS
                       "  ALREADY POSTED AS " WS-POST-SUBJECT " "
                       WS-POST-NUMBER
                       DELIMITED BY SIZE INTO RPT-REC
                 WHEN OTHER
                    PERFORM POST-COURSE
                    STRING "  " XT-BID "  " XT-INST-ID " " XT-SUBJECT
                       " " XT-NUMBER "  " XT-GRADE "    " XT-CREDITS
                       "  POSTED AS " WS-POST-SUBJECT " "
                       WS-POST-NUMBER " " WS-POST-GRADE
                       DELIMITED BY SIZE INTO RPT-REC
                    IF WS-EQV-TYPE(WS-EQV-FOUND-SUB) = "E"
                       MOVE "ELECTIVE" TO RPT-REC(72:8)
                    END-IF
              END-EVALUATE
              WRITE RPT-REC
           END-IF.

       POST-COURSE.
           MOVE SPACES TO DATA-HIST-NEW.
           MOVE XT-BID TO HN-BID.
           MOVE WS-POST-SUBJECT TO HN-SUBJECT.
           MOVE WS-POST-NUMBER TO HN-NUMBER.
           MOVE WS-POST-GRADE TO HN-GRADE.
           MOVE XT-TERM TO HN-TERM.
           MOVE WS-POST-CREDITS TO HN-CREDITS.
           MOVE XT-INST-ID TO HN-XFER-INST.
           MOVE XT-SUBJECT TO HN-XFER-SUBJECT.
           MOVE XT-NUMBER TO HN-XFER-NUMBER.
           WRITE DATA-HIST-NEW.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-POST-CREDITS TO WS-POSTED-CREDITS.
           IF WS-HIST-TABLE-COUNT < WS-HIST-TABLE-COUNT-MAX
              ADD 1 TO WS-HIST-TABLE-COUNT
              MOVE XT-BID TO WS-HIST-BID(WS-HIST-TABLE-COUNT)
              MOVE WS-POST-SUBJECT TO
                 WS-HIST-SUBJECT(WS-HIST-TABLE-COUNT)
              MOVE WS-POST-NUMBER TO
                 WS-HIST-NUMBER(WS-HIST-TABLE-COUNT)
              MOVE WS-POST-GRADE TO
                 WS-HIST-GRADE(WS-HIST-TABLE-COUNT)
              MOVE XT-TERM TO WS-HIST-TERM(WS-HIST-TABLE-COUNT)
              MOVE XT-INST-ID TO
                 WS-HIST-XFER-INST(WS-HIST-TABLE-COUNT)
              MOVE XT-SUBJECT TO
                 WS-HIST-XFER-SUBJECT(WS-HIST-TABLE-COUNT)
              MOVE XT-NUMBER TO
                 WS-HIST-XFER-NUMBER(WS-HIST-TABLE-COUNT)
           END-IF.
