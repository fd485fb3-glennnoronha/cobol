           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT MISSFILE ASSIGN TO MISSIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MISSFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GH-NUMBER PIC 9(4).
           05 GH-GRADE PIC 9(3)V99.
           05 GH-TERM PIC X(4).
           05 GH-INCOMPLETE PIC X(1).
           05 GH-BLANKS PIC X(56).

       FD CHGFILE.
       01 DATA-CHG.
           05 CHL-DATE PIC X(10).
           05 CHL-BLANKS PIC X(40).

       FD MISSFILE.
       01 DATA-MISS.
           05 MG-BID PIC 9(6).
           05 MG-SUBJECT PIC A(4).
           05 MG-NUMBER PIC 9(4).
           05 MG-SECTION PIC 9(2).
           05 MG-TERM PIC X(4).
           05 MG-INSTR-ID PIC X(6).
           05 MG-DEADLINE PIC X(10).
           05 MG-BLANKS PIC X(44).

       WORKING-STORAGE SECTION.
       01 WS-ROSTIN-STATUS PIC XX.
       01 WS-HISTMAST-STATUS PIC XX.
       01 WS-CHGFILE-STATUS PIC XX.
       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-MISSFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE.
               10 WS-HIS-GRADE PIC 9(3)V99.
               10 WS-HIS-TERM PIC X(4).
               10 WS-HIS-GPAD PIC A.
               10 WS-HIS-INC PIC X(1).
       01 WS-HIS-SUB PIC 9(4).
       01 WS-HIS-FOUND-SUB PIC 9(4).
       01 WS-CHG-APPLIED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CHG-REJECT-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CHG-APPLIED-EDIT PIC ZZZ9.
       01 WS-CHG-REJECT-EDIT PIC ZZZ9.
       01 WS-INC-POSTED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-INC-WAITING-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-INC-POSTED-EDIT PIC ZZZ9.
       01 WS-INC-WAITING-EDIT PIC ZZZ9.

       01 WS-ENR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ENR-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
                          WS-HIS-TERM(WS-HIS-TABLE-COUNT)
                       MOVE 'N' TO
                          WS-HIS-GPAD(WS-HIS-TABLE-COUNT)
                       MOVE GH-INCOMPLETE TO
                          WS-HIS-INC(WS-HIS-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE HISTMAST
              MOVE WS-GR-TERM(WS-GR-SUB) TO
                 WS-HIS-TERM(WS-HIS-FOUND-SUB)
              MOVE 'N' TO WS-HIS-GPAD(WS-HIS-FOUND-SUB)
              MOVE SPACE TO WS-HIS-INC(WS-HIS-FOUND-SUB)
           END-PERFORM.

      * missing grades GRDMISS listed at the grading deadline: once
      * the deadline has passed, a student still without a grade gets
      * a placeholder incomplete on the history. the placeholder
      * carries no GPA points, and a real grade posted or changed in
      * later replaces it
           OPEN INPUT MISSFILE.
           IF WS-MISSFILE-STATUS = "35"
              CONTINUE
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MISSFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE ZEROES TO WS-HIS-FOUND-SUB
                       PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                          UNTIL WS-HIS-SUB > WS-HIS-TABLE-COUNT
                          IF WS-HIS-BID(WS-HIS-SUB) = MG-BID AND
                             WS-HIS-SUBJECT(WS-HIS-SUB) =
                             MG-SUBJECT AND
                             WS-HIS-NUMBER(WS-HIS-SUB) = MG-NUMBER AND
                             WS-HIS-TERM(WS-HIS-SUB) = MG-TERM
                             MOVE WS-HIS-SUB TO WS-HIS-FOUND-SUB
                          END-IF
                       END-PERFORM
                       IF WS-HIS-FOUND-SUB = ZEROES
                          IF WS-RUN-DATE > MG-DEADLINE
                             IF WS-HIS-TABLE-COUNT =
                                WS-HIS-TABLE-COUNT-MAX
                                DISPLAY "Grade history is full - "
                                   "aborting run."
                                MOVE 16 TO RETURN-CODE
                                CLOSE MISSFILE EXCFILE
                                STOP RUN
                             END-IF
                             ADD 1 TO WS-HIS-TABLE-COUNT
                             ADD 1 TO WS-INC-POSTED-COUNT
                             MOVE MG-BID TO
                                WS-HIS-BID(WS-HIS-TABLE-COUNT)
                             MOVE MG-SUBJECT TO
                                WS-HIS-SUBJECT(WS-HIS-TABLE-COUNT)
                             MOVE MG-NUMBER TO
                                WS-HIS-NUMBER(WS-HIS-TABLE-COUNT)
                             MOVE ZEROES TO
                                WS-HIS-GRADE(WS-HIS-TABLE-COUNT)
                             MOVE MG-TERM TO
                                WS-HIS-TERM(WS-HIS-TABLE-COUNT)
                             MOVE 'N' TO
                                WS-HIS-GPAD(WS-HIS-TABLE-COUNT)
                             MOVE 'I' TO
                                WS-HIS-INC(WS-HIS-TABLE-COUNT)
                             ADD 1 TO WS-EXC-COUNT
                             MOVE MG-BID TO EXC-BID
                             MOVE MG-SUBJECT TO EXC-COURSE-SUBJECT
                             MOVE MG-NUMBER TO EXC-COURSE-NUMBER
                             MOVE "Incomplete posted - deadline past"
                                TO EXC-REASON
                             WRITE DATA-OUT-EXCEPTION
                          ELSE
                             ADD 1 TO WS-INC-WAITING-COUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MISSFILE
           END-IF.

      * grade-change transactions: the old grade must match what is
      * on file before the new grade is applied, and every change
      * lands on the permanent grade-change audit log
                       ELSE
                          MOVE CHG-NEW-GRADE TO
                             WS-HIS-GRADE(WS-HIS-FOUND-SUB)
                          MOVE SPACE TO
                             WS-HIS-INC(WS-HIS-FOUND-SUB)
                          ADD 1 TO WS-CHG-APPLIED-COUNT
                          MOVE SPACES TO DATA-CHG-LOG
                          MOVE CHG-BID TO CHL-BID
                       WS-HIS-BID(WS-GR-SUB-2) = WS-CUR-BID AND
                       WS-HIS-TERM(WS-GR-SUB-2) = WS-CUR-TERM
                       MOVE 'Y' TO WS-HIS-GPAD(WS-GR-SUB-2)
                    END-IF
      * a placeholder incomplete has no grade to carry GPA points
                    IF WS-HIS-BID(WS-GR-SUB-2) = WS-CUR-BID AND
                       WS-HIS-TERM(WS-GR-SUB-2) = WS-CUR-TERM AND
                       WS-HIS-INC(WS-GR-SUB-2) NOT = 'I'
                       EVALUATE TRUE
                          WHEN WS-HIS-GRADE(WS-GR-SUB-2) >= 90.00
                             MOVE 4.00 TO WS-POINTS
                       ADD 1 TO WS-POINT-COUNT
                    END-IF
                 END-PERFORM
                 IF WS-POINT-COUNT > ZEROES
                    COMPUTE WS-GPA ROUNDED =
                       WS-POINT-TOTAL / WS-POINT-COUNT
                    MOVE SPACES TO DATA-GPA
                    MOVE WS-CUR-BID TO GPA-BID
                    MOVE WS-CUR-TERM TO GPA-TERM
                    MOVE WS-GPA TO GPA-VALUE
                    MOVE WS-POINT-COUNT TO GPA-COURSE-COUNT
                    WRITE DATA-GPA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE GPAFILE.
              MOVE WS-HIS-NUMBER(WS-HIS-SUB) TO GH-NUMBER
              MOVE WS-HIS-GRADE(WS-HIS-SUB) TO GH-GRADE
              MOVE WS-HIS-TERM(WS-HIS-SUB) TO GH-TERM
              MOVE WS-HIS-INC(WS-HIS-SUB) TO GH-INCOMPLETE
              WRITE DATA-HIST-MAST
           END-PERFORM.
           CLOSE HISTMAST.
           DISPLAY "GRADEPROC wrote " WS-EXC-COUNT-EDIT
              " exception(s), applied " WS-CHG-APPLIED-EDIT
              " grade change(s), rejected " WS-CHG-REJECT-EDIT.
           IF WS-INC-POSTED-COUNT > ZEROES OR
              WS-INC-WAITING-COUNT > ZEROES
              MOVE WS-INC-POSTED-COUNT TO WS-INC-POSTED-EDIT
              MOVE WS-INC-WAITING-COUNT TO WS-INC-WAITING-EDIT
              DISPLAY "GRADEPROC posted " WS-INC-POSTED-EDIT
                 " incomplete(s) for missing grades, "
                 WS-INC-WAITING-EDIT " not yet past deadline."
           END-IF.

           STOP RUN.
