       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLVER.

      * enrollment verification and the periodic clearinghouse
      * submission. each student's registered credit hours for the
      * term are summed from the nightly enrollment snapshot at
      * catalog credit hours and banded full-time (12 and up),
      * three-quarter (9-11), half-time (6-8) or less than half-time
      * (1-5). a student with a degree conferred on GRADCLR's
      * conferral file, or marked graduated on the student master,
      * reports as graduated; a student who was on the last
      * submission or dropped through ENPROC's add/drop log this
      * cycle and has nothing left registered reports as withdrawn.
      * the status master from the last submission gives each
      * student's prior status and effective date: a status that
      * changed takes the as-of date (the conferral date for a
      * graduate) as its new effective date, an unchanged one keeps
      * the old date. the full submission file flags new and changed
      * students, and a verification letter is printed for every BID
      * on the letter request file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT ENROLLIN ASSIGN TO ENROLLIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ENROLLIN-STATUS.
           SELECT CATFILE ASSIGN TO CATIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT STUFILE ASSIGN TO STUIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STUFILE-STATUS.
           SELECT TRANLOG ASSIGN TO TRANLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT CONFFILE ASSIGN TO CONFER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFFILE-STATUS.
           SELECT ENVMAST ASSIGN TO ENVMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ENVMAST-STATUS.
           SELECT ENVNEW ASSIGN TO ENVNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT VERREQ ASSIGN TO VERREQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VERREQ-STATUS.
           SELECT SUBFILE ASSIGN TO ENVSUBMT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT LTRFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-TERM PIC X(4).
           05 PARM-AS-OF-DATE PIC X(10).
           05 PARM-BLANKS PIC X(66).

       FD ENROLLIN.
       01 DATA-ENROLL-IN.
           05 ENR-BID PIC 9(6).
           05 ENR-COURSE-SUBJECT PIC A(4).
           05 ENR-COURSE-NUMBER PIC 9(4).
           05 ENR-COURSE-SECTION PIC 9(2).
           05 ENR-TERM PIC X(4).
           05 ENR-BLANKS PIC A(60).

       FD CATFILE.
       01 DATA-CAT.
           05 CAT-COURSE-SUBJECT PIC A(4).
           05 CAT-COURSE-NUMBER PIC 9(4).
           05 CAT-COURSE-SECTION PIC 9(2).
           05 CAT-MEET-DAYS PIC X(5).
           05 CAT-MEET-START PIC 9(4).
           05 CAT-MEET-END PIC 9(4).
           05 CAT-PREREQ-SUBJECT PIC A(4).
           05 CAT-PREREQ-NUMBER PIC 9(4).
           05 CAT-CREDIT-HOURS PIC 9(2).
           05 CAT-ROOM PIC X(10).
           05 CAT-REPEAT PIC X(1).
           05 CAT-BLANKS PIC A(36).

       FD STUFILE.
       01 DATA-STU.
           05 STU-BID PIC 9(6).
           05 STU-NAME PIC X(25).
           05 STU-CLASS PIC X(2).
           05 STU-STATUS PIC X(1).
           05 STU-BLANKS PIC X(46).

       FD TRANLOG.
       01 DATA-TRANLOG.
           05 TRAN-BID PIC 9(6).
           05 FILLER PIC X(2).
           05 TRAN-COURSE-SUBJECT PIC A(4).
           05 FILLER PIC X(2).
           05 TRAN-COURSE-NUMBER PIC 9(4).
           05 FILLER PIC X(1).
           05 TRAN-COURSE-SECTION PIC 9(2).
           05 FILLER PIC X(1).
           05 TRAN-TERM PIC X(4).
           05 FILLER PIC X(2).
           05 TRAN-ACTION PIC X(9).
           05 FILLER PIC X(2).
           05 TRAN-SEQ PIC 9(9).
           05 FILLER PIC X(32).

       FD CONFFILE.
       01 DATA-CONF.
           05 CF-BID PIC 9(6).
           05 CF-PROGRAM PIC X(6).
           05 CF-DEGREE PIC X(6).
           05 CF-DATE PIC X(10).
           05 CF-HONORS PIC X(1).
           05 CF-GPA PIC 9V99.
           05 CF-TERM PIC X(4).
           05 CF-BLANKS PIC X(44).

      * enrollment status master - one row per student as last
      * submitted. status F full-time, Q three-quarter, H half-time,
      * L less than half-time, W withdrawn, G graduated
       FD ENVMAST.
       01 DATA-ENV.
           05 EV-BID PIC 9(6).
           05 EV-TERM PIC X(4).
           05 EV-STATUS PIC X(1).
           05 EV-EFF-DATE PIC X(10).
           05 EV-CREDITS PIC 9(3).
           05 EV-BLANKS PIC X(56).

       FD ENVNEW.
       01 DATA-ENV-NEW.
           05 EVN-BID PIC 9(6).
           05 EVN-TERM PIC X(4).
           05 EVN-STATUS PIC X(1).
           05 EVN-EFF-DATE PIC X(10).
           05 EVN-CREDITS PIC 9(3).
           05 EVN-BLANKS PIC X(56).

       FD VERREQ.
       01 DATA-VERREQ.
           05 VR-BID PIC 9(6).
           05 VR-BLANKS PIC X(74).

      * clearinghouse submission - SB-CHANGE N new to the file,
      * C status changed since the last submission, blank unchanged
       FD SUBFILE.
       01 DATA-SUB.
           05 SB-BID PIC 9(6).
           05 SB-NAME PIC X(25).
           05 SB-TERM PIC X(4).
           05 SB-STATUS PIC X(1).
           05 SB-EFF-DATE PIC X(10).
           05 SB-CREDITS PIC 9(3).
           05 SB-CHANGE PIC X(1).
           05 SB-PRIOR-STATUS PIC X(1).
           05 SB-AS-OF-DATE PIC X(10).
           05 SB-BLANKS PIC X(19).

       FD LTRFILE.
       01 LTR-REC PIC X(80).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-ENROLLIN-STATUS PIC XX.
       01 WS-CATFILE-STATUS PIC XX.
       01 WS-STUFILE-STATUS PIC XX.
       01 WS-TRANLOG-STATUS PIC XX.
       01 WS-CONFFILE-STATUS PIC XX.
       01 WS-ENVMAST-STATUS PIC XX.
       01 WS-VERREQ-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-TERM PIC X(4) VALUE SPACES.
       01 WS-AS-OF-DATE PIC X(10) VALUE SPACES.
       01 WS-RUN-DATETIME PIC X(21).

       01 WS-CAT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CAT-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT-SUBJECT PIC A(4).
               10 WS-CAT-NUMBER PIC 9(4).
               10 WS-CAT-SECTION PIC 9(2).
               10 WS-CAT-CREDITS PIC 9(2).
       01 WS-CAT-SUB PIC 9(4).

       01 WS-STU-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-STU-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
               10 WS-STU-BID PIC 9(6).
               10 WS-STU-NAME PIC X(25).
               10 WS-STU-STATUS PIC X(1).
       01 WS-STU-SUB PIC 9(4).

       01 WS-CONF-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CONF-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-CONF-TABLE.
           05 WS-CONF-ENTRY OCCURS 2000 TIMES.
               10 WS-CONF-BID PIC 9(6).
               10 WS-CONF-DATE PIC X(10).
       01 WS-CONF-SUB PIC 9(4).

      * one row per student in the submission population - everyone
      * registered for the term, everyone on the last submission for
      * the term, and everyone who dropped this cycle
       01 WS-EV-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EV-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 2000 TIMES.
               10 WS-EV-BID PIC 9(6).
               10 WS-EV-CREDITS PIC 9(3).
               10 WS-EV-PRIOR-STATUS PIC X(1).
               10 WS-EV-PRIOR-DATE PIC X(10).
               10 WS-EV-DROPPED PIC A.
               10 WS-EV-STATUS PIC X(1).
               10 WS-EV-EFF-DATE PIC X(10).
               10 WS-EV-CHANGE PIC X(1).
       01 WS-EV-SUB PIC 9(4).
       01 WS-EV-FOUND-SUB PIC 9(4).
       01 WS-FIND-BID PIC 9(6).

       01 WS-CUR-NAME PIC X(25).
       01 WS-CUR-STU-STATUS PIC X(1).
       01 WS-CUR-CONF-DATE PIC X(10).
       01 WS-STATUS-DESC PIC X(24).
       01 WS-DESC-STATUS PIC X(1).

       01 WS-FT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-QT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-HT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-LT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-WD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-GR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-NEW-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CHG-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-LETTER-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-CREDITS-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00"
                 MOVE PARM-TERM TO WS-TERM
                 MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
              END-IF
              CLOSE PARMFILE
           END-IF.
           IF WS-TERM = SPACES
              DISPLAY "PARMIN must give the term being reported - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-AS-OF-DATE = SPACES
              STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
                 "-" WS-RUN-DATETIME(7:2)
                 DELIMITED BY SIZE INTO WS-AS-OF-DATE
           END-IF.

           OPEN INPUT CATFILE.
           IF WS-CATFILE-STATUS = "35"
              DISPLAY "No course-catalog feed found - credit hours "
                 "count as zero."
           ELSE
              PERFORM UNTIL WS-CATFILE-STATUS = "10"
                 READ CATFILE
                    AT END MOVE "10" TO WS-CATFILE-STATUS
                    NOT AT END
                       IF WS-CAT-TABLE-COUNT < WS-CAT-TABLE-COUNT-MAX
                          ADD 1 TO WS-CAT-TABLE-COUNT
                          MOVE CAT-COURSE-SUBJECT TO
                             WS-CAT-SUBJECT(WS-CAT-TABLE-COUNT)
                          MOVE CAT-COURSE-NUMBER TO
                             WS-CAT-NUMBER(WS-CAT-TABLE-COUNT)
                          MOVE CAT-COURSE-SECTION TO
                             WS-CAT-SECTION(WS-CAT-TABLE-COUNT)
                          IF CAT-CREDIT-HOURS IS NUMERIC
                             MOVE CAT-CREDIT-HOURS TO
                                WS-CAT-CREDITS(WS-CAT-TABLE-COUNT)
                          ELSE
                             MOVE ZEROES TO
                                WS-CAT-CREDITS(WS-CAT-TABLE-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATFILE
           END-IF.

           OPEN INPUT STUFILE.
           IF WS-STUFILE-STATUS = "35"
              DISPLAY "No student master found - names left blank."
           ELSE
              PERFORM UNTIL WS-STUFILE-STATUS = "10"
                 READ STUFILE
                    AT END MOVE "10" TO WS-STUFILE-STATUS
                    NOT AT END
                       IF WS-STU-TABLE-COUNT < WS-STU-TABLE-COUNT-MAX
                          ADD 1 TO WS-STU-TABLE-COUNT
                          MOVE STU-BID TO
                             WS-STU-BID(WS-STU-TABLE-COUNT)
                          MOVE STU-NAME TO
                             WS-STU-NAME(WS-STU-TABLE-COUNT)
                          MOVE STU-STATUS TO
                             WS-STU-STATUS(WS-STU-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUFILE
           END-IF.

           OPEN INPUT CONFFILE.
           IF WS-CONFFILE-STATUS = "35"
              DISPLAY "No degree conferral file found."
           ELSE
              PERFORM UNTIL WS-CONFFILE-STATUS = "10"
                 READ CONFFILE
                    AT END MOVE "10" TO WS-CONFFILE-STATUS
                    NOT AT END
                       IF WS-CONF-TABLE-COUNT < WS-CONF-TABLE-COUNT-MAX
                          ADD 1 TO WS-CONF-TABLE-COUNT
                          MOVE CF-BID TO
                             WS-CONF-BID(WS-CONF-TABLE-COUNT)
                          MOVE CF-DATE TO
                             WS-CONF-DATE(WS-CONF-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONFFILE
           END-IF.

      * the last submission for this term; rows for any other term
      * belong to an earlier term's reporting and are not carried
           OPEN INPUT ENVMAST.
           IF WS-ENVMAST-STATUS = "35"
              DISPLAY "No enrollment status master found - every "
                 "student reports as new."
           ELSE
              PERFORM UNTIL WS-ENVMAST-STATUS = "10"
                 READ ENVMAST
                    AT END MOVE "10" TO WS-ENVMAST-STATUS
                    NOT AT END
                       IF EV-TERM = WS-TERM
                          MOVE EV-BID TO WS-FIND-BID
                          PERFORM FIND-STUDENT
                          MOVE EV-STATUS TO
                             WS-EV-PRIOR-STATUS(WS-EV-FOUND-SUB)
                          MOVE EV-EFF-DATE TO
                             WS-EV-PRIOR-DATE(WS-EV-FOUND-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENVMAST
           END-IF.

           OPEN INPUT TRANLOG.
           IF WS-TRANLOG-STATUS = "35"
              DISPLAY "No add/drop log found for this cycle."
           ELSE
              PERFORM UNTIL WS-TRANLOG-STATUS = "10"
                 READ TRANLOG
                    AT END MOVE "10" TO WS-TRANLOG-STATUS
                    NOT AT END
                       IF TRAN-TERM = WS-TERM AND
                          TRAN-ACTION = "DROP"
                          MOVE TRAN-BID TO WS-FIND-BID
                          PERFORM FIND-STUDENT
                          MOVE 'Y' TO WS-EV-DROPPED(WS-EV-FOUND-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANLOG
           END-IF.

           OPEN INPUT ENROLLIN.
           IF WS-ENROLLIN-STATUS NOT = "00"
              DISPLAY "No enrollment snapshot found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ENROLLIN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ENR-TERM = WS-TERM
                       MOVE ENR-BID TO WS-FIND-BID
                       PERFORM FIND-STUDENT
                       PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                          UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT
                          IF WS-CAT-SUBJECT(WS-CAT-SUB) =
                             ENR-COURSE-SUBJECT AND
                             WS-CAT-NUMBER(WS-CAT-SUB) =
                             ENR-COURSE-NUMBER AND
                             WS-CAT-SECTION(WS-CAT-SUB) =
                             ENR-COURSE-SECTION
                             ADD WS-CAT-CREDITS(WS-CAT-SUB) TO
                                WS-EV-CREDITS(WS-EV-FOUND-SUB)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ENROLLIN.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "ENROLLMENT STATUS SUBMISSION TERM " WS-TERM
              " AS OF " WS-AS-OF-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "STATUS CHANGES SINCE THE LAST SUBMISSION"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           OPEN OUTPUT SUBFILE.
           OPEN OUTPUT ENVNEW.
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
              UNTIL WS-EV-SUB > WS-EV-TABLE-COUNT
              PERFORM RATE-STUDENT
              MOVE SPACES TO DATA-SUB
              MOVE WS-EV-BID(WS-EV-SUB) TO SB-BID
              MOVE WS-CUR-NAME TO SB-NAME
              MOVE WS-TERM TO SB-TERM
              MOVE WS-EV-STATUS(WS-EV-SUB) TO SB-STATUS
              MOVE WS-EV-EFF-DATE(WS-EV-SUB) TO SB-EFF-DATE
              MOVE WS-EV-CREDITS(WS-EV-SUB) TO SB-CREDITS
              MOVE WS-EV-CHANGE(WS-EV-SUB) TO SB-CHANGE
              MOVE WS-EV-PRIOR-STATUS(WS-EV-SUB) TO SB-PRIOR-STATUS
              MOVE WS-AS-OF-DATE TO SB-AS-OF-DATE
              WRITE DATA-SUB
              MOVE SPACES TO DATA-ENV-NEW
              MOVE WS-EV-BID(WS-EV-SUB) TO EVN-BID
              MOVE WS-TERM TO EVN-TERM
              MOVE WS-EV-STATUS(WS-EV-SUB) TO EVN-STATUS
              MOVE WS-EV-EFF-DATE(WS-EV-SUB) TO EVN-EFF-DATE
              MOVE WS-EV-CREDITS(WS-EV-SUB) TO EVN-CREDITS
              WRITE DATA-ENV-NEW
              IF WS-EV-CHANGE(WS-EV-SUB) NOT = SPACE
                 MOVE SPACES TO RPT-REC
                 IF WS-EV-CHANGE(WS-EV-SUB) = "N"
                    STRING "  " WS-EV-BID(WS-EV-SUB) " " WS-CUR-NAME
                       " NEW     -> " WS-EV-STATUS(WS-EV-SUB)
                       " effective " WS-EV-EFF-DATE(WS-EV-SUB)
                       DELIMITED BY SIZE INTO RPT-REC
                 ELSE
                    STRING "  " WS-EV-BID(WS-EV-SUB) " " WS-CUR-NAME
                       " was " WS-EV-PRIOR-STATUS(WS-EV-SUB)
                       "   -> " WS-EV-STATUS(WS-EV-SUB)
                       " effective " WS-EV-EFF-DATE(WS-EV-SUB)
                       DELIMITED BY SIZE INTO RPT-REC
                 END-IF
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
           CLOSE SUBFILE.
           CLOSE ENVNEW.

           OPEN OUTPUT LTRFILE.
           OPEN INPUT VERREQ.
           IF WS-VERREQ-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM UNTIL WS-VERREQ-STATUS = "10"
                 READ VERREQ
                    AT END MOVE "10" TO WS-VERREQ-STATUS
                    NOT AT END
                       PERFORM PRINT-LETTER
                 END-READ
              END-PERFORM
              CLOSE VERREQ
           END-IF.
           CLOSE LTRFILE.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-FT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Full-time (F)             " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-QT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Three-quarter time (Q)    " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-HT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Half-time (H)             " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-LT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Less than half-time (L)   " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-WD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Withdrawn (W)             " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-GR-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Graduated (G)             " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-NEW-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "New to the submission     " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CHG-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Status changes            " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-LETTER-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Verification letters      " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           MOVE WS-EV-TABLE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "ENRLVER reported " WS-COUNT-EDIT " student(s), "
              WS-CHG-COUNT " change(s), " WS-LETTER-COUNT
              " letter(s).".

           STOP RUN.

      * locate a student in the submission population by BID,
      * adding them if this is the first time they are seen
       FIND-STUDENT.
           MOVE ZEROES TO WS-EV-FOUND-SUB.
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
              UNTIL WS-EV-SUB > WS-EV-TABLE-COUNT
              IF WS-EV-BID(WS-EV-SUB) = WS-FIND-BID
                 MOVE WS-EV-SUB TO WS-EV-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-EV-FOUND-SUB = ZEROES
              IF WS-EV-TABLE-COUNT = WS-EV-TABLE-COUNT-MAX
                 DISPLAY "Term has more students than ENRLVER can "
                    "hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-EV-TABLE-COUNT
              MOVE WS-EV-TABLE-COUNT TO WS-EV-FOUND-SUB
              MOVE WS-FIND-BID TO WS-EV-BID(WS-EV-FOUND-SUB)
              MOVE ZEROES TO WS-EV-CREDITS(WS-EV-FOUND-SUB)
              MOVE SPACE TO WS-EV-PRIOR-STATUS(WS-EV-FOUND-SUB)
              MOVE SPACES TO WS-EV-PRIOR-DATE(WS-EV-FOUND-SUB)
              MOVE 'N' TO WS-EV-DROPPED(WS-EV-FOUND-SUB)
              MOVE SPACE TO WS-EV-STATUS(WS-EV-FOUND-SUB)
              MOVE SPACES TO WS-EV-EFF-DATE(WS-EV-FOUND-SUB)
              MOVE SPACE TO WS-EV-CHANGE(WS-EV-FOUND-SUB)
           END-IF.

      * status and effective date for one student. a graduate is
      * graduated whatever else is registered; otherwise the credit
      * load sets the band and nothing registered is withdrawn
       RATE-STUDENT.
           MOVE SPACES TO WS-CUR-NAME.
           MOVE SPACE TO WS-CUR-STU-STATUS.
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
              UNTIL WS-STU-SUB > WS-STU-TABLE-COUNT
              IF WS-STU-BID(WS-STU-SUB) = WS-EV-BID(WS-EV-SUB)
                 MOVE WS-STU-NAME(WS-STU-SUB) TO WS-CUR-NAME
                 MOVE WS-STU-STATUS(WS-STU-SUB) TO WS-CUR-STU-STATUS
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CUR-CONF-DATE.
           PERFORM VARYING WS-CONF-SUB FROM 1 BY 1
              UNTIL WS-CONF-SUB > WS-CONF-TABLE-COUNT
              IF WS-CONF-BID(WS-CONF-SUB) = WS-EV-BID(WS-EV-SUB)
                 MOVE WS-CONF-DATE(WS-CONF-SUB) TO WS-CUR-CONF-DATE
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-CUR-CONF-DATE NOT = SPACES OR
                 WS-CUR-STU-STATUS = "G"
                 MOVE "G" TO WS-EV-STATUS(WS-EV-SUB)
                 ADD 1 TO WS-GR-COUNT
              WHEN WS-EV-CREDITS(WS-EV-SUB) NOT < 12
                 MOVE "F" TO WS-EV-STATUS(WS-EV-SUB)
                 ADD 1 TO WS-FT-COUNT
              WHEN WS-EV-CREDITS(WS-EV-SUB) NOT < 9
                 MOVE "Q" TO WS-EV-STATUS(WS-EV-SUB)
                 ADD 1 TO WS-QT-COUNT
              WHEN WS-EV-CREDITS(WS-EV-SUB) NOT < 6
                 MOVE "H" TO WS-EV-STATUS(WS-EV-SUB)
                 ADD 1 TO WS-HT-COUNT
              WHEN WS-EV-CREDITS(WS-EV-SUB) > ZERO
                 MOVE "L" TO WS-EV-STATUS(WS-EV-SUB)
                 ADD 1 TO WS-LT-COUNT
              WHEN OTHER
                 MOVE "W" TO WS-EV-STATUS(WS-EV-SUB)
                 ADD 1 TO WS-WD-COUNT
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WS-EV-PRIOR-STATUS(WS-EV-SUB) = SPACE
                 MOVE "N" TO WS-EV-CHANGE(WS-EV-SUB)
                 ADD 1 TO WS-NEW-COUNT
              WHEN WS-EV-PRIOR-STATUS(WS-EV-SUB) NOT =
                 WS-EV-STATUS(WS-EV-SUB)
                 MOVE "C" TO WS-EV-CHANGE(WS-EV-SUB)
                 ADD 1 TO WS-CHG-COUNT
              WHEN OTHER
                 MOVE SPACE TO WS-EV-CHANGE(WS-EV-SUB)
           END-EVALUATE.
           IF WS-EV-CHANGE(WS-EV-SUB) = SPACE
              MOVE WS-EV-PRIOR-DATE(WS-EV-SUB) TO
                 WS-EV-EFF-DATE(WS-EV-SUB)
           ELSE
              IF WS-EV-STATUS(WS-EV-SUB) = "G" AND
                 WS-CUR-CONF-DATE NOT = SPACES
                 MOVE WS-CUR-CONF-DATE TO WS-EV-EFF-DATE(WS-EV-SUB)
              ELSE
                 MOVE WS-AS-OF-DATE TO WS-EV-EFF-DATE(WS-EV-SUB)
              END-IF
           END-IF.

       DESCRIBE-STATUS.
           EVALUATE WS-DESC-STATUS
              WHEN "F"
                 MOVE "FULL-TIME" TO WS-STATUS-DESC
              WHEN "Q"
                 MOVE "THREE-QUARTER TIME" TO WS-STATUS-DESC
              WHEN "H"
                 MOVE "HALF-TIME" TO WS-STATUS-DESC
              WHEN "L"
                 MOVE "LESS THAN HALF-TIME" TO WS-STATUS-DESC
              WHEN "W"
                 MOVE "WITHDRAWN" TO WS-STATUS-DESC
              WHEN "G"
                 MOVE "GRADUATED" TO WS-STATUS-DESC
              WHEN OTHER
                 MOVE "NOT ENROLLED" TO WS-STATUS-DESC
           END-EVALUATE.

      * one verification letter for a BID on the request file
       PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE ZEROES TO WS-EV-FOUND-SUB.
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
              UNTIL WS-EV-SUB > WS-EV-TABLE-COUNT
              IF WS-EV-BID(WS-EV-SUB) = VR-BID
                 MOVE WS-EV-SUB TO WS-EV-FOUND-SUB
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CUR-NAME.
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
              UNTIL WS-STU-SUB > WS-STU-TABLE-COUNT
              IF WS-STU-BID(WS-STU-SUB) = VR-BID
                 MOVE WS-STU-NAME(WS-STU-SUB) TO WS-CUR-NAME
              END-IF
           END-PERFORM.
           MOVE SPACES TO LTR-REC.
           STRING "ENROLLMENT VERIFICATION" "          DATE "
              WS-AS-OF-DATE
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           STRING "STUDENT " WS-CUR-NAME "  BID " VR-BID
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.
           IF WS-EV-FOUND-SUB = ZEROES
              MOVE SPACES TO LTR-REC
              STRING "The registrar's records show no enrollment "
                 "for term " WS-TERM "."
                 DELIMITED BY SIZE INTO LTR-REC
              WRITE LTR-REC
           ELSE
              MOVE WS-EV-STATUS(WS-EV-FOUND-SUB) TO WS-DESC-STATUS
              PERFORM DESCRIBE-STATUS
              MOVE WS-EV-CREDITS(WS-EV-FOUND-SUB) TO WS-CREDITS-EDIT
              MOVE SPACES TO LTR-REC
              STRING "The registrar's records show this student for "
                 "term " WS-TERM " as"
                 DELIMITED BY SIZE INTO LTR-REC
              WRITE LTR-REC
              MOVE SPACES TO LTR-REC
              STRING "  " DELIMITED BY SIZE
                 WS-STATUS-DESC DELIMITED BY "  "
                 " effective " WS-EV-EFF-DATE(WS-EV-FOUND-SUB)
                 DELIMITED BY SIZE INTO LTR-REC
              WRITE LTR-REC
              MOVE SPACES TO LTR-REC
              STRING "  registered for " WS-CREDITS-EDIT
                 " credit hour(s)."
                 DELIMITED BY SIZE INTO LTR-REC
              WRITE LTR-REC
           END-IF.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           STRING "OFFICE OF THE REGISTRAR"
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.
