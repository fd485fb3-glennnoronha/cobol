       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCLR.

      * graduation clearance and degree conferral. each student on
      * the application-to-graduate file is cleared only when the
      * DEGAUDIT requirement rules show every requirement for the
      * program SATISFIED (in-progress work does not clear), there
      * is no registration hold on HOLDGEN's HOLDOUT file, nothing
      * is open on the tuition AR master, and the cumulative GPA -
      * GRADEPROC's term GPAs weighted by course count - is at least
      * the minimum on PARMIN. cleared students get a conferral
      * record with degree, program, conferral date, and honors from
      * the GPA, and STU-STATUS on the student master goes to 'G' so
      * enrollment no longer accepts them. the diploma name list and
      * the commencement program by program are printed for the
      * registrar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT APPFILE ASSIGN TO GRADAPP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APPFILE-STATUS.
           SELECT REQFILE ASSIGN TO REQIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REQFILE-STATUS.
           SELECT HISTFILE ASSIGN TO HISTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT ENROLLIN ASSIGN TO ENROLLIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ENROLLIN-STATUS.
           SELECT CATFILE ASSIGN TO CATIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT HOLDFILE ASSIGN TO HOLDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLDFILE-STATUS.
           SELECT ARMAST ASSIGN TO ARMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT GPAFILE ASSIGN TO GPAIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GPAFILE-STATUS.
           SELECT STUIN ASSIGN TO STUIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STUIN-STATUS.
           SELECT STUOUT ASSIGN TO STUNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT CONFFILE ASSIGN TO CONFER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT DIPFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT CMCFILE ASSIGN TO OUTPUT3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-CONFER-DATE PIC X(10).
           05 PARM-MIN-GPA PIC 9V99.
           05 PARM-BLANKS PIC X(67).

       FD APPFILE.
       01 DATA-APP.
           05 GA-BID PIC 9(6).
           05 GA-PROGRAM PIC X(6).
           05 GA-DEGREE PIC X(6).
           05 GA-DIPLOMA-NAME PIC X(40).
           05 GA-TERM PIC X(4).
           05 GA-BLANKS PIC X(18).

       FD REQFILE.
       01 DATA-REQ.
           05 REQ-PROGRAM PIC X(6).
           05 REQ-TYPE PIC X(1).
           05 REQ-SUBJECT PIC A(4).
           05 REQ-NUMBER PIC 9(4).
           05 REQ-HOURS PIC 9(3).
           05 REQ-DESC PIC X(20).
           05 REQ-BLANKS PIC X(42).

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
           05 HIST-BLANKS PIC X(58).

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

       FD HOLDFILE.
       01 DATA-HOLD.
           05 HOLD-BID PIC 9(6).
           05 HOLD-REASON PIC X(30).
           05 HOLD-AMT PIC 9(9)V99.
           05 HOLD-BLANKS PIC X(33).

       FD ARMAST.
       01 ARM-REC.
           05 ARM-INVOICE PIC 9(6).
           05 ARM-CUST-ID PIC 9(6).
           05 ARM-DATE PIC X(10).
           05 ARM-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-STATUS PIC X(1).
           05 ARM-DUE-DATE PIC X(10).
           05 FILLER PIC X(23).

       FD GPAFILE.
       01 DATA-GPA.
           05 GPA-BID PIC 9(6).
           05 GPA-TERM PIC X(4).
           05 GPA-VALUE PIC 9V99.
           05 GPA-COURSE-COUNT PIC 9(2).
           05 GPA-BLANKS PIC X(65).

       FD STUIN.
       01 DATA-STU-IN.
           05 STUI-BID PIC 9(6).
           05 STUI-NAME PIC X(25).
           05 STUI-CLASS PIC X(2).
           05 STUI-STATUS PIC X(1).
           05 STUI-BLANKS PIC X(46).

       FD STUOUT.
       01 DATA-STU-OUT.
           05 STUO-BID PIC 9(6).
           05 STUO-NAME PIC X(25).
           05 STUO-CLASS PIC X(2).
           05 STUO-STATUS PIC X(1).
           05 STUO-BLANKS PIC X(46).

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

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       FD DIPFILE.
       01 DIP-REC PIC X(80).

       FD CMCFILE.
       01 CMC-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-APPFILE-STATUS PIC XX.
       01 WS-REQFILE-STATUS PIC XX.
       01 WS-HISTFILE-STATUS PIC XX.
       01 WS-ENROLLIN-STATUS PIC XX.
       01 WS-CATFILE-STATUS PIC XX.
       01 WS-HOLDFILE-STATUS PIC XX.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-GPAFILE-STATUS PIC XX.
       01 WS-STUIN-STATUS PIC XX.
       01 WS-CONFFILE-STATUS PIC XX.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CONFER-DATE PIC X(10) VALUE SPACES.
       01 WS-MIN-GPA PIC 9V99 VALUE 2.00.
       01 WS-MIN-GPA-EDIT PIC 9.99.

       01 WS-REQ-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-REQ-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 200 TIMES.
               10 WS-REQ-PROGRAM PIC X(6).
               10 WS-REQ-TYPE PIC X(1).
               10 WS-REQ-SUBJECT PIC A(4).
               10 WS-REQ-NUMBER PIC 9(4).
               10 WS-REQ-HOURS PIC 9(3).
               10 WS-REQ-DESC PIC X(20).
       01 WS-REQ-SUB PIC 9(4).

       01 WS-HIST-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-HIST-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 2000 TIMES.
               10 WS-HIST-BID PIC 9(6).
               10 WS-HIST-SUBJECT PIC A(4).
               10 WS-HIST-NUMBER PIC 9(4).
               10 WS-HIST-GRADE PIC X(2).
               10 WS-HIST-CREDITS PIC 9(2).
       01 WS-HIST-SUB PIC 9(4).

       01 WS-ENR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ENR-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 2000 TIMES.
               10 WS-ENR-BID PIC 9(6).
               10 WS-ENR-SUBJECT PIC A(4).
               10 WS-ENR-NUMBER PIC 9(4).
       01 WS-ENR-SUB PIC 9(4).

       01 WS-CAT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CAT-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT-SUBJECT PIC A(4).
               10 WS-CAT-NUMBER PIC 9(4).
               10 WS-CAT-CREDITS PIC 9(2).
       01 WS-CAT-SUB PIC 9(4).
       01 WS-CUR-CREDITS PIC 9(2) VALUE ZEROES.

       01 WS-STU-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-STU-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
               10 WS-STU-REC PIC X(80).
       01 WS-STU-SUB PIC 9(4).
       01 WS-STU-FOUND-SUB PIC 9(4).
       01 WS-STU-WORK.
           05 WS-STU-BID PIC 9(6).
           05 WS-STU-NAME PIC X(25).
           05 WS-STU-CLASS PIC X(2).
           05 WS-STU-STATUS PIC X(1).
           05 WS-STU-BLANKS PIC X(46).
       01 WS-STUFILE-PRESENT PIC A VALUE 'N'.

      * one row per application; holds, AR balances and GPAs are
      * gathered onto the applicant's row as those files are read
       01 WS-APP-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-APP-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-APP-TABLE.
           05 WS-APP-ENTRY OCCURS 500 TIMES.
               10 WS-APP-BID PIC 9(6).
               10 WS-APP-PROGRAM PIC X(6).
               10 WS-APP-DEGREE PIC X(6).
               10 WS-APP-NAME PIC X(40).
               10 WS-APP-TERM PIC X(4).
               10 WS-APP-HOLD PIC X(30).
               10 WS-APP-AR-OPEN PIC S9(9)V99.
               10 WS-APP-QPOINTS PIC 9(5)V99.
               10 WS-APP-COURSES PIC 9(4).
               10 WS-APP-GPA PIC 9V99.
               10 WS-APP-HONORS PIC X(1).
               10 WS-APP-CLEARED PIC A.
               10 WS-APP-PRINTED PIC A.
       01 WS-APP-SUB PIC 9(4).
       01 WS-BEST-SUB PIC 9(4).
       01 WS-BEST-KEY PIC X(46).
       01 WS-APP-KEY PIC X(46).
       01 WS-CUR-PROGRAM PIC X(6) VALUE SPACES.

       01 WS-CUR-BID PIC 9(6) VALUE ZEROES.
       01 WS-REQ-STATE PIC X(1) VALUE SPACE.
       01 WS-DONE-HOURS PIC 9(4) VALUE ZEROES.
       01 WS-REMAIN-HOURS PIC S9(4) VALUE ZEROES.
       01 WS-REQ-FOUND-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-UNMET-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-DENY-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-HONORS-TEXT PIC X(16).

       01 WS-CLEARED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DENIED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PROG-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-GPA-EDIT PIC 9.99.
       01 WS-AMT-EDIT PIC $$,$$$,$$9.99.
       01 WS-HOURS-EDIT PIC ZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00"
                 MOVE PARM-CONFER-DATE TO WS-CONFER-DATE
                 IF PARM-MIN-GPA IS NUMERIC AND
                    PARM-MIN-GPA > ZEROES
                    MOVE PARM-MIN-GPA TO WS-MIN-GPA
                 END-IF
              END-IF
              CLOSE PARMFILE
           END-IF.
           IF WS-CONFER-DATE = SPACES
              STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
                 "-" WS-RUN-DATETIME(7:2)
                 DELIMITED BY SIZE INTO WS-CONFER-DATE
           END-IF.

           OPEN INPUT APPFILE.
           IF WS-APPFILE-STATUS NOT = "00"
              DISPLAY "No application-to-graduate file found - "
                 "nothing to process."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-APPFILE-STATUS = "10"
              READ APPFILE
                 AT END MOVE "10" TO WS-APPFILE-STATUS
                 NOT AT END
                    IF WS-APP-TABLE-COUNT = WS-APP-TABLE-COUNT-MAX
                       DISPLAY "GRADAPP has more applications than "
                          "GRADCLR can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE APPFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-APP-TABLE-COUNT
                    MOVE GA-BID TO WS-APP-BID(WS-APP-TABLE-COUNT)
                    MOVE GA-PROGRAM TO
                       WS-APP-PROGRAM(WS-APP-TABLE-COUNT)
                    MOVE GA-DEGREE TO
                       WS-APP-DEGREE(WS-APP-TABLE-COUNT)
                    MOVE GA-DIPLOMA-NAME TO
                       WS-APP-NAME(WS-APP-TABLE-COUNT)
                    MOVE GA-TERM TO WS-APP-TERM(WS-APP-TABLE-COUNT)
                    MOVE SPACES TO WS-APP-HOLD(WS-APP-TABLE-COUNT)
                    MOVE ZEROES TO
                       WS-APP-AR-OPEN(WS-APP-TABLE-COUNT)
                       WS-APP-QPOINTS(WS-APP-TABLE-COUNT)
                       WS-APP-COURSES(WS-APP-TABLE-COUNT)
                       WS-APP-GPA(WS-APP-TABLE-COUNT)
                    MOVE SPACE TO WS-APP-HONORS(WS-APP-TABLE-COUNT)
                    MOVE 'N' TO WS-APP-CLEARED(WS-APP-TABLE-COUNT)
                    MOVE 'N' TO WS-APP-PRINTED(WS-APP-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE APPFILE.

           OPEN INPUT REQFILE.
           IF WS-REQFILE-STATUS NOT = "00"
              DISPLAY "No degree-requirements master found - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-REQFILE-STATUS = "10"
              READ REQFILE
                 AT END MOVE "10" TO WS-REQFILE-STATUS
                 NOT AT END
                    IF WS-REQ-TABLE-COUNT = WS-REQ-TABLE-COUNT-MAX
                       DISPLAY "REQIN has more requirements than "
                          "GRADCLR can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE REQFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-REQ-TABLE-COUNT
                    MOVE REQ-PROGRAM TO
                       WS-REQ-PROGRAM(WS-REQ-TABLE-COUNT)
                    MOVE REQ-TYPE TO
                       WS-REQ-TYPE(WS-REQ-TABLE-COUNT)
                    MOVE REQ-SUBJECT TO
                       WS-REQ-SUBJECT(WS-REQ-TABLE-COUNT)
                    MOVE REQ-NUMBER TO
                       WS-REQ-NUMBER(WS-REQ-TABLE-COUNT)
                    IF REQ-HOURS IS NUMERIC
                       MOVE REQ-HOURS TO
                          WS-REQ-HOURS(WS-REQ-TABLE-COUNT)
                    ELSE
                       MOVE ZEROES TO
                          WS-REQ-HOURS(WS-REQ-TABLE-COUNT)
                    END-IF
                    MOVE REQ-DESC TO
                       WS-REQ-DESC(WS-REQ-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE REQFILE.

           OPEN INPUT HISTFILE.
           IF WS-HISTFILE-STATUS = "35"
              DISPLAY "No completed-course history found - no "
                 "requirement can be satisfied."
           ELSE
              PERFORM UNTIL WS-HISTFILE-STATUS = "10"
                 READ HISTFILE
                    AT END MOVE "10" TO WS-HISTFILE-STATUS
                    NOT AT END
                       IF WS-HIST-TABLE-COUNT =
                          WS-HIST-TABLE-COUNT-MAX
                          DISPLAY "HISTIN has more courses than "
                             "GRADCLR can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE HISTFILE
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
                       IF HIST-CREDITS IS NUMERIC
                          MOVE HIST-CREDITS TO
                             WS-HIST-CREDITS(WS-HIST-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-HIST-CREDITS(WS-HIST-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTFILE
           END-IF.

           OPEN INPUT ENROLLIN.
           IF WS-ENROLLIN-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM UNTIL WS-ENROLLIN-STATUS = "10"
                 READ ENROLLIN
                    AT END MOVE "10" TO WS-ENROLLIN-STATUS
                    NOT AT END
                       IF WS-ENR-TABLE-COUNT = WS-ENR-TABLE-COUNT-MAX
                          DISPLAY "ENROLLIN has more enrollments "
                             "than GRADCLR can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE ENROLLIN
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-ENR-TABLE-COUNT
                       MOVE ENR-BID TO
                          WS-ENR-BID(WS-ENR-TABLE-COUNT)
                       MOVE ENR-COURSE-SUBJECT TO
                          WS-ENR-SUBJECT(WS-ENR-TABLE-COUNT)
                       MOVE ENR-COURSE-NUMBER TO
                          WS-ENR-NUMBER(WS-ENR-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ENROLLIN
           END-IF.

           OPEN INPUT CATFILE.
           IF WS-CATFILE-STATUS = "35"
              DISPLAY "No course-catalog feed found - bucket hours "
                 "count as zero per course."
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

           OPEN INPUT STUIN.
           IF WS-STUIN-STATUS = "35"
              DISPLAY "No student master found - STU-STATUS cannot "
                 "be updated this run."
           ELSE
              MOVE 'Y' TO WS-STUFILE-PRESENT
              PERFORM UNTIL WS-STUIN-STATUS = "10"
                 READ STUIN
                    AT END MOVE "10" TO WS-STUIN-STATUS
                    NOT AT END
                       IF WS-STU-TABLE-COUNT = WS-STU-TABLE-COUNT-MAX
                          DISPLAY "STUIN has more students than "
                             "GRADCLR can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE STUIN
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-STU-TABLE-COUNT
                       MOVE DATA-STU-IN TO
                          WS-STU-REC(WS-STU-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE STUIN
           END-IF.

      * TUIBRIDGE bills students under their BID as the customer id,
      * so open tuition items match applicants directly
           OPEN INPUT HOLDFILE.
           IF WS-HOLDFILE-STATUS = "35"
              DISPLAY "No registration holds file found - holds not "
                 "checked."
           ELSE
              PERFORM UNTIL WS-HOLDFILE-STATUS = "10"
                 READ HOLDFILE
                    AT END MOVE "10" TO WS-HOLDFILE-STATUS
                    NOT AT END
                       PERFORM VARYING WS-APP-SUB FROM 1 BY 1
                          UNTIL WS-APP-SUB > WS-APP-TABLE-COUNT
                          IF WS-APP-BID(WS-APP-SUB) = HOLD-BID
                             MOVE HOLD-REASON TO
                                WS-APP-HOLD(WS-APP-SUB)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE HOLDFILE
           END-IF.

           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS = "35"
              DISPLAY "No AR master found - tuition balances not "
                 "checked."
           ELSE
              PERFORM UNTIL WS-ARMAST-STATUS = "10"
                 READ ARMAST
                    AT END MOVE "10" TO WS-ARMAST-STATUS
                    NOT AT END
                       IF ARM-OPEN > ZERO
                          PERFORM VARYING WS-APP-SUB FROM 1 BY 1
                             UNTIL WS-APP-SUB > WS-APP-TABLE-COUNT
                             IF WS-APP-BID(WS-APP-SUB) = ARM-CUST-ID
                                ADD ARM-OPEN TO
                                   WS-APP-AR-OPEN(WS-APP-SUB)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARMAST
           END-IF.

      * cumulative GPA is every term GPA weighted by the courses in it
           OPEN INPUT GPAFILE.
           IF WS-GPAFILE-STATUS NOT = "00"
              DISPLAY "No GPA file found - cumulative GPA cannot be "
                 "checked. Aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-GPAFILE-STATUS = "10"
              READ GPAFILE
                 AT END MOVE "10" TO WS-GPAFILE-STATUS
                 NOT AT END
                    PERFORM VARYING WS-APP-SUB FROM 1 BY 1
                       UNTIL WS-APP-SUB > WS-APP-TABLE-COUNT
                       IF WS-APP-BID(WS-APP-SUB) = GPA-BID
                          COMPUTE WS-APP-QPOINTS(WS-APP-SUB) =
                             WS-APP-QPOINTS(WS-APP-SUB) +
                             GPA-VALUE * GPA-COURSE-COUNT
                          ADD GPA-COURSE-COUNT TO
                             WS-APP-COURSES(WS-APP-SUB)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE GPAFILE.

           OPEN EXTEND CONFFILE.
           IF WS-CONFFILE-STATUS = "35"
              OPEN OUTPUT CONFFILE
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE WS-MIN-GPA TO WS-MIN-GPA-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "GRADUATION CLEARANCE - CONFERRAL DATE "
              WS-CONFER-DATE "  MINIMUM GPA " WS-MIN-GPA-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-APP-SUB FROM 1 BY 1
              UNTIL WS-APP-SUB > WS-APP-TABLE-COUNT
              PERFORM CLEAR-STUDENT
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CLEARED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Cleared and conferred " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DENIED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Not cleared " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.
           CLOSE CONFFILE.

      * diploma name list, alphabetical by the name to be printed
           OPEN OUTPUT DIPFILE.
           MOVE SPACES TO DIP-REC.
           STRING "DIPLOMA NAME LIST - CONFERRAL DATE "
              WS-CONFER-DATE
              DELIMITED BY SIZE INTO DIP-REC.
           WRITE DIP-REC.
           MOVE 1 TO WS-BEST-SUB.
           PERFORM UNTIL WS-BEST-SUB = ZEROES
              MOVE ZEROES TO WS-BEST-SUB
              MOVE HIGH-VALUES TO WS-BEST-KEY
              PERFORM VARYING WS-APP-SUB FROM 1 BY 1
                 UNTIL WS-APP-SUB > WS-APP-TABLE-COUNT
                 IF WS-APP-CLEARED(WS-APP-SUB) = 'Y' AND
                    WS-APP-PRINTED(WS-APP-SUB) = 'N' AND
                    WS-APP-NAME(WS-APP-SUB) < WS-BEST-KEY
                    MOVE WS-APP-SUB TO WS-BEST-SUB
                    MOVE WS-APP-NAME(WS-APP-SUB) TO WS-BEST-KEY
                 END-IF
              END-PERFORM
              IF WS-BEST-SUB NOT = ZEROES
                 MOVE 'Y' TO WS-APP-PRINTED(WS-BEST-SUB)
                 PERFORM SET-HONORS-TEXT
                 MOVE SPACES TO DIP-REC
                 STRING WS-APP-NAME(WS-BEST-SUB) " "
                    WS-APP-DEGREE(WS-BEST-SUB) " "
                    WS-APP-PROGRAM(WS-BEST-SUB) " "
                    WS-HONORS-TEXT
                    DELIMITED BY SIZE INTO DIP-REC
                 WRITE DIP-REC
              END-IF
           END-PERFORM.
           MOVE WS-CLEARED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO DIP-REC.
           STRING "Diplomas " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO DIP-REC.
           WRITE DIP-REC.
           CLOSE DIPFILE.

      * commencement program - graduates grouped by program, names
      * alphabetical within each program
           PERFORM VARYING WS-APP-SUB FROM 1 BY 1
              UNTIL WS-APP-SUB > WS-APP-TABLE-COUNT
              MOVE 'N' TO WS-APP-PRINTED(WS-APP-SUB)
           END-PERFORM.
           OPEN OUTPUT CMCFILE.
           MOVE SPACES TO CMC-REC.
           STRING "COMMENCEMENT PROGRAM - " WS-CONFER-DATE
              DELIMITED BY SIZE INTO CMC-REC.
           WRITE CMC-REC.
           MOVE SPACES TO WS-CUR-PROGRAM.
           MOVE 1 TO WS-BEST-SUB.
           PERFORM UNTIL WS-BEST-SUB = ZEROES
              MOVE ZEROES TO WS-BEST-SUB
              MOVE HIGH-VALUES TO WS-BEST-KEY
              PERFORM VARYING WS-APP-SUB FROM 1 BY 1
                 UNTIL WS-APP-SUB > WS-APP-TABLE-COUNT
                 MOVE WS-APP-PROGRAM(WS-APP-SUB) TO WS-APP-KEY(1:6)
                 MOVE WS-APP-NAME(WS-APP-SUB) TO WS-APP-KEY(7:40)
                 IF WS-APP-CLEARED(WS-APP-SUB) = 'Y' AND
                    WS-APP-PRINTED(WS-APP-SUB) = 'N' AND
                    WS-APP-KEY < WS-BEST-KEY
                    MOVE WS-APP-SUB TO WS-BEST-SUB
                    MOVE WS-APP-KEY TO WS-BEST-KEY
                 END-IF
              END-PERFORM
              IF WS-BEST-SUB NOT = ZEROES
                 MOVE 'Y' TO WS-APP-PRINTED(WS-BEST-SUB)
                 IF WS-APP-PROGRAM(WS-BEST-SUB) NOT = WS-CUR-PROGRAM
                    IF WS-CUR-PROGRAM NOT = SPACES
                       PERFORM PRINT-PROGRAM-COUNT
                    END-IF
                    MOVE WS-APP-PROGRAM(WS-BEST-SUB) TO
                       WS-CUR-PROGRAM
                    MOVE ZEROES TO WS-PROG-COUNT
                    MOVE SPACES TO CMC-REC
                    WRITE CMC-REC
                    MOVE SPACES TO CMC-REC
                    STRING "PROGRAM " WS-CUR-PROGRAM
                       DELIMITED BY SIZE INTO CMC-REC
                    WRITE CMC-REC
                 END-IF
                 ADD 1 TO WS-PROG-COUNT
                 PERFORM SET-HONORS-TEXT
                 MOVE SPACES TO CMC-REC
                 STRING "  " WS-APP-NAME(WS-BEST-SUB) " "
                    WS-APP-DEGREE(WS-BEST-SUB) " "
                    WS-HONORS-TEXT
                    DELIMITED BY SIZE INTO CMC-REC
                 WRITE CMC-REC
              END-IF
           END-PERFORM.
           IF WS-CUR-PROGRAM NOT = SPACES
              PERFORM PRINT-PROGRAM-COUNT
           END-IF.
           CLOSE CMCFILE.

           IF WS-STUFILE-PRESENT = 'Y'
              OPEN OUTPUT STUOUT
              PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                 UNTIL WS-STU-SUB > WS-STU-TABLE-COUNT
                 MOVE WS-STU-REC(WS-STU-SUB) TO DATA-STU-OUT
                 WRITE DATA-STU-OUT
              END-PERFORM
              CLOSE STUOUT
           END-IF.

           IF WS-DENIED-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-CLEARED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "GRADCLR conferred " WS-COUNT-EDIT
              " degree(s).".

           STOP RUN.

      * every check runs so the report shows all the reasons a
      * student is held back, not just the first one found
       CLEAR-STUDENT.
           MOVE WS-APP-BID(WS-APP-SUB) TO WS-CUR-BID.
           MOVE ZEROES TO WS-DENY-COUNT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "STUDENT " WS-CUR-BID "  PROGRAM "
              WS-APP-PROGRAM(WS-APP-SUB) "  DEGREE "
              WS-APP-DEGREE(WS-APP-SUB)
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           MOVE ZEROES TO WS-STU-FOUND-SUB.
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
              UNTIL WS-STU-SUB > WS-STU-TABLE-COUNT
              MOVE WS-STU-REC(WS-STU-SUB) TO WS-STU-WORK
              IF WS-STU-BID = WS-CUR-BID
                 MOVE WS-STU-SUB TO WS-STU-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-STU-FOUND-SUB NOT = ZEROES
              MOVE WS-STU-REC(WS-STU-FOUND-SUB) TO WS-STU-WORK
              IF WS-APP-NAME(WS-APP-SUB) = SPACES
                 MOVE WS-STU-NAME TO WS-APP-NAME(WS-APP-SUB)
              END-IF
              IF WS-STU-STATUS = 'G'
                 ADD 1 TO WS-DENY-COUNT
                 MOVE SPACES TO RPT-REC
                 STRING "  ALREADY GRADUATED ON STUDENT MASTER"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           ELSE
              IF WS-STUFILE-PRESENT = 'Y'
                 ADD 1 TO WS-DENY-COUNT
                 MOVE SPACES TO RPT-REC
                 STRING "  NOT ON STUDENT MASTER"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-IF.

           MOVE ZEROES TO WS-REQ-FOUND-COUNT WS-UNMET-COUNT.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
              UNTIL WS-REQ-SUB > WS-REQ-TABLE-COUNT
              IF WS-REQ-PROGRAM(WS-REQ-SUB) =
                 WS-APP-PROGRAM(WS-APP-SUB)
                 ADD 1 TO WS-REQ-FOUND-COUNT
                 IF WS-REQ-TYPE(WS-REQ-SUB) = 'H'
                    PERFORM CHECK-BUCKET-REQ
                 ELSE
                    PERFORM CHECK-COURSE-REQ
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-REQ-FOUND-COUNT = ZEROES
              ADD 1 TO WS-DENY-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  NO REQUIREMENTS ON FILE FOR PROGRAM"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-UNMET-COUNT > ZEROES
              ADD 1 TO WS-DENY-COUNT
           END-IF.

           IF WS-APP-HOLD(WS-APP-SUB) NOT = SPACES
              ADD 1 TO WS-DENY-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  REGISTRATION HOLD - " WS-APP-HOLD(WS-APP-SUB)
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

           IF WS-APP-AR-OPEN(WS-APP-SUB) > ZERO
              ADD 1 TO WS-DENY-COUNT
              MOVE WS-APP-AR-OPEN(WS-APP-SUB) TO WS-AMT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  OPEN TUITION BALANCE " WS-AMT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

           IF WS-APP-COURSES(WS-APP-SUB) > ZEROES
              COMPUTE WS-APP-GPA(WS-APP-SUB) ROUNDED =
                 WS-APP-QPOINTS(WS-APP-SUB) /
                 WS-APP-COURSES(WS-APP-SUB)
           END-IF.
           MOVE WS-APP-GPA(WS-APP-SUB) TO WS-GPA-EDIT.
           IF WS-APP-GPA(WS-APP-SUB) < WS-MIN-GPA
              ADD 1 TO WS-DENY-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  CUMULATIVE GPA " WS-GPA-EDIT
                 " BELOW MINIMUM " WS-MIN-GPA-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

           IF WS-DENY-COUNT > ZEROES
              ADD 1 TO WS-DENIED-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  NOT CLEARED" DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
      * honors: summa 3.90 and above, magna 3.70, cum laude 3.50
              EVALUATE TRUE
                 WHEN WS-APP-GPA(WS-APP-SUB) NOT < 3.90
                    MOVE 'S' TO WS-APP-HONORS(WS-APP-SUB)
                 WHEN WS-APP-GPA(WS-APP-SUB) NOT < 3.70
                    MOVE 'M' TO WS-APP-HONORS(WS-APP-SUB)
                 WHEN WS-APP-GPA(WS-APP-SUB) NOT < 3.50
                    MOVE 'C' TO WS-APP-HONORS(WS-APP-SUB)
                 WHEN OTHER
                    MOVE SPACE TO WS-APP-HONORS(WS-APP-SUB)
              END-EVALUATE
              MOVE 'Y' TO WS-APP-CLEARED(WS-APP-SUB)
              ADD 1 TO WS-CLEARED-COUNT
              MOVE SPACES TO DATA-CONF
              MOVE WS-CUR-BID TO CF-BID
              MOVE WS-APP-PROGRAM(WS-APP-SUB) TO CF-PROGRAM
              MOVE WS-APP-DEGREE(WS-APP-SUB) TO CF-DEGREE
              MOVE WS-CONFER-DATE TO CF-DATE
              MOVE WS-APP-HONORS(WS-APP-SUB) TO CF-HONORS
              MOVE WS-APP-GPA(WS-APP-SUB) TO CF-GPA
              MOVE WS-APP-TERM(WS-APP-SUB) TO CF-TERM
              WRITE DATA-CONF
              IF WS-STU-FOUND-SUB NOT = ZEROES
                 MOVE WS-STU-REC(WS-STU-FOUND-SUB) TO WS-STU-WORK
                 MOVE 'G' TO WS-STU-STATUS
                 MOVE WS-STU-WORK TO WS-STU-REC(WS-STU-FOUND-SUB)
              END-IF
              MOVE WS-APP-SUB TO WS-BEST-SUB
              PERFORM SET-HONORS-TEXT
              MOVE SPACES TO RPT-REC
              STRING "  CLEARED - GPA " WS-GPA-EDIT " "
                 WS-HONORS-TEXT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

      * the DEGAUDIT rules: a course requirement needs a passing
      * grade on the history, and only unmet ones are reported here
       CHECK-COURSE-REQ.
           MOVE SPACE TO WS-REQ-STATE.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
              UNTIL WS-HIST-SUB > WS-HIST-TABLE-COUNT
              IF WS-HIST-BID(WS-HIST-SUB) = WS-CUR-BID AND
                 WS-HIST-SUBJECT(WS-HIST-SUB) =
                 WS-REQ-SUBJECT(WS-REQ-SUB) AND
                 WS-HIST-NUMBER(WS-HIST-SUB) =
                 WS-REQ-NUMBER(WS-REQ-SUB) AND
                 WS-HIST-GRADE(WS-HIST-SUB)(1:1) NOT = 'F' AND
                 WS-HIST-GRADE(WS-HIST-SUB)(1:1) NOT = 'W'
                 MOVE 'S' TO WS-REQ-STATE
              END-IF
           END-PERFORM.
           IF WS-REQ-STATE = SPACE
              PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
                 UNTIL WS-ENR-SUB > WS-ENR-TABLE-COUNT
                 IF WS-ENR-BID(WS-ENR-SUB) = WS-CUR-BID AND
                    WS-ENR-SUBJECT(WS-ENR-SUB) =
                    WS-REQ-SUBJECT(WS-REQ-SUB) AND
                    WS-ENR-NUMBER(WS-ENR-SUB) =
                    WS-REQ-NUMBER(WS-REQ-SUB)
                    MOVE 'P' TO WS-REQ-STATE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-REQ-STATE NOT = 'S'
              ADD 1 TO WS-UNMET-COUNT
              MOVE SPACES TO RPT-REC
              IF WS-REQ-STATE = 'P'
                 STRING "  " WS-REQ-DESC(WS-REQ-SUB) " "
                    WS-REQ-SUBJECT(WS-REQ-SUB) " "
                    WS-REQ-NUMBER(WS-REQ-SUB) " IN PROGRESS"
                    DELIMITED BY SIZE INTO RPT-REC
              ELSE
                 STRING "  " WS-REQ-DESC(WS-REQ-SUB) " "
                    WS-REQ-SUBJECT(WS-REQ-SUB) " "
                    WS-REQ-NUMBER(WS-REQ-SUB) " OUTSTANDING"
                    DELIMITED BY SIZE INTO RPT-REC
              END-IF
              WRITE RPT-REC
           END-IF.

      * a bucket counts completed passing credit hours in its
      * subject (spaces matches any subject); in-progress hours do
      * not clear a student to graduate
       CHECK-BUCKET-REQ.
           MOVE ZEROES TO WS-DONE-HOURS.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
              UNTIL WS-HIST-SUB > WS-HIST-TABLE-COUNT
              IF WS-HIST-BID(WS-HIST-SUB) = WS-CUR-BID AND
                 WS-HIST-GRADE(WS-HIST-SUB)(1:1) NOT = 'F' AND
                 WS-HIST-GRADE(WS-HIST-SUB)(1:1) NOT = 'W' AND
                 (WS-REQ-SUBJECT(WS-REQ-SUB) = SPACES OR
                  WS-HIST-SUBJECT(WS-HIST-SUB) =
                  WS-REQ-SUBJECT(WS-REQ-SUB))
                 MOVE ZEROES TO WS-CUR-CREDITS
                 PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT
                    IF WS-CAT-SUBJECT(WS-CAT-SUB) =
                       WS-HIST-SUBJECT(WS-HIST-SUB) AND
                       WS-CAT-NUMBER(WS-CAT-SUB) =
                       WS-HIST-NUMBER(WS-HIST-SUB)
                       MOVE WS-CAT-CREDITS(WS-CAT-SUB) TO
                          WS-CUR-CREDITS
                    END-IF
                 END-PERFORM
                 IF WS-HIST-CREDITS(WS-HIST-SUB) > ZERO
                    MOVE WS-HIST-CREDITS(WS-HIST-SUB) TO
                       WS-CUR-CREDITS
                 END-IF
                 ADD WS-CUR-CREDITS TO WS-DONE-HOURS
              END-IF
           END-PERFORM.
           COMPUTE WS-REMAIN-HOURS =
              WS-REQ-HOURS(WS-REQ-SUB) - WS-DONE-HOURS.
           IF WS-REMAIN-HOURS > ZERO
              ADD 1 TO WS-UNMET-COUNT
              MOVE WS-REMAIN-HOURS TO WS-HOURS-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  " WS-REQ-DESC(WS-REQ-SUB)
                 " OUTSTANDING - " WS-HOURS-EDIT
                 " hour(s) remaining"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

       SET-HONORS-TEXT.
           EVALUATE WS-APP-HONORS(WS-BEST-SUB)
              WHEN 'S'
                 MOVE "SUMMA CUM LAUDE" TO WS-HONORS-TEXT
              WHEN 'M'
                 MOVE "MAGNA CUM LAUDE" TO WS-HONORS-TEXT
              WHEN 'C'
                 MOVE "CUM LAUDE" TO WS-HONORS-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-HONORS-TEXT
           END-EVALUATE.

       PRINT-PROGRAM-COUNT.
           MOVE WS-PROG-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CMC-REC.
           STRING "  graduates " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO CMC-REC.
           WRITE CMC-REC.
