       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAPEVAL.

      * satisfactory academic progress for financial aid, run at
      * the end of a term. for each student on the program-assignment
      * feed the completed-course history gives credits attempted
      * (every course, W and F included, at catalog credit hours) and
      * credits earned (all but W, F and I); the completion rate is
      * earned over attempted. cumulative GPA comes from the GPA
      * file. the maximum timeframe is a percentage of the program's
      * credits, which are summed from the requirements master. a
      * student who meets the GPA and completion minimums is in good
      * standing; one who misses either goes on warning, or becomes
      * ineligible if already on warning or ineligible last term.
      * passing the maximum timeframe is ineligible at once. the SAP
      * status master carries each student's standing forward, the
      * aid-award feed is rewritten with ineligible students' awards
      * for other terms blocked (and blocks lifted for students back
      * in good standing or on warning), and every student on warning
      * or ineligible goes on the aid office's notification list.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT PROGFILE ASSIGN TO STUPROG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROGFILE-STATUS.
           SELECT HISTFILE ASSIGN TO HISTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT GPAFILE ASSIGN TO GPAIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GPAFILE-STATUS.
           SELECT CATFILE ASSIGN TO CATIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT REQFILE ASSIGN TO REQIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REQFILE-STATUS.
           SELECT STUFILE ASSIGN TO STUIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STUFILE-STATUS.
           SELECT SAPMAST ASSIGN TO SAPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SAPMAST-STATUS.
           SELECT SAPNEW ASSIGN TO SAPNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT AIDFILE ASSIGN TO AIDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AIDFILE-STATUS.
           SELECT AIDNEW ASSIGN TO AIDNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT NOTIFY ASSIGN TO NOTIFY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * term being evaluated (required); minimum cumulative GPA
      * (default 2.00), minimum completion rate (default 0.67) and
      * maximum timeframe as a percent of program credits (default
      * 150) - a blank or zero field keeps the default
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-TERM PIC X(4).
           05 PARM-MIN-GPA PIC 9V99.
           05 PARM-MIN-PACE PIC 9V99.
           05 PARM-MAX-PCT PIC 9(3).
           05 PARM-BLANKS PIC X(67).

       FD PROGFILE.
       01 DATA-PROG.
           05 SP-BID PIC 9(6).
           05 SP-PROGRAM PIC X(6).
           05 SP-BLANKS PIC X(68).

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

       FD GPAFILE.
       01 DATA-GPA.
           05 GPA-BID PIC 9(6).
           05 GPA-TERM PIC X(4).
           05 GPA-VALUE PIC 9V99.
           05 GPA-COURSE-COUNT PIC 9(2).
           05 GPA-BLANKS PIC X(65).

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

       FD REQFILE.
       01 DATA-REQ.
           05 REQ-PROGRAM PIC X(6).
           05 REQ-TYPE PIC X(1).
           05 REQ-SUBJECT PIC A(4).
           05 REQ-NUMBER PIC 9(4).
           05 REQ-HOURS PIC 9(3).
           05 REQ-DESC PIC X(20).
           05 REQ-BLANKS PIC X(42).

       FD STUFILE.
       01 DATA-STU.
           05 STU-BID PIC 9(6).
           05 STU-NAME PIC X(25).
           05 STU-CLASS PIC X(2).
           05 STU-STATUS PIC X(1).
           05 STU-BLANKS PIC X(46).

      * SAP status is G good standing, W warning, I ineligible
       FD SAPMAST.
       01 DATA-SAP.
           05 SAP-BID PIC 9(6).
           05 SAP-STATUS PIC X(1).
           05 SAP-TERM PIC X(4).
           05 SAP-ATTEMPTED PIC 9(4).
           05 SAP-EARNED PIC 9(4).
           05 SAP-PACE PIC 9V9999.
           05 SAP-GPA PIC 9V99.
           05 SAP-BLANKS PIC X(53).

       FD SAPNEW.
       01 SAP-NEW-REC PIC X(80).

      * an award blocked 'S' is held back from billing by TUIBRIDGE
       FD AIDFILE.
       01 DATA-AID.
           05 AID-BID PIC 9(6).
           05 AID-FUND PIC X(6).
           05 AID-TERM PIC X(4).
           05 AID-AMT PIC 9(7)V99.
           05 AID-BLOCK PIC X(1).
           05 AID-BLANKS PIC X(54).

       FD AIDNEW.
       01 AID-NEW-REC PIC X(80).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       FD NOTIFY.
       01 DATA-NOTIFY.
           05 SN-BID PIC 9(6).
           05 SN-NAME PIC X(25).
           05 SN-STATUS PIC X(1).
           05 SN-TERM PIC X(4).
           05 SN-REASON PIC X(40).
           05 SN-BLANKS PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-PROGFILE-STATUS PIC XX.
       01 WS-HISTFILE-STATUS PIC XX.
       01 WS-GPAFILE-STATUS PIC XX.
       01 WS-CATFILE-STATUS PIC XX.
       01 WS-REQFILE-STATUS PIC XX.
       01 WS-STUFILE-STATUS PIC XX.
       01 WS-SAPMAST-STATUS PIC XX.
       01 WS-AIDFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-TERM PIC X(4) VALUE SPACES.
       01 WS-MIN-GPA PIC 9V99 VALUE 2.00.
       01 WS-MIN-PACE PIC 9V99 VALUE 0.67.
       01 WS-MAX-PCT PIC 9(3) VALUE 150.

       01 WS-CAT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CAT-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT-SUBJECT PIC A(4).
               10 WS-CAT-NUMBER PIC 9(4).
               10 WS-CAT-CREDITS PIC 9(2).
       01 WS-CAT-SUB PIC 9(4).
       01 WS-CAT-CREDITS-FOUND PIC 9(2).

       01 WS-REQ-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-REQ-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 500 TIMES.
               10 WS-REQ-PROGRAM PIC X(6).
               10 WS-REQ-TYPE PIC X(1).
               10 WS-REQ-SUBJECT PIC A(4).
               10 WS-REQ-NUMBER PIC 9(4).
               10 WS-REQ-HOURS PIC 9(3).
       01 WS-REQ-SUB PIC 9(4).

       01 WS-HIST-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-HIST-TABLE-COUNT-MAX PIC 9(4) VALUE 5000.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES.
               10 WS-HIST-BID PIC 9(6).
               10 WS-HIST-SUBJECT PIC A(4).
               10 WS-HIST-NUMBER PIC 9(4).
               10 WS-HIST-GRADE PIC X(2).
               10 WS-HIST-CREDITS PIC 9(2).
       01 WS-HIST-SUB PIC 9(4).

       01 WS-GPA-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-GPA-TABLE-COUNT-MAX PIC 9(4) VALUE 5000.
       01 WS-GPA-TABLE.
           05 WS-GPA-ENTRY OCCURS 5000 TIMES.
               10 WS-GPA-BID PIC 9(6).
               10 WS-GPA-VALUE PIC 9V99.
               10 WS-GPA-COUNT PIC 9(2).
       01 WS-GPA-SUB PIC 9(4).

       01 WS-STU-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-STU-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
               10 WS-STU-BID PIC 9(6).
               10 WS-STU-NAME PIC X(25).
       01 WS-STU-SUB PIC 9(4).

      * the SAP status master, updated in place and rewritten whole
       01 WS-SAP-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SAP-TABLE-COUNT-MAX PIC 9(4) VALUE 3000.
       01 WS-SAP-TABLE.
           05 WS-SAP-REC OCCURS 3000 TIMES PIC X(80).
       01 WS-SAP-SUB PIC 9(4).
       01 WS-SAP-FOUND-SUB PIC 9(4).

      * this run's outcome per student, for the aid-feed pass
       01 WS-EVL-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EVL-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-EVL-TABLE.
           05 WS-EVL-ENTRY OCCURS 2000 TIMES.
               10 WS-EVL-BID PIC 9(6).
               10 WS-EVL-STATUS PIC X(1).
       01 WS-EVL-SUB PIC 9(4).
       01 WS-EVL-FOUND-SUB PIC 9(4).

       01 WS-CUR-BID PIC 9(6).
       01 WS-CUR-PROGRAM PIC X(6).
       01 WS-CUR-NAME PIC X(25).
       01 WS-PRIOR-STATUS PIC X(1).
       01 WS-NEW-STATUS PIC X(1).
       01 WS-REASON PIC X(40).
       01 WS-ATTEMPTED PIC 9(4).
       01 WS-EARNED PIC 9(4).
       01 WS-PROGRAM-CREDITS PIC 9(4).
       01 WS-MAX-CREDITS PIC 9(4).
       01 WS-PACE PIC 9V9999.
       01 WS-POINTS PIC 9(5)V99.
       01 WS-POINT-COUNT PIC 9(5).
       01 WS-CUM-GPA PIC 9V99.
       01 WS-GPA-OK PIC A.
       01 WS-PACE-OK PIC A.

       01 WS-STUDENT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-GOOD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-WARN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-INELIG-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-BLOCK-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RELEASE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-CREDITS-EDIT PIC ZZZ9.
       01 WS-CREDITS-EDIT-2 PIC ZZZ9.
       01 WS-CREDITS-EDIT-3 PIC ZZZ9.
       01 WS-PACE-PCT PIC 9(3)V9.
       01 WS-PACE-EDIT PIC ZZ9.9.
       01 WS-GPA-EDIT PIC 9.99.

       PROCEDURE DIVISION.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00"
                 MOVE PARM-TERM TO WS-TERM
                 IF PARM-MIN-GPA IS NUMERIC AND PARM-MIN-GPA > ZERO
                    MOVE PARM-MIN-GPA TO WS-MIN-GPA
                 END-IF
                 IF PARM-MIN-PACE IS NUMERIC AND PARM-MIN-PACE > ZERO
                    MOVE PARM-MIN-PACE TO WS-MIN-PACE
                 END-IF
                 IF PARM-MAX-PCT IS NUMERIC AND PARM-MAX-PCT > ZERO
                    MOVE PARM-MAX-PCT TO WS-MAX-PCT
                 END-IF
              END-IF
              CLOSE PARMFILE
           END-IF.
           IF WS-TERM = SPACES
              DISPLAY "PARMIN must give the term being evaluated - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT HISTFILE.
           IF WS-HISTFILE-STATUS NOT = "00"
              DISPLAY "No completed-course history found - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-HISTFILE-STATUS = "10"
              READ HISTFILE
                 AT END MOVE "10" TO WS-HISTFILE-STATUS
                 NOT AT END
                    IF WS-HIST-TABLE-COUNT = WS-HIST-TABLE-COUNT-MAX
                       DISPLAY "HISTIN has more courses than "
                          "SAPEVAL can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE HISTFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-HIST-TABLE-COUNT
                    MOVE HIST-BID TO WS-HIST-BID(WS-HIST-TABLE-COUNT)
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
           END-PERFORM.
           CLOSE HISTFILE.

           OPEN INPUT GPAFILE.
           IF WS-GPAFILE-STATUS NOT = "00"
              DISPLAY "No GPA file found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-GPAFILE-STATUS = "10"
              READ GPAFILE
                 AT END MOVE "10" TO WS-GPAFILE-STATUS
                 NOT AT END
                    IF WS-GPA-TABLE-COUNT = WS-GPA-TABLE-COUNT-MAX
                       DISPLAY "GPAIN has more records than "
                          "SAPEVAL can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE GPAFILE
                       STOP RUN
                    END-IF
                    IF GPA-VALUE IS NUMERIC AND
                       GPA-COURSE-COUNT IS NUMERIC
                       ADD 1 TO WS-GPA-TABLE-COUNT
                       MOVE GPA-BID TO WS-GPA-BID(WS-GPA-TABLE-COUNT)
                       MOVE GPA-VALUE TO
                          WS-GPA-VALUE(WS-GPA-TABLE-COUNT)
                       MOVE GPA-COURSE-COUNT TO
                          WS-GPA-COUNT(WS-GPA-TABLE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GPAFILE.

           OPEN INPUT CATFILE.
           IF WS-CATFILE-STATUS NOT = "00"
              DISPLAY "No course-catalog feed found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
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
           END-PERFORM.
           CLOSE CATFILE.

           OPEN INPUT REQFILE.
           IF WS-REQFILE-STATUS = "35"
              DISPLAY "No degree-requirements master found - maximum "
                 "timeframe not checked."
           ELSE
              PERFORM UNTIL WS-REQFILE-STATUS = "10"
                 READ REQFILE
                    AT END MOVE "10" TO WS-REQFILE-STATUS
                    NOT AT END
                       IF WS-REQ-TABLE-COUNT = WS-REQ-TABLE-COUNT-MAX
                          DISPLAY "REQIN has more requirements than "
                             "SAPEVAL can hold - aborting run."
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
                 END-READ
              END-PERFORM
              CLOSE REQFILE
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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUFILE
           END-IF.

           OPEN INPUT SAPMAST.
           IF WS-SAPMAST-STATUS = "35"
              DISPLAY "No SAP status master found - every student "
                 "starts in good standing."
           ELSE
              PERFORM UNTIL WS-SAPMAST-STATUS = "10"
                 READ SAPMAST
                    AT END MOVE "10" TO WS-SAPMAST-STATUS
                    NOT AT END
                       IF WS-SAP-TABLE-COUNT = WS-SAP-TABLE-COUNT-MAX
                          DISPLAY "SAPMAST has more students than "
                             "SAPEVAL can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE SAPMAST
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-SAP-TABLE-COUNT
                       MOVE DATA-SAP TO WS-SAP-REC(WS-SAP-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SAPMAST
           END-IF.

           OPEN INPUT PROGFILE.
           IF WS-PROGFILE-STATUS NOT = "00"
              DISPLAY "No student program-assignment feed found - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT NOTIFY.
           MOVE WS-MIN-GPA TO WS-GPA-EDIT.
           COMPUTE WS-PACE-PCT = WS-MIN-PACE * 100.
           MOVE WS-PACE-PCT TO WS-PACE-EDIT.
           MOVE WS-MAX-PCT TO WS-CREDITS-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "SATISFACTORY ACADEMIC PROGRESS - TERM " WS-TERM
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "MINIMUM GPA " WS-GPA-EDIT "  COMPLETION "
              WS-PACE-EDIT "%  MAXIMUM TIMEFRAME " WS-CREDITS-EDIT
              "% OF PROGRAM CREDITS"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

           PERFORM UNTIL WS-EOF = 'Y'
              READ PROGFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE SP-BID TO WS-CUR-BID
                    MOVE SP-PROGRAM TO WS-CUR-PROGRAM
                    PERFORM EVALUATE-STUDENT
              END-READ
           END-PERFORM.
           CLOSE PROGFILE.
           CLOSE NOTIFY.

           OPEN OUTPUT SAPNEW.
           PERFORM VARYING WS-SAP-SUB FROM 1 BY 1
              UNTIL WS-SAP-SUB > WS-SAP-TABLE-COUNT
              MOVE WS-SAP-REC(WS-SAP-SUB) TO SAP-NEW-REC
              WRITE SAP-NEW-REC
           END-PERFORM.
           CLOSE SAPNEW.

      * the aid-award feed comes back with ineligible students'
      * awards for any other term blocked
           OPEN INPUT AIDFILE.
           IF WS-AIDFILE-STATUS = "35"
              DISPLAY "No aid-award file found - no awards to block."
           ELSE
              OPEN OUTPUT AIDNEW
              PERFORM UNTIL WS-AIDFILE-STATUS = "10"
                 READ AIDFILE
                    AT END MOVE "10" TO WS-AIDFILE-STATUS
                    NOT AT END
                       PERFORM CHECK-AWARD
                       MOVE DATA-AID TO AID-NEW-REC
                       WRITE AID-NEW-REC
                 END-READ
              END-PERFORM
              CLOSE AIDFILE
              CLOSE AIDNEW
           END-IF.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-STUDENT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Students evaluated " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-GOOD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Good standing " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-WARN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Warning " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-INELIG-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Ineligible " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-BLOCK-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Awards blocked " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RELEASE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Award blocks lifted " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           IF WS-INELIG-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-STUDENT-COUNT TO WS-COUNT-EDIT.
           DISPLAY "SAPEVAL evaluated " WS-COUNT-EDIT " student(s).".
           MOVE WS-INELIG-COUNT TO WS-COUNT-EDIT.
           DISPLAY "SAPEVAL found " WS-COUNT-EDIT
              " student(s) ineligible for aid.".

           STOP RUN.

       EVALUATE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE SPACES TO WS-CUR-NAME.
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
              UNTIL WS-STU-SUB > WS-STU-TABLE-COUNT
              IF WS-STU-BID(WS-STU-SUB) = WS-CUR-BID
                 MOVE WS-STU-NAME(WS-STU-SUB) TO WS-CUR-NAME
              END-IF
           END-PERFORM.

      * attempted and earned credits from the history
           MOVE ZEROES TO WS-ATTEMPTED WS-EARNED.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
              UNTIL WS-HIST-SUB > WS-HIST-TABLE-COUNT
              IF WS-HIST-BID(WS-HIST-SUB) = WS-CUR-BID
                 MOVE ZEROES TO WS-CAT-CREDITS-FOUND
                 PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT
                    IF WS-CAT-SUBJECT(WS-CAT-SUB) =
                       WS-HIST-SUBJECT(WS-HIST-SUB) AND
                       WS-CAT-NUMBER(WS-CAT-SUB) =
                       WS-HIST-NUMBER(WS-HIST-SUB)
                       MOVE WS-CAT-CREDITS(WS-CAT-SUB) TO
                          WS-CAT-CREDITS-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-HIST-CREDITS(WS-HIST-SUB) > ZERO
                    MOVE WS-HIST-CREDITS(WS-HIST-SUB) TO
                       WS-CAT-CREDITS-FOUND
                 END-IF
                 ADD WS-CAT-CREDITS-FOUND TO WS-ATTEMPTED
                 IF WS-HIST-GRADE(WS-HIST-SUB)(1:1) NOT = 'F' AND
                    WS-HIST-GRADE(WS-HIST-SUB)(1:1) NOT = 'W' AND
                    WS-HIST-GRADE(WS-HIST-SUB)(1:1) NOT = 'I'
                    ADD WS-CAT-CREDITS-FOUND TO WS-EARNED
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ATTEMPTED = ZEROES
              MOVE 1 TO WS-PACE
           ELSE
              COMPUTE WS-PACE = WS-EARNED / WS-ATTEMPTED
           END-IF.

           MOVE ZEROES TO WS-POINTS WS-POINT-COUNT WS-CUM-GPA.
           PERFORM VARYING WS-GPA-SUB FROM 1 BY 1
              UNTIL WS-GPA-SUB > WS-GPA-TABLE-COUNT
              IF WS-GPA-BID(WS-GPA-SUB) = WS-CUR-BID
                 COMPUTE WS-POINTS = WS-POINTS +
                    WS-GPA-VALUE(WS-GPA-SUB) * WS-GPA-COUNT(WS-GPA-SUB)
                 ADD WS-GPA-COUNT(WS-GPA-SUB) TO WS-POINT-COUNT
              END-IF
           END-PERFORM.
           IF WS-POINT-COUNT > ZEROES
              COMPUTE WS-CUM-GPA = WS-POINTS / WS-POINT-COUNT
           END-IF.

      * program credits: bucket hours, plus catalog hours for each
      * required course
           MOVE ZEROES TO WS-PROGRAM-CREDITS WS-MAX-CREDITS.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
              UNTIL WS-REQ-SUB > WS-REQ-TABLE-COUNT
              IF WS-REQ-PROGRAM(WS-REQ-SUB) = WS-CUR-PROGRAM
                 IF WS-REQ-TYPE(WS-REQ-SUB) = 'H'
                    ADD WS-REQ-HOURS(WS-REQ-SUB) TO WS-PROGRAM-CREDITS
                 ELSE
                    MOVE ZEROES TO WS-CAT-CREDITS-FOUND
                    PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT
                       IF WS-CAT-SUBJECT(WS-CAT-SUB) =
                          WS-REQ-SUBJECT(WS-REQ-SUB) AND
                          WS-CAT-NUMBER(WS-CAT-SUB) =
                          WS-REQ-NUMBER(WS-REQ-SUB)
                          MOVE WS-CAT-CREDITS(WS-CAT-SUB) TO
                             WS-CAT-CREDITS-FOUND
                       END-IF
                    END-PERFORM
                    ADD WS-CAT-CREDITS-FOUND TO WS-PROGRAM-CREDITS
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE WS-MAX-CREDITS =
              WS-PROGRAM-CREDITS * WS-MAX-PCT / 100.

           MOVE 'G' TO WS-PRIOR-STATUS.
           MOVE ZEROES TO WS-SAP-FOUND-SUB.
           PERFORM VARYING WS-SAP-SUB FROM 1 BY 1
              UNTIL WS-SAP-SUB > WS-SAP-TABLE-COUNT
              MOVE WS-SAP-REC(WS-SAP-SUB) TO DATA-SAP
              IF SAP-BID = WS-CUR-BID
                 MOVE WS-SAP-SUB TO WS-SAP-FOUND-SUB
                 MOVE SAP-STATUS TO WS-PRIOR-STATUS
              END-IF
           END-PERFORM.

           MOVE 'Y' TO WS-GPA-OK WS-PACE-OK.
           IF WS-POINT-COUNT > ZEROES AND WS-CUM-GPA < WS-MIN-GPA
              MOVE 'N' TO WS-GPA-OK
           END-IF.
           IF WS-PACE < WS-MIN-PACE
              MOVE 'N' TO WS-PACE-OK
           END-IF.
           MOVE SPACES TO WS-REASON.
           IF WS-MAX-CREDITS > ZEROES AND
              WS-ATTEMPTED > WS-MAX-CREDITS
              MOVE 'I' TO WS-NEW-STATUS
              MOVE "Maximum timeframe exceeded" TO WS-REASON
           ELSE
              IF WS-GPA-OK = 'Y' AND WS-PACE-OK = 'Y'
                 MOVE 'G' TO WS-NEW-STATUS
              ELSE
                 IF WS-PRIOR-STATUS = 'W' OR WS-PRIOR-STATUS = 'I'
                    MOVE 'I' TO WS-NEW-STATUS
                 ELSE
                    MOVE 'W' TO WS-NEW-STATUS
                 END-IF
                 IF WS-GPA-OK = 'N' AND WS-PACE-OK = 'N'
                    MOVE "GPA and completion rate below minimum" TO
                       WS-REASON
                 ELSE
                    IF WS-GPA-OK = 'N'
                       MOVE "Cumulative GPA below minimum" TO WS-REASON
                    ELSE
                       MOVE "Completion rate below minimum" TO
                          WS-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EVALUATE WS-NEW-STATUS
              WHEN 'G'
                 ADD 1 TO WS-GOOD-COUNT
              WHEN 'W'
                 ADD 1 TO WS-WARN-COUNT
              WHEN OTHER
                 ADD 1 TO WS-INELIG-COUNT
           END-EVALUATE.

           MOVE SPACES TO DATA-SAP.
           MOVE WS-CUR-BID TO SAP-BID.
           MOVE WS-NEW-STATUS TO SAP-STATUS.
           MOVE WS-TERM TO SAP-TERM.
           MOVE WS-ATTEMPTED TO SAP-ATTEMPTED.
           MOVE WS-EARNED TO SAP-EARNED.
           MOVE WS-PACE TO SAP-PACE.
           MOVE WS-CUM-GPA TO SAP-GPA.
           IF WS-SAP-FOUND-SUB = ZEROES
              IF WS-SAP-TABLE-COUNT = WS-SAP-TABLE-COUNT-MAX
                 DISPLAY "SAPMAST has more students than "
                    "SAPEVAL can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE PROGFILE RPTFILE NOTIFY
                 STOP RUN
              END-IF
              ADD 1 TO WS-SAP-TABLE-COUNT
              MOVE WS-SAP-TABLE-COUNT TO WS-SAP-FOUND-SUB
           END-IF.
           MOVE DATA-SAP TO WS-SAP-REC(WS-SAP-FOUND-SUB).

           IF WS-EVL-TABLE-COUNT < WS-EVL-TABLE-COUNT-MAX
              ADD 1 TO WS-EVL-TABLE-COUNT
              MOVE WS-CUR-BID TO WS-EVL-BID(WS-EVL-TABLE-COUNT)
              MOVE WS-NEW-STATUS TO WS-EVL-STATUS(WS-EVL-TABLE-COUNT)
           END-IF.

           MOVE WS-ATTEMPTED TO WS-CREDITS-EDIT.
           MOVE WS-EARNED TO WS-CREDITS-EDIT-2.
           MOVE WS-MAX-CREDITS TO WS-CREDITS-EDIT-3.
           COMPUTE WS-PACE-PCT = WS-PACE * 100.
           MOVE WS-PACE-PCT TO WS-PACE-EDIT.
           MOVE WS-CUM-GPA TO WS-GPA-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING WS-CUR-BID " " WS-CUR-NAME(1:20) " "
              WS-CUR-PROGRAM " att" WS-CREDITS-EDIT
              " ern" WS-CREDITS-EDIT-2 " " WS-PACE-EDIT "%"
              " GPA " WS-GPA-EDIT " max" WS-CREDITS-EDIT-3
              " " WS-PRIOR-STATUS "->" WS-NEW-STATUS
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-REASON NOT = SPACES
              MOVE SPACES TO RPT-REC
              STRING "       " WS-REASON
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

           IF WS-NEW-STATUS NOT = 'G'
              MOVE SPACES TO DATA-NOTIFY
              MOVE WS-CUR-BID TO SN-BID
              MOVE WS-CUR-NAME TO SN-NAME
              MOVE WS-NEW-STATUS TO SN-STATUS
              MOVE WS-TERM TO SN-TERM
              MOVE WS-REASON TO SN-REASON
              WRITE DATA-NOTIFY
           END-IF.

      * block an ineligible student's awards for other terms; lift
      * the block once the student is back in good standing or on
      * warning
       CHECK-AWARD.
           MOVE ZEROES TO WS-EVL-FOUND-SUB.
           PERFORM VARYING WS-EVL-SUB FROM 1 BY 1
              UNTIL WS-EVL-SUB > WS-EVL-TABLE-COUNT
              IF WS-EVL-BID(WS-EVL-SUB) = AID-BID
                 MOVE WS-EVL-SUB TO WS-EVL-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-EVL-FOUND-SUB NOT = ZEROES
              IF WS-EVL-STATUS(WS-EVL-FOUND-SUB) = 'I'
                 IF AID-TERM NOT = WS-TERM AND AID-BLOCK NOT = 'S'
                    MOVE 'S' TO AID-BLOCK
                    ADD 1 TO WS-BLOCK-COUNT
                 END-IF
              ELSE
                 IF AID-BLOCK = 'S'
                    MOVE SPACE TO AID-BLOCK
                    ADD 1 TO WS-RELEASE-COUNT
                 END-IF
              END-IF
           END-IF.
