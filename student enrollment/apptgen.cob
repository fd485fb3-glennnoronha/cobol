       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTGEN.

      * registration priority appointments. each active student on
      * the student master is given a registration start date and
      * time for the term. students on the early registration list
      * (honors, athletes, or whatever groups the registrar puts on
      * EARLYIN) go first, then seniors, juniors, sophomores and
      * freshmen; within each group the student with the most
      * credits earned goes first. credits earned come from the
      * completed-course history - passed courses at the catalog's
      * credit hours, transfer credit at its posted hours. starting
      * from the first registration day, students are released in
      * slots of PARM-SLOT-SIZE every PARM-SLOT-MINUTES through the
      * registration day, skipping weekends, and every group starts
      * on a fresh slot. the appointment file is what ENPROC checks
      * an ADD's date and time against; a notification is printed
      * for every student for the registrar to send.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT STUFILE ASSIGN TO STUIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STUFILE-STATUS.
           SELECT HISTFILE ASSIGN TO HISTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT CATFILE ASSIGN TO CATIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT EARLYFILE ASSIGN TO EARLYIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EARLYFILE-STATUS.
           SELECT APPTFILE ASSIGN TO APPTOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT LTRFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-TERM PIC X(4).
           05 PARM-START-DATE PIC X(10).
           05 PARM-DAY-START PIC 9(4).
           05 PARM-DAY-END PIC 9(4).
           05 PARM-SLOT-MINUTES PIC 9(3).
           05 PARM-SLOT-SIZE PIC 9(4).
           05 PARM-BLANKS PIC X(51).

       FD STUFILE.
       01 DATA-STU.
           05 STU-BID PIC 9(6).
           05 STU-NAME PIC X(25).
           05 STU-CLASS PIC X(2).
           05 STU-STATUS PIC X(1).
           05 STU-BLANKS PIC X(46).

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

      * early registration list - one record per student, with the
      * group that earns the early appointment
       FD EARLYFILE.
       01 DATA-EARLY.
           05 EG-BID PIC 9(6).
           05 EG-GROUP PIC X(10).
           05 EG-BLANKS PIC X(64).

       FD APPTFILE.
       01 DATA-APPT.
           05 AP-BID PIC 9(6).
           05 AP-TERM PIC X(4).
           05 AP-DATE PIC X(10).
           05 AP-TIME PIC 9(4).
           05 AP-GROUP PIC X(10).
           05 AP-CLASS PIC X(2).
           05 AP-CREDITS PIC 9(3).
           05 AP-BLANKS PIC X(41).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       FD LTRFILE.
       01 LTR-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-STUFILE-STATUS PIC XX.
       01 WS-HISTFILE-STATUS PIC XX.
       01 WS-CATFILE-STATUS PIC XX.
       01 WS-EARLYFILE-STATUS PIC XX.

       01 WS-TERM PIC X(4) VALUE SPACES.
       01 WS-DAY-START PIC 9(4) VALUE 0800.
       01 WS-DAY-END PIC 9(4) VALUE 1700.
       01 WS-SLOT-MINUTES PIC 9(3) VALUE 30.
       01 WS-SLOT-SIZE PIC 9(4) VALUE 50.

       01 WS-CAT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CAT-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT-SUBJECT PIC A(4).
               10 WS-CAT-NUMBER PIC 9(4).
               10 WS-CAT-CREDITS PIC 9(2).
       01 WS-CAT-SUB PIC 9(4).
       01 WS-CUR-CREDITS PIC 9(2) VALUE ZEROES.

       01 WS-EG-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EG-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-EG-TABLE.
           05 WS-EG-ENTRY OCCURS 500 TIMES.
               10 WS-EG-BID PIC 9(6).
               10 WS-EG-GROUP PIC X(10).
       01 WS-EG-SUB PIC 9(4).

      * one entry per active student; WS-APT-KEY orders the run -
      * priority rank, then credits high to low, then BID
       01 WS-APT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-APT-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-APT-TABLE.
           05 WS-APT-ENTRY OCCURS 2000 TIMES.
               10 WS-APT-KEY.
                   15 WS-APT-RANK PIC 9(1).
                   15 WS-APT-CREDIT-KEY PIC 9(3).
                   15 WS-APT-BID PIC 9(6).
               10 WS-APT-NAME PIC X(25).
               10 WS-APT-CLASS PIC X(2).
               10 WS-APT-GROUP PIC X(10).
               10 WS-APT-CREDITS PIC 9(3).
               10 WS-APT-DATE PIC X(10).
               10 WS-APT-TIME PIC 9(4).
       01 WS-APT-SUB PIC 9(4).
       01 WS-APT-SUB-2 PIC 9(4).
       01 WS-APT-LOW-SUB PIC 9(4).
       01 WS-APT-HOLD PIC X(64).

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM PIC 9(8).
       01 WS-DATE-INT PIC 9(7).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-WEEKDAY PIC 9(1).
       01 WS-SLOT-DATE PIC X(10).
       01 WS-SLOT-MIN PIC 9(4).
       01 WS-DAY-START-MIN PIC 9(4).
       01 WS-DAY-END-MIN PIC 9(4).
       01 WS-SLOT-TIME PIC 9(4).
       01 WS-HOURS PIC 9(2).
       01 WS-MINUTES PIC 9(2).
       01 WS-SLOT-FILLED PIC 9(4).
       01 WS-LAST-RANK PIC 9(1).
       01 WS-GROUP-DESC PIC X(10).

       01 WS-TIME-EDIT.
           05 WS-TIME-HH PIC 9(2).
           05 FILLER PIC X VALUE ":".
           05 WS-TIME-MM PIC 9(2).
       01 WS-CREDIT-EDIT PIC ZZ9.
       01 WS-RANK-TABLE.
           05 WS-RANK-COUNT PIC 9(6) OCCURS 6 TIMES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS NOT = "00"
              DISPLAY "No appointment parameter file found - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMFILE
              AT END
                 DISPLAY "Appointment parameter file is empty - "
                    "aborting run."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE PARM-TERM TO WS-TERM.
           MOVE PARM-START-DATE TO WS-SLOT-DATE.
           IF PARM-DAY-START IS NUMERIC AND PARM-DAY-START > ZERO
              MOVE PARM-DAY-START TO WS-DAY-START
           END-IF.
           IF PARM-DAY-END IS NUMERIC AND PARM-DAY-END > ZERO
              MOVE PARM-DAY-END TO WS-DAY-END
           END-IF.
           IF PARM-SLOT-MINUTES IS NUMERIC AND
              PARM-SLOT-MINUTES > ZERO
              MOVE PARM-SLOT-MINUTES TO WS-SLOT-MINUTES
           END-IF.
           IF PARM-SLOT-SIZE IS NUMERIC AND PARM-SLOT-SIZE > ZERO
              MOVE PARM-SLOT-SIZE TO WS-SLOT-SIZE
           END-IF.
           CLOSE PARMFILE.
           IF WS-TERM = SPACES OR WS-SLOT-DATE = SPACES
              DISPLAY "Term and first registration date are both "
                 "required - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DIVIDE WS-DAY-START BY 100 GIVING WS-HOURS
              REMAINDER WS-MINUTES.
           COMPUTE WS-DAY-START-MIN = WS-HOURS * 60 + WS-MINUTES.
           DIVIDE WS-DAY-END BY 100 GIVING WS-HOURS
              REMAINDER WS-MINUTES.
           COMPUTE WS-DAY-END-MIN = WS-HOURS * 60 + WS-MINUTES.
           IF WS-DAY-END-MIN NOT > WS-DAY-START-MIN
              DISPLAY "Registration day ends before it starts - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2) "-"
              WS-RUN-DATETIME(7:2)
              DELIMITED BY SIZE INTO WS-RUN-DATE.

           OPEN INPUT CATFILE.
           IF WS-CATFILE-STATUS NOT = "00"
              DISPLAY "No catalog feed found - our own courses "
                 "count no credits."
           ELSE
              PERFORM UNTIL WS-CATFILE-STATUS = "10"
                 READ CATFILE
                    AT END MOVE "10" TO WS-CATFILE-STATUS
                    NOT AT END
                       IF WS-CAT-TABLE-COUNT = WS-CAT-TABLE-COUNT-MAX
                          DISPLAY "CATIN has more sections than "
                             "APPTGEN can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE CATFILE
                          STOP RUN
                       END-IF
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
                 END-READ
              END-PERFORM
              CLOSE CATFILE
           END-IF.

           OPEN INPUT EARLYFILE.
           IF WS-EARLYFILE-STATUS = "00"
              PERFORM UNTIL WS-EARLYFILE-STATUS = "10"
                 READ EARLYFILE
                    AT END MOVE "10" TO WS-EARLYFILE-STATUS
                    NOT AT END
                       IF WS-EG-TABLE-COUNT = WS-EG-TABLE-COUNT-MAX
                          DISPLAY "EARLYIN has more students than "
                             "APPTGEN can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE EARLYFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-EG-TABLE-COUNT
                       MOVE EG-BID TO WS-EG-BID(WS-EG-TABLE-COUNT)
                       MOVE EG-GROUP TO
                          WS-EG-GROUP(WS-EG-TABLE-COUNT)
                       IF EG-GROUP = SPACES
                          MOVE "EARLY" TO
                             WS-EG-GROUP(WS-EG-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EARLYFILE
           END-IF.

           OPEN INPUT STUFILE.
           IF WS-STUFILE-STATUS NOT = "00"
              DISPLAY "No student master found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-STUFILE-STATUS = "10"
              READ STUFILE
                 AT END MOVE "10" TO WS-STUFILE-STATUS
                 NOT AT END
                    IF STU-STATUS = 'A'
                       IF WS-APT-TABLE-COUNT = WS-APT-TABLE-COUNT-MAX
                          DISPLAY "STUIN has more students than "
                             "APPTGEN can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE STUFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-APT-TABLE-COUNT
                       MOVE STU-BID TO WS-APT-BID(WS-APT-TABLE-COUNT)
                       MOVE STU-NAME TO
                          WS-APT-NAME(WS-APT-TABLE-COUNT)
                       MOVE STU-CLASS TO
                          WS-APT-CLASS(WS-APT-TABLE-COUNT)
                       MOVE ZEROES TO
                          WS-APT-CREDITS(WS-APT-TABLE-COUNT)
                       PERFORM RANK-STUDENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STUFILE.

           OPEN INPUT HISTFILE.
           IF WS-HISTFILE-STATUS NOT = "00"
              DISPLAY "No completed-course history found - credits "
                 "earned taken as zero."
           ELSE
              PERFORM UNTIL WS-HISTFILE-STATUS = "10"
                 READ HISTFILE
                    AT END MOVE "10" TO WS-HISTFILE-STATUS
                    NOT AT END
                       IF HIST-GRADE(1:1) NOT = 'F' AND
                          HIST-GRADE(1:1) NOT = 'W'
                          PERFORM ADD-EARNED-CREDITS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTFILE
           END-IF.

           PERFORM VARYING WS-APT-SUB FROM 1 BY 1
              UNTIL WS-APT-SUB > WS-APT-TABLE-COUNT
              COMPUTE WS-APT-CREDIT-KEY(WS-APT-SUB) =
                 999 - WS-APT-CREDITS(WS-APT-SUB)
           END-PERFORM.
           PERFORM VARYING WS-APT-SUB FROM 1 BY 1
              UNTIL WS-APT-SUB > WS-APT-TABLE-COUNT
              MOVE WS-APT-SUB TO WS-APT-LOW-SUB
              PERFORM VARYING WS-APT-SUB-2 FROM WS-APT-SUB BY 1
                 UNTIL WS-APT-SUB-2 > WS-APT-TABLE-COUNT
                 IF WS-APT-KEY(WS-APT-SUB-2) <
                    WS-APT-KEY(WS-APT-LOW-SUB)
                    MOVE WS-APT-SUB-2 TO WS-APT-LOW-SUB
                 END-IF
              END-PERFORM
              IF WS-APT-LOW-SUB NOT = WS-APT-SUB
                 MOVE WS-APT-ENTRY(WS-APT-SUB) TO WS-APT-HOLD
                 MOVE WS-APT-ENTRY(WS-APT-LOW-SUB) TO
                    WS-APT-ENTRY(WS-APT-SUB)
                 MOVE WS-APT-HOLD TO WS-APT-ENTRY(WS-APT-LOW-SUB)
              END-IF
           END-PERFORM.

      * the first registration day itself may fall on a weekend
           MOVE WS-DAY-START-MIN TO WS-SLOT-MIN.
           MOVE ZEROES TO WS-SLOT-FILLED.
           PERFORM SKIP-WEEKEND.
           IF WS-APT-TABLE-COUNT > ZERO
              MOVE WS-APT-RANK(1) TO WS-LAST-RANK
           END-IF.
           MOVE ZEROES TO WS-RANK-COUNT(1) WS-RANK-COUNT(2)
              WS-RANK-COUNT(3) WS-RANK-COUNT(4) WS-RANK-COUNT(5)
              WS-RANK-COUNT(6).

           OPEN OUTPUT APPTFILE.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT LTRFILE.
           MOVE SPACES TO RPT-REC.
           STRING "REGISTRATION APPOINTMENTS FOR TERM " WS-TERM
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  STUDENT NAME                      CL CRED GROUP"
              "      DATE       TIME"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-APT-SUB FROM 1 BY 1
              UNTIL WS-APT-SUB > WS-APT-TABLE-COUNT
              PERFORM ASSIGN-APPOINTMENT
           END-PERFORM.
           CLOSE APPTFILE.
           CLOSE LTRFILE.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RANK-COUNT(1) TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Early registration group  " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RANK-COUNT(2) TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Seniors                   " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RANK-COUNT(3) TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Juniors                   " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RANK-COUNT(4) TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Sophomores                " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RANK-COUNT(5) TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Freshmen                  " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RANK-COUNT(6) TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Other class codes         " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           DISPLAY "APPTGEN scheduled " WS-APT-TABLE-COUNT
              " appointment(s) for term " WS-TERM ".".

           STOP RUN.

      * early list first, then class level from senior down
       RANK-STUDENT.
           MOVE SPACES TO WS-APT-GROUP(WS-APT-TABLE-COUNT).
           PERFORM VARYING WS-EG-SUB FROM 1 BY 1
              UNTIL WS-EG-SUB > WS-EG-TABLE-COUNT
              IF WS-EG-BID(WS-EG-SUB) = STU-BID
                 MOVE WS-EG-GROUP(WS-EG-SUB) TO
                    WS-APT-GROUP(WS-APT-TABLE-COUNT)
              END-IF
           END-PERFORM.
           IF WS-APT-GROUP(WS-APT-TABLE-COUNT) NOT = SPACES
              MOVE 1 TO WS-APT-RANK(WS-APT-TABLE-COUNT)
           ELSE
              EVALUATE STU-CLASS
                 WHEN "SR"
                    MOVE 2 TO WS-APT-RANK(WS-APT-TABLE-COUNT)
                    MOVE "SENIOR" TO WS-APT-GROUP(WS-APT-TABLE-COUNT)
                 WHEN "JR"
                    MOVE 3 TO WS-APT-RANK(WS-APT-TABLE-COUNT)
                    MOVE "JUNIOR" TO WS-APT-GROUP(WS-APT-TABLE-COUNT)
                 WHEN "SO"
                    MOVE 4 TO WS-APT-RANK(WS-APT-TABLE-COUNT)
                    MOVE "SOPHOMORE" TO
                       WS-APT-GROUP(WS-APT-TABLE-COUNT)
                 WHEN "FR"
                    MOVE 5 TO WS-APT-RANK(WS-APT-TABLE-COUNT)
                    MOVE "FRESHMAN" TO
                       WS-APT-GROUP(WS-APT-TABLE-COUNT)
                 WHEN OTHER
                    MOVE 6 TO WS-APT-RANK(WS-APT-TABLE-COUNT)
                    MOVE "OTHER" TO WS-APT-GROUP(WS-APT-TABLE-COUNT)
              END-EVALUATE
           END-IF.

       ADD-EARNED-CREDITS.
           MOVE ZEROES TO WS-CUR-CREDITS.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT
              IF WS-CAT-SUBJECT(WS-CAT-SUB) = HIST-SUBJECT AND
                 WS-CAT-NUMBER(WS-CAT-SUB) = HIST-NUMBER
                 MOVE WS-CAT-CREDITS(WS-CAT-SUB) TO WS-CUR-CREDITS
              END-IF
           END-PERFORM.
           IF HIST-CREDITS IS NUMERIC AND HIST-CREDITS > ZERO
              MOVE HIST-CREDITS TO WS-CUR-CREDITS
           END-IF.
           IF WS-CUR-CREDITS > ZERO
              PERFORM VARYING WS-APT-SUB FROM 1 BY 1
                 UNTIL WS-APT-SUB > WS-APT-TABLE-COUNT
                 IF WS-APT-BID(WS-APT-SUB) = HIST-BID AND
                    WS-APT-CREDITS(WS-APT-SUB) < 900
                    ADD WS-CUR-CREDITS TO WS-APT-CREDITS(WS-APT-SUB)
                 END-IF
              END-PERFORM
           END-IF.

       ASSIGN-APPOINTMENT.
      * a full slot, or the first student of the next group, moves
      * on to the next slot
           IF WS-SLOT-FILLED NOT < WS-SLOT-SIZE OR
              (WS-APT-RANK(WS-APT-SUB) NOT = WS-LAST-RANK AND
               WS-SLOT-FILLED > ZERO)
              PERFORM NEXT-SLOT
           END-IF.
           MOVE WS-APT-RANK(WS-APT-SUB) TO WS-LAST-RANK.
           ADD 1 TO WS-SLOT-FILLED.
           ADD 1 TO WS-RANK-COUNT(WS-APT-RANK(WS-APT-SUB)).
           DIVIDE WS-SLOT-MIN BY 60 GIVING WS-HOURS
              REMAINDER WS-MINUTES.
           COMPUTE WS-SLOT-TIME = WS-HOURS * 100 + WS-MINUTES.
           MOVE WS-SLOT-DATE TO WS-APT-DATE(WS-APT-SUB).
           MOVE WS-SLOT-TIME TO WS-APT-TIME(WS-APT-SUB).

           MOVE SPACES TO DATA-APPT.
           MOVE WS-APT-BID(WS-APT-SUB) TO AP-BID.
           MOVE WS-TERM TO AP-TERM.
           MOVE WS-SLOT-DATE TO AP-DATE.
           MOVE WS-SLOT-TIME TO AP-TIME.
           MOVE WS-APT-GROUP(WS-APT-SUB) TO AP-GROUP.
           MOVE WS-APT-CLASS(WS-APT-SUB) TO AP-CLASS.
           MOVE WS-APT-CREDITS(WS-APT-SUB) TO AP-CREDITS.
           WRITE DATA-APPT.

           MOVE WS-SLOT-TIME(1:2) TO WS-TIME-HH.
           MOVE WS-SLOT-TIME(3:2) TO WS-TIME-MM.
           MOVE WS-APT-CREDITS(WS-APT-SUB) TO WS-CREDIT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  " WS-APT-BID(WS-APT-SUB) " "
              WS-APT-NAME(WS-APT-SUB) "  "
              WS-APT-CLASS(WS-APT-SUB) " " WS-CREDIT-EDIT "  "
              WS-APT-GROUP(WS-APT-SUB) " " WS-SLOT-DATE " "
              WS-TIME-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           MOVE SPACES TO LTR-REC.
           STRING "REGISTRATION APPOINTMENT" "          DATE "
              WS-RUN-DATE
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           STRING "  TO: " WS-APT-NAME(WS-APT-SUB) "  STUDENT "
              WS-APT-BID(WS-APT-SUB)
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           STRING "  YOUR REGISTRATION FOR TERM " WS-TERM
              " OPENS ON " WS-SLOT-DATE " AT " WS-TIME-EDIT "."
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           STRING "  COURSE ADDS ARE NOT ACCEPTED BEFORE THAT TIME."
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           STRING "  PRIORITY GROUP " WS-APT-GROUP(WS-APT-SUB)
              "  CREDITS EARNED " WS-CREDIT-EDIT
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.

       NEXT-SLOT.
           MOVE ZEROES TO WS-SLOT-FILLED.
           ADD WS-SLOT-MINUTES TO WS-SLOT-MIN.
           IF WS-SLOT-MIN NOT < WS-DAY-END-MIN
              MOVE WS-DAY-START-MIN TO WS-SLOT-MIN
              PERFORM NEXT-DAY
           END-IF.

       NEXT-DAY.
           MOVE WS-SLOT-DATE(1:4) TO WS-DATE-WORK(1:4).
           MOVE WS-SLOT-DATE(6:2) TO WS-DATE-WORK(5:2).
           MOVE WS-SLOT-DATE(9:2) TO WS-DATE-WORK(7:2).
           MOVE WS-DATE-WORK TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
              WS-DATE-NUM(7:2)
              DELIMITED BY SIZE INTO WS-SLOT-DATE.
           PERFORM SKIP-WEEKEND.

      * day 1 of the integer calendar is a Monday
       SKIP-WEEKEND.
           MOVE WS-SLOT-DATE(1:4) TO WS-DATE-WORK(1:4).
           MOVE WS-SLOT-DATE(6:2) TO WS-DATE-WORK(5:2).
           MOVE WS-SLOT-DATE(9:2) TO WS-DATE-WORK(7:2).
           MOVE WS-DATE-WORK TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT - 1, 7).
           IF WS-WEEKDAY > 4
              COMPUTE WS-DATE-INT = WS-DATE-INT + 7 - WS-WEEKDAY
              COMPUTE WS-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
                 WS-DATE-NUM(7:2)
                 DELIMITED BY SIZE INTO WS-SLOT-DATE
           END-IF.
