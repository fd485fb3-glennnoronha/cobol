       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEPROC.

      * time-clock punch processing. raw in/out punches, sorted by
      * EID then date and time, are paired into shifts; a meal break
      * comes off any shift longer than the meal threshold, and the
      * worked time is totalled by day and by timecard. missing
      * punches and overlapping shifts make a timecard incomplete;
      * a card with any punch the supervisor has not approved is
      * unapproved. only complete, approved cards are written to the
      * HOURSIN feed SALPROC and LEAVEPROC read - everything held
      * out, and every day over the daily maximum, is listed on the
      * supervisor exception report by department.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT PUNCHFILE ASSIGN TO PUNCHIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PUNCHFILE-STATUS.
           SELECT EMPFILE ASSIGN TO EMPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT HOURSFILE ASSIGN TO HOURSOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT EXCFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * daily maximum and meal threshold in hours, meal break in
      * minutes; any field left blank keeps the standard value
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-DAILY-MAX PIC 9(2)V99.
           05 PARM-MEAL-AFTER PIC 9(2)V99.
           05 PARM-MEAL-MINUTES PIC 9(3).
           05 PARM-BLANKS PIC X(69).

      * punch type is I (in) or O (out); time is HHMM on a 24-hour
      * clock. approved is 'Y' once the supervisor signs the card
       FD PUNCHFILE.
       01 DATA-PUNCH.
           05 PCH-EID PIC X(11).
           05 PCH-DATE PIC X(10).
           05 PCH-TIME PIC 9(4).
           05 PCH-TYPE PIC X(1).
           05 PCH-APPROVED PIC X(1).
           05 PCH-BLANKS PIC X(53).

       FD EMPFILE.
       01 DATA-EMP.
           05 EMP-EID PIC X(11).
           05 EMP-NAME PIC X(25).
           05 EMP-HIRE-DATE PIC X(10).
           05 EMP-STATUS PIC X(1).
           05 EMP-DEPT PIC X(10).
           05 EMP-PAY-TYPE PIC X(1).
           05 EMP-TAX-ID PIC X(9).
           05 EMP-BIRTH-DATE PIC X(10).
           05 EMP-BLANKS PIC X(3).
           05 EMP-ADDR-STREET PIC X(30).
           05 EMP-ADDR-CITY PIC X(20).
           05 EMP-ADDR-STATE PIC X(2).
           05 EMP-ADDR-ZIP PIC X(10).
           05 EMP-ADDR-BLANKS PIC X(18).

       FD HOURSFILE.
       01 DATA-HOURS.
           05 HRS-EID PIC X(11).
           05 HRS-HOURS PIC 9(3)V99.
           05 HRS-BLANKS PIC X(64).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       FD EXCFILE.
       01 EXC-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-PUNCHFILE-STATUS PIC XX.
       01 WS-EMPFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-DAILY-MAX-MIN PIC 9(5) VALUE 960.
       01 WS-MEAL-AFTER-MIN PIC 9(5) VALUE 360.
       01 WS-MEAL-MINUTES PIC 9(3) VALUE 30.

       01 WS-EMP-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EMP-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES.
               10 WS-EMP-EID PIC X(11).
               10 WS-EMP-NAME PIC X(25).
               10 WS-EMP-DEPT PIC X(10).
       01 WS-EMP-SUB PIC 9(4).
       01 WS-EMP-FOUND-SUB PIC 9(4).

      * the current timecard (one EID) being assembled
       01 WS-CARD-EID PIC X(11) VALUE SPACES.
       01 WS-CARD-LAST-EID PIC X(11) VALUE LOW-VALUES.
       01 WS-CARD-DEPT PIC X(10) VALUE SPACES.
       01 WS-CARD-NAME PIC X(25) VALUE SPACES.
       01 WS-CARD-MINUTES PIC 9(7) VALUE ZEROES.
       01 WS-CARD-COMPLETE PIC A VALUE 'Y'.
       01 WS-CARD-APPROVED PIC A VALUE 'Y'.
       01 WS-IN-PENDING PIC A VALUE 'N'.
       01 WS-IN-DATE PIC X(10) VALUE SPACES.
       01 WS-IN-STAMP PIC 9(11) VALUE ZEROES.
       01 WS-LAST-OUT-STAMP PIC 9(11) VALUE ZEROES.
       01 WS-DAY-DATE PIC X(10) VALUE SPACES.
       01 WS-DAY-MINUTES PIC 9(5) VALUE ZEROES.
       01 WS-PUNCH-STAMP PIC 9(11) VALUE ZEROES.
       01 WS-PUNCH-DATE-NUM PIC 9(8) VALUE ZEROES.
       01 WS-PUNCH-HH PIC 9(2) VALUE ZEROES.
       01 WS-PUNCH-MI PIC 9(2) VALUE ZEROES.
       01 WS-SHIFT-MINUTES PIC S9(7) VALUE ZEROES.
       01 WS-CARD-HOURS PIC 9(5)V99 VALUE ZEROES.
       01 WS-EXC-DATE PIC X(10) VALUE SPACES.
       01 WS-EXC-REASON PIC X(30) VALUE SPACES.

      * supervisor exceptions are held until the end of the run and
      * printed grouped by department
       01 WS-EXC-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EXC-TABLE-COUNT-MAX PIC 9(4) VALUE 3000.
       01 WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 3000 TIMES.
               10 WS-EXC-DEPT PIC X(10).
               10 WS-EXC-EID PIC X(11).
               10 WS-EXC-NAME PIC X(25).
               10 WS-EXC-DAY PIC X(10).
               10 WS-EXC-TEXT PIC X(30).
               10 WS-EXC-DONE PIC A.
       01 WS-EXC-SUB PIC 9(4).
       01 WS-EXC-SUB2 PIC 9(4).
       01 WS-EXC-OVERFLOW PIC 9(6) VALUE ZEROES.

       01 WS-PUNCH-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CARD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-WRITE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-OVERMAX-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TOTAL-HOURS PIC 9(9)V99 VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-3 PIC ZZZ,ZZ9.
       01 WS-HOURS-EDIT PIC ZZ,ZZ9.99.
       01 WS-TOTAL-HOURS-EDIT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00"
                 IF PARM-DAILY-MAX IS NUMERIC AND
                    PARM-DAILY-MAX > ZERO
                    COMPUTE WS-DAILY-MAX-MIN = PARM-DAILY-MAX * 60
                 END-IF
                 IF PARM-MEAL-AFTER IS NUMERIC AND
                    PARM-MEAL-AFTER > ZERO
                    COMPUTE WS-MEAL-AFTER-MIN = PARM-MEAL-AFTER * 60
                 END-IF
                 IF PARM-MEAL-MINUTES IS NUMERIC
                    MOVE PARM-MEAL-MINUTES TO WS-MEAL-MINUTES
                 END-IF
              END-IF
              CLOSE PARMFILE
           END-IF.

      * with no punch file the hand-keyed HOURSIN is left alone
           OPEN INPUT PUNCHFILE.
           IF WS-PUNCHFILE-STATUS NOT = "00"
              DISPLAY "No time-clock punch file found - HOURSIN left "
                 "as staged."
              STOP RUN
           END-IF.

           OPEN INPUT EMPFILE.
           IF WS-EMPFILE-STATUS = "35"
              DISPLAY "No employee master found - exceptions will "
                 "be reported without a department."
           ELSE
              PERFORM UNTIL WS-EMPFILE-STATUS = "10"
                 READ EMPFILE
                    AT END MOVE "10" TO WS-EMPFILE-STATUS
                    NOT AT END
                       IF WS-EMP-TABLE-COUNT = WS-EMP-TABLE-COUNT-MAX
                          DISPLAY "EMPMAST has more employees than "
                             "TIMEPROC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE EMPFILE PUNCHFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-EMP-TABLE-COUNT
                       MOVE EMP-EID TO WS-EMP-EID(WS-EMP-TABLE-COUNT)
                       MOVE EMP-NAME TO WS-EMP-NAME(WS-EMP-TABLE-COUNT)
                       MOVE EMP-DEPT TO WS-EMP-DEPT(WS-EMP-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EMPFILE
           END-IF.

           OPEN OUTPUT HOURSFILE.
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "TIMECARD HOURS REGISTER" DELIMITED BY SIZE
              INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

           PERFORM UNTIL WS-EOF = 'Y'
              READ PUNCHFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-PUNCH-COUNT
      * punches must arrive grouped by EID - one running backwards
      * would split a timecard in two, so it is held out instead
                    IF PCH-EID < WS-CARD-LAST-EID
                       MOVE PCH-DATE TO WS-EXC-DATE
                       MOVE "Punch out of EID sequence" TO
                          WS-EXC-REASON
                       PERFORM ADD-SEQ-EXCEPTION
                    ELSE
                       IF PCH-EID NOT = WS-CARD-EID
                          IF WS-CARD-EID NOT = SPACES
                             PERFORM CLOSE-CARD
                          END-IF
                          PERFORM OPEN-CARD
                       END-IF
                       PERFORM PROCESS-PUNCH
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CARD-EID NOT = SPACES
              PERFORM CLOSE-CARD
           END-IF.
           CLOSE PUNCHFILE.
           CLOSE HOURSFILE.

           MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-WRITE-COUNT TO WS-COUNT-EDIT-2.
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT-3.
           MOVE WS-TOTAL-HOURS TO WS-TOTAL-HOURS-EDIT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Timecards " WS-COUNT-EDIT
              " released " WS-COUNT-EDIT-2
              " held " WS-COUNT-EDIT-3
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Hours released to payroll " WS-TOTAL-HOURS-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

      * supervisor exception report, one section per department
           OPEN OUTPUT EXCFILE.
           MOVE SPACES TO EXC-REC.
           STRING "SUPERVISOR TIMECARD EXCEPTION REPORT"
              DELIMITED BY SIZE INTO EXC-REC.
           WRITE EXC-REC.
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
              UNTIL WS-EXC-SUB > WS-EXC-TABLE-COUNT
              IF WS-EXC-DONE(WS-EXC-SUB) = 'N'
                 MOVE SPACES TO EXC-REC
                 WRITE EXC-REC
                 MOVE SPACES TO EXC-REC
                 STRING "DEPARTMENT " WS-EXC-DEPT(WS-EXC-SUB)
                    DELIMITED BY SIZE INTO EXC-REC
                 WRITE EXC-REC
                 PERFORM VARYING WS-EXC-SUB2 FROM WS-EXC-SUB BY 1
                    UNTIL WS-EXC-SUB2 > WS-EXC-TABLE-COUNT
                    IF WS-EXC-DEPT(WS-EXC-SUB2) =
                       WS-EXC-DEPT(WS-EXC-SUB) AND
                       WS-EXC-DONE(WS-EXC-SUB2) = 'N'
                       MOVE SPACES TO EXC-REC
                       STRING "  " WS-EXC-EID(WS-EXC-SUB2) " "
                          WS-EXC-NAME(WS-EXC-SUB2)(1:16) " "
                          WS-EXC-DAY(WS-EXC-SUB2) " "
                          WS-EXC-TEXT(WS-EXC-SUB2)
                          DELIMITED BY SIZE INTO EXC-REC
                       WRITE EXC-REC
                       MOVE 'Y' TO WS-EXC-DONE(WS-EXC-SUB2)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF WS-EXC-OVERFLOW NOT = ZEROES
              MOVE WS-EXC-OVERFLOW TO WS-COUNT-EDIT
              MOVE SPACES TO EXC-REC
              STRING "** " WS-COUNT-EDIT " further exception(s) not "
                 "listed - table full"
                 DELIMITED BY SIZE INTO EXC-REC
              WRITE EXC-REC
           END-IF.
           CLOSE EXCFILE.

           DISPLAY "TIMEPROC released " WS-COUNT-EDIT-2
              " timecard(s) to HOURSIN and held " WS-COUNT-EDIT-3 ".".
           STOP RUN.

      * start a new timecard: look up the department for the report
       OPEN-CARD.
           MOVE PCH-EID TO WS-CARD-EID.
           MOVE PCH-EID TO WS-CARD-LAST-EID.
           MOVE ZEROES TO WS-CARD-MINUTES WS-DAY-MINUTES
              WS-LAST-OUT-STAMP.
           MOVE 'Y' TO WS-CARD-COMPLETE.
           MOVE 'Y' TO WS-CARD-APPROVED.
           MOVE 'N' TO WS-IN-PENDING.
           MOVE SPACES TO WS-DAY-DATE.
           MOVE "UNASSIGNED" TO WS-CARD-DEPT.
           MOVE SPACES TO WS-CARD-NAME.
           MOVE ZEROES TO WS-EMP-FOUND-SUB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-TABLE-COUNT
              IF WS-EMP-EID(WS-EMP-SUB) = PCH-EID
                 MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-EMP-FOUND-SUB NOT = ZEROES
              MOVE WS-EMP-NAME(WS-EMP-FOUND-SUB) TO WS-CARD-NAME
              IF WS-EMP-DEPT(WS-EMP-FOUND-SUB) NOT = SPACES
                 MOVE WS-EMP-DEPT(WS-EMP-FOUND-SUB) TO WS-CARD-DEPT
              END-IF
           END-IF.

      * pair one punch. an IN with another IN still open means the
      * earlier shift never punched out; an OUT with nothing open
      * never punched in. a shift that starts before the previous
      * one ended overlaps it. the shift's minutes, less the meal
      * break when it runs past the threshold, go to the day of the
      * IN punch
       PROCESS-PUNCH.
           IF PCH-APPROVED NOT = 'Y'
              MOVE 'N' TO WS-CARD-APPROVED
           END-IF.
           IF PCH-TIME IS NOT NUMERIC OR
              PCH-DATE(1:4) IS NOT NUMERIC OR
              PCH-DATE(6:2) IS NOT NUMERIC OR
              PCH-DATE(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-CARD-COMPLETE
              MOVE PCH-DATE TO WS-EXC-DATE
              MOVE "Punch date/time not valid" TO WS-EXC-REASON
              PERFORM ADD-EXCEPTION
           ELSE
              COMPUTE WS-PUNCH-DATE-NUM =
                 FUNCTION NUMVAL(PCH-DATE(1:4)) * 10000 +
                 FUNCTION NUMVAL(PCH-DATE(6:2)) * 100 +
                 FUNCTION NUMVAL(PCH-DATE(9:2))
              DIVIDE PCH-TIME BY 100 GIVING WS-PUNCH-HH
                 REMAINDER WS-PUNCH-MI
              COMPUTE WS-PUNCH-STAMP =
                 FUNCTION INTEGER-OF-DATE(WS-PUNCH-DATE-NUM) * 1440 +
                 WS-PUNCH-HH * 60 + WS-PUNCH-MI
              EVALUATE PCH-TYPE
                 WHEN 'I'
                    IF WS-IN-PENDING = 'Y'
                       MOVE 'N' TO WS-CARD-COMPLETE
                       MOVE WS-IN-DATE TO WS-EXC-DATE
                       MOVE "Missing OUT punch" TO WS-EXC-REASON
                       PERFORM ADD-EXCEPTION
                    END-IF
                    IF WS-LAST-OUT-STAMP NOT = ZEROES AND
                       WS-PUNCH-STAMP < WS-LAST-OUT-STAMP
                       MOVE 'N' TO WS-CARD-COMPLETE
                       MOVE PCH-DATE TO WS-EXC-DATE
                       MOVE "Overlapping shift" TO WS-EXC-REASON
                       PERFORM ADD-EXCEPTION
                    END-IF
                    MOVE 'Y' TO WS-IN-PENDING
                    MOVE PCH-DATE TO WS-IN-DATE
                    MOVE WS-PUNCH-STAMP TO WS-IN-STAMP
                 WHEN 'O'
                    IF WS-IN-PENDING = 'N'
                       MOVE 'N' TO WS-CARD-COMPLETE
                       MOVE PCH-DATE TO WS-EXC-DATE
                       MOVE "Missing IN punch" TO WS-EXC-REASON
                       PERFORM ADD-EXCEPTION
                    ELSE
                       MOVE 'N' TO WS-IN-PENDING
                       COMPUTE WS-SHIFT-MINUTES =
                          WS-PUNCH-STAMP - WS-IN-STAMP
                       IF WS-SHIFT-MINUTES NOT > ZERO
                          MOVE 'N' TO WS-CARD-COMPLETE
                          MOVE PCH-DATE TO WS-EXC-DATE
                          MOVE "OUT punch not after IN punch" TO
                             WS-EXC-REASON
                          PERFORM ADD-EXCEPTION
                       ELSE
                          IF WS-SHIFT-MINUTES > WS-MEAL-AFTER-MIN
                             SUBTRACT WS-MEAL-MINUTES FROM
                                WS-SHIFT-MINUTES
                          END-IF
                          IF WS-IN-DATE NOT = WS-DAY-DATE
                             PERFORM CLOSE-DAY
                             MOVE WS-IN-DATE TO WS-DAY-DATE
                          END-IF
                          ADD WS-SHIFT-MINUTES TO WS-DAY-MINUTES
                          ADD WS-SHIFT-MINUTES TO WS-CARD-MINUTES
                          MOVE WS-PUNCH-STAMP TO WS-LAST-OUT-STAMP
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 'N' TO WS-CARD-COMPLETE
                    MOVE PCH-DATE TO WS-EXC-DATE
                    MOVE "Unknown punch type" TO WS-EXC-REASON
                    PERFORM ADD-EXCEPTION
              END-EVALUATE
           END-IF.

      * a day over the daily maximum is flagged for the supervisor
      * but does not hold the card - the hours were worked
       CLOSE-DAY.
           IF WS-DAY-DATE NOT = SPACES AND
              WS-DAY-MINUTES > WS-DAILY-MAX-MIN
              ADD 1 TO WS-OVERMAX-COUNT
              MOVE WS-DAY-DATE TO WS-EXC-DATE
              MOVE "Day over daily maximum" TO WS-EXC-REASON
              PERFORM ADD-EXCEPTION
           END-IF.
           MOVE ZEROES TO WS-DAY-MINUTES.

      * finish a timecard: release it to HOURSIN only when every
      * punch pairs up and the card is approved
       CLOSE-CARD.
           PERFORM CLOSE-DAY.
           IF WS-IN-PENDING = 'Y'
              MOVE 'N' TO WS-CARD-COMPLETE
              MOVE WS-IN-DATE TO WS-EXC-DATE
              MOVE "Missing OUT punch" TO WS-EXC-REASON
              PERFORM ADD-EXCEPTION
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           COMPUTE WS-CARD-HOURS ROUNDED = WS-CARD-MINUTES / 60.
           MOVE WS-CARD-HOURS TO WS-HOURS-EDIT.
           IF WS-CARD-COMPLETE = 'Y' AND WS-CARD-APPROVED = 'Y'
              IF WS-CARD-HOURS > 999.99
                 MOVE 999.99 TO WS-CARD-HOURS
              END-IF
              MOVE SPACES TO DATA-HOURS
              MOVE WS-CARD-EID TO HRS-EID
              MOVE WS-CARD-HOURS TO HRS-HOURS
              WRITE DATA-HOURS
              ADD 1 TO WS-WRITE-COUNT
              ADD WS-CARD-HOURS TO WS-TOTAL-HOURS
              MOVE SPACES TO RPT-REC
              STRING "  " WS-CARD-EID " " WS-CARD-NAME " "
                 WS-HOURS-EDIT " released"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              ADD 1 TO WS-HELD-COUNT
              MOVE SPACES TO WS-EXC-DATE
              IF WS-CARD-COMPLETE NOT = 'Y'
                 MOVE "Timecard HELD - incomplete" TO WS-EXC-REASON
              ELSE
                 MOVE "Timecard HELD - not approved" TO WS-EXC-REASON
              END-IF
              PERFORM ADD-EXCEPTION
              MOVE SPACES TO RPT-REC
              STRING "  " WS-CARD-EID " " WS-CARD-NAME " "
                 WS-HOURS-EDIT " HELD"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

       ADD-EXCEPTION.
           IF WS-EXC-TABLE-COUNT = WS-EXC-TABLE-COUNT-MAX
              ADD 1 TO WS-EXC-OVERFLOW
           ELSE
              ADD 1 TO WS-EXC-TABLE-COUNT
              MOVE WS-CARD-DEPT TO WS-EXC-DEPT(WS-EXC-TABLE-COUNT)
              MOVE WS-CARD-EID TO WS-EXC-EID(WS-EXC-TABLE-COUNT)
              MOVE WS-CARD-NAME TO WS-EXC-NAME(WS-EXC-TABLE-COUNT)
              MOVE WS-EXC-DATE TO WS-EXC-DAY(WS-EXC-TABLE-COUNT)
              MOVE WS-EXC-REASON TO WS-EXC-TEXT(WS-EXC-TABLE-COUNT)
              MOVE 'N' TO WS-EXC-DONE(WS-EXC-TABLE-COUNT)
           END-IF.

      * a punch out of EID order belongs to no open timecard
       ADD-SEQ-EXCEPTION.
           IF WS-EXC-TABLE-COUNT = WS-EXC-TABLE-COUNT-MAX
              ADD 1 TO WS-EXC-OVERFLOW
           ELSE
              ADD 1 TO WS-EXC-TABLE-COUNT
              MOVE "UNASSIGNED" TO WS-EXC-DEPT(WS-EXC-TABLE-COUNT)
              MOVE PCH-EID TO WS-EXC-EID(WS-EXC-TABLE-COUNT)
              MOVE SPACES TO WS-EXC-NAME(WS-EXC-TABLE-COUNT)
              MOVE WS-EXC-DATE TO WS-EXC-DAY(WS-EXC-TABLE-COUNT)
              MOVE WS-EXC-REASON TO WS-EXC-TEXT(WS-EXC-TABLE-COUNT)
              MOVE 'N' TO WS-EXC-DONE(WS-EXC-TABLE-COUNT)
           END-IF.
