       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRPT.

      * position control vacancy and overfill report. every position
      * on POSMAST is matched to the active employees on EMPMAST who
      * hold it, and each position is shown as vacant, partly open,
      * filled, overfilled or unfunded with its budgeted salary next
      * to the actual salary of the people in it. ESAL on the EDATA
      * pay feed is a period salary, or an hourly rate for hourly
      * staff, so it is annualized before it is set against the
      * annual budget - by the pay frequency of the current PERCAL
      * period for salaried staff, and by a full-time year of hours
      * for hourly. positions are grouped by department with
      * authorized FTE, authorized/filled/open position counts and
      * budget against actual per department. active employees with
      * no position, or a position not on the master, are listed
      * under their EMP-DEPT as unbudgeted heads.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSFILE ASSIGN TO POSMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSFILE-STATUS.
           SELECT EMPFILE ASSIGN TO EMPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT EDATA ASSIGN TO INPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EDATA-STATUS.
           SELECT CALFILE ASSIGN TO PERCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CALFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POSFILE.
       01 DATA-POS.
           05 POS-NUM PIC X(8).
           05 POS-DEPT PIC X(10).
           05 POS-EPOS PIC X(10).
           05 POS-AUTH-FTE PIC 9V99.
           05 POS-BUDGET-SAL PIC 9(7)V99.
           05 POS-BLANKS PIC X(40).

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
           05 EMP-POSN PIC X(8).
           05 EMP-ADDR-BLANKS PIC X(10).

       FD EDATA.
       01 FD-EDATA.
           05 EID PIC X(11).
           05 EPOS PIC X(10).
           05 ESAL PIC 9(7)V99.
           05 ETYPE PIC X(1).
           05 ECOMP PIC X(2).
           05 BLK PIC A(47).

       FD CALFILE.
       01 DATA-CAL.
           05 CAL-PERIOD-ID PIC X(6).
           05 CAL-START-DATE PIC X(10).
           05 CAL-END-DATE PIC X(10).
           05 CAL-CHECK-DATE PIC X(10).
           05 CAL-STATUS PIC X(1).
           05 CAL-FREQ PIC X(1).
           05 CAL-BLANKS PIC X(42).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POSFILE-STATUS PIC XX.
       01 WS-EMPFILE-STATUS PIC XX.
       01 WS-EDATA-STATUS PIC XX.
       01 WS-CALFILE-STATUS PIC XX.

      * annualizing the pay feed - the current period is the earliest
      * one on the calendar not yet closed
       01 WS-CUR-PERIOD-ID PIC X(6) VALUE SPACES.
       01 WS-CUR-START-DATE PIC X(10) VALUE SPACES.
       01 WS-CUR-END-DATE PIC X(10) VALUE SPACES.
       01 WS-PAY-FREQ PIC X(1) VALUE SPACE.
       01 WS-PERIODS-PER-YEAR PIC 9(3) VALUE 26.
       01 WS-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01 WS-DATE-NUM PIC 9(8).
       01 WS-START-INT PIC 9(7).
       01 WS-END-INT PIC 9(7).
       01 WS-PERIOD-DAYS PIC 9(5).

       01 WS-SAL-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SAL-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-SAL-TABLE.
           05 WS-SAL-ENTRY OCCURS 1000 TIMES.
               10 WS-SAL-EID PIC X(11).
               10 WS-SAL-AMT PIC 9(7)V99.
       01 WS-SAL-SUB PIC 9(4).
       01 WS-EMP-SAL PIC 9(7)V99.

       01 WS-POS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-POS-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 1000 TIMES.
               10 WS-POS-NUM PIC X(8).
               10 WS-POS-DEPT PIC X(10).
               10 WS-POS-EPOS PIC X(10).
               10 WS-POS-AUTH-FTE PIC 9V99.
               10 WS-POS-BUDGET-SAL PIC 9(7)V99.
               10 WS-POS-CAPACITY PIC 9(2).
               10 WS-POS-FILLED PIC 9(4).
               10 WS-POS-ACTUAL-SAL PIC 9(9)V99.
       01 WS-POS-SUB PIC 9(4).
       01 WS-POS-FOUND-SUB PIC 9(4).

      * active employees whose position is blank or unknown
       01 WS-UNB-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-UNB-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-UNB-TABLE.
           05 WS-UNB-ENTRY OCCURS 1000 TIMES.
               10 WS-UNB-EID PIC X(11).
               10 WS-UNB-DEPT PIC X(10).
               10 WS-UNB-POSN PIC X(8).
               10 WS-UNB-SAL PIC 9(7)V99.
       01 WS-UNB-SUB PIC 9(4).

       01 WS-DEPT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-DEPT-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
               10 WS-DEPT-NAME PIC X(10).
               10 WS-DEPT-FTE PIC 9(5)V99.
               10 WS-DEPT-AUTH PIC 9(4).
               10 WS-DEPT-FILLED PIC 9(4).
               10 WS-DEPT-OPEN PIC 9(4).
               10 WS-DEPT-OVER PIC 9(4).
               10 WS-DEPT-UNB PIC 9(4).
               10 WS-DEPT-BUDGET PIC 9(11)V99.
               10 WS-DEPT-ACTUAL PIC 9(11)V99.
       01 WS-DEPT-SUB PIC 9(4).
       01 WS-DEPT-FOUND-SUB PIC 9(4).
       01 WS-DEPT-SEARCH PIC X(10).

       01 WS-TOT-FTE PIC 9(5)V99 VALUE ZEROES.
       01 WS-TOT-AUTH PIC 9(4) VALUE ZEROES.
       01 WS-TOT-FILLED PIC 9(4) VALUE ZEROES.
       01 WS-TOT-OPEN PIC 9(4) VALUE ZEROES.
       01 WS-TOT-OVER PIC 9(4) VALUE ZEROES.
       01 WS-TOT-UNB PIC 9(4) VALUE ZEROES.
       01 WS-TOT-BUDGET PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-ACTUAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-VARIANCE PIC S9(11)V99 VALUE ZEROES.

       01 WS-POS-STATUS PIC X(10).
       01 WS-FTE-EDIT PIC Z9.99.
       01 WS-DEPT-FTE-EDIT PIC ZZ,ZZ9.99.
       01 WS-HEADS-EDIT PIC ZZ9.
       01 WS-COUNT-EDIT PIC Z,ZZ9.
       01 WS-COUNT2-EDIT PIC Z,ZZ9.
       01 WS-COUNT3-EDIT PIC Z,ZZ9.
       01 WS-COUNT4-EDIT PIC Z,ZZ9.
       01 WS-BUDGET-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-ACTUAL-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL2-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-VARIANCE-EDIT PIC --,---,---,--9.99.

       PROCEDURE DIVISION.
           OPEN INPUT POSFILE.
           IF WS-POSFILE-STATUS = "35"
              DISPLAY "No position master found - nothing to report."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-POSFILE-STATUS = "10"
              READ POSFILE
                 AT END MOVE "10" TO WS-POSFILE-STATUS
                 NOT AT END
                    IF WS-POS-TABLE-COUNT = WS-POS-TABLE-COUNT-MAX
                       DISPLAY "POSMAST has more positions than "
                          "POSRPT can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE POSFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-POS-TABLE-COUNT
                    MOVE POS-NUM TO WS-POS-NUM(WS-POS-TABLE-COUNT)
                    MOVE POS-DEPT TO WS-POS-DEPT(WS-POS-TABLE-COUNT)
                    MOVE POS-EPOS TO WS-POS-EPOS(WS-POS-TABLE-COUNT)
                    MOVE POS-AUTH-FTE TO
                       WS-POS-AUTH-FTE(WS-POS-TABLE-COUNT)
                    MOVE POS-BUDGET-SAL TO
                       WS-POS-BUDGET-SAL(WS-POS-TABLE-COUNT)
                    COMPUTE WS-POS-CAPACITY(WS-POS-TABLE-COUNT) =
                       POS-AUTH-FTE + 0.99
                    MOVE ZEROES TO WS-POS-FILLED(WS-POS-TABLE-COUNT)
                       WS-POS-ACTUAL-SAL(WS-POS-TABLE-COUNT)
                    MOVE POS-DEPT TO WS-DEPT-SEARCH
                    PERFORM FIND-DEPT
              END-READ
           END-PERFORM.
           CLOSE POSFILE.

      * the pay frequency comes from the current period - its
      * frequency code when one is set, otherwise the length of the
      * period - the same way SALPROC sets it; biweekly without a
      * calendar
           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS = "35"
              DISPLAY "No pay-period calendar found - salaried pay "
                 "annualized as biweekly."
           ELSE
              PERFORM UNTIL WS-CALFILE-STATUS = "10"
                 READ CALFILE
                    AT END MOVE "10" TO WS-CALFILE-STATUS
                    NOT AT END
                       IF CAL-STATUS NOT = 'C'
                          IF WS-CUR-PERIOD-ID = SPACES OR
                             CAL-PERIOD-ID < WS-CUR-PERIOD-ID
                             MOVE CAL-PERIOD-ID TO WS-CUR-PERIOD-ID
                             MOVE CAL-START-DATE TO WS-CUR-START-DATE
                             MOVE CAL-END-DATE TO WS-CUR-END-DATE
                             MOVE CAL-FREQ TO WS-PAY-FREQ
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALFILE
              IF WS-CUR-PERIOD-ID NOT = SPACES AND
                 WS-PAY-FREQ = SPACE AND
                 WS-CUR-START-DATE(1:4) IS NUMERIC AND
                 WS-CUR-END-DATE(1:4) IS NUMERIC
                 COMPUTE WS-DATE-NUM =
                    FUNCTION NUMVAL(WS-CUR-START-DATE(1:4)) * 10000 +
                    FUNCTION NUMVAL(WS-CUR-START-DATE(6:2)) * 100 +
                    FUNCTION NUMVAL(WS-CUR-START-DATE(9:2))
                 COMPUTE WS-START-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 COMPUTE WS-DATE-NUM =
                    FUNCTION NUMVAL(WS-CUR-END-DATE(1:4)) * 10000 +
                    FUNCTION NUMVAL(WS-CUR-END-DATE(6:2)) * 100 +
                    FUNCTION NUMVAL(WS-CUR-END-DATE(9:2))
                 COMPUTE WS-END-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1
                 EVALUATE TRUE
                    WHEN WS-PERIOD-DAYS NOT > 7
                       MOVE 'W' TO WS-PAY-FREQ
                    WHEN WS-PERIOD-DAYS NOT > 14
                       MOVE 'B' TO WS-PAY-FREQ
                    WHEN WS-PERIOD-DAYS NOT > 16
                       MOVE 'S' TO WS-PAY-FREQ
                    WHEN OTHER
                       MOVE 'M' TO WS-PAY-FREQ
                 END-EVALUATE
              END-IF
           END-IF.
           EVALUATE WS-PAY-FREQ
              WHEN 'W' MOVE 52 TO WS-PERIODS-PER-YEAR
              WHEN 'S' MOVE 24 TO WS-PERIODS-PER-YEAR
              WHEN 'M' MOVE 12 TO WS-PERIODS-PER-YEAR
              WHEN 'Q' MOVE 4 TO WS-PERIODS-PER-YEAR
              WHEN OTHER
                 MOVE 'B' TO WS-PAY-FREQ
                 MOVE 26 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.

           OPEN INPUT EDATA.
           IF WS-EDATA-STATUS = "35"
              DISPLAY "No pay feed found - actual salary reported as "
                 "zero."
           ELSE
              PERFORM UNTIL WS-EDATA-STATUS = "10"
                 READ EDATA
                    AT END MOVE "10" TO WS-EDATA-STATUS
                    NOT AT END
                       IF WS-SAL-TABLE-COUNT = WS-SAL-TABLE-COUNT-MAX
                          DISPLAY "EDATA has more employees than "
                             "POSRPT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE EDATA
                          STOP RUN
                       END-IF
      * adjustment records carry a backout amount, not a salary
                       IF ESAL IS NUMERIC AND ETYPE NOT = 'A'
                          ADD 1 TO WS-SAL-TABLE-COUNT
                          MOVE EID TO WS-SAL-EID(WS-SAL-TABLE-COUNT)
                          MOVE ESAL TO WS-SAL-AMT(WS-SAL-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EDATA
           END-IF.

           OPEN INPUT EMPFILE.
           IF WS-EMPFILE-STATUS = "35"
              DISPLAY "No employee master found - every position "
                 "reported vacant."
           ELSE
              PERFORM UNTIL WS-EMPFILE-STATUS = "10"
                 READ EMPFILE
                    AT END MOVE "10" TO WS-EMPFILE-STATUS
                    NOT AT END
                       IF EMP-STATUS = 'A'
                          PERFORM PLACE-EMP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPFILE
           END-IF.

      * roll each position up to its department
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
              UNTIL WS-POS-SUB > WS-POS-TABLE-COUNT
              MOVE WS-POS-DEPT(WS-POS-SUB) TO WS-DEPT-SEARCH
              PERFORM FIND-DEPT
              ADD WS-POS-AUTH-FTE(WS-POS-SUB) TO
                 WS-DEPT-FTE(WS-DEPT-FOUND-SUB)
              ADD WS-POS-BUDGET-SAL(WS-POS-SUB) TO
                 WS-DEPT-BUDGET(WS-DEPT-FOUND-SUB)
              ADD WS-POS-ACTUAL-SAL(WS-POS-SUB) TO
                 WS-DEPT-ACTUAL(WS-DEPT-FOUND-SUB)
              IF WS-POS-AUTH-FTE(WS-POS-SUB) = ZEROES OR
                 WS-POS-BUDGET-SAL(WS-POS-SUB) = ZEROES
                 IF WS-POS-FILLED(WS-POS-SUB) > ZEROES
                    ADD 1 TO WS-DEPT-OVER(WS-DEPT-FOUND-SUB)
                 END-IF
              ELSE
                 ADD 1 TO WS-DEPT-AUTH(WS-DEPT-FOUND-SUB)
                 IF WS-POS-FILLED(WS-POS-SUB) <
                    WS-POS-CAPACITY(WS-POS-SUB)
                    ADD 1 TO WS-DEPT-OPEN(WS-DEPT-FOUND-SUB)
                 ELSE
                    ADD 1 TO WS-DEPT-FILLED(WS-DEPT-FOUND-SUB)
                 END-IF
                 IF WS-POS-FILLED(WS-POS-SUB) >
                    WS-POS-CAPACITY(WS-POS-SUB)
                    ADD 1 TO WS-DEPT-OVER(WS-DEPT-FOUND-SUB)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-UNB-SUB FROM 1 BY 1
              UNTIL WS-UNB-SUB > WS-UNB-TABLE-COUNT
              MOVE WS-UNB-DEPT(WS-UNB-SUB) TO WS-DEPT-SEARCH
              PERFORM FIND-DEPT
              ADD 1 TO WS-DEPT-UNB(WS-DEPT-FOUND-SUB)
              ADD WS-UNB-SAL(WS-UNB-SUB) TO
                 WS-DEPT-ACTUAL(WS-DEPT-FOUND-SUB)
           END-PERFORM.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "POSITION CONTROL VACANCY AND OVERFILL REPORT"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-TABLE-COUNT
              PERFORM WRITE-DEPT
           END-PERFORM.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOT-FTE TO WS-DEPT-FTE-EDIT.
           MOVE WS-TOT-AUTH TO WS-COUNT-EDIT.
           MOVE WS-TOT-FILLED TO WS-COUNT2-EDIT.
           MOVE WS-TOT-OPEN TO WS-COUNT3-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "ALL DEPARTMENTS  auth FTE " WS-DEPT-FTE-EDIT
              "  positions " WS-COUNT-EDIT
              "  filled " WS-COUNT2-EDIT
              "  open " WS-COUNT3-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOT-OVER TO WS-COUNT-EDIT.
           MOVE WS-TOT-UNB TO WS-COUNT2-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  overfilled/unfunded positions " WS-COUNT-EDIT
              "  unbudgeted heads " WS-COUNT2-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOT-BUDGET TO WS-TOTAL-EDIT.
           MOVE WS-TOT-ACTUAL TO WS-TOTAL2-EDIT.
           COMPUTE WS-VARIANCE = WS-TOT-BUDGET - WS-TOT-ACTUAL.
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  budget " WS-TOTAL-EDIT
              "  actual " WS-TOTAL2-EDIT
              "  under/(over) " WS-VARIANCE-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           MOVE WS-TOT-OPEN TO WS-COUNT-EDIT.
           MOVE WS-TOT-OVER TO WS-COUNT2-EDIT.
           MOVE WS-TOT-UNB TO WS-COUNT3-EDIT.
           DISPLAY "POSRPT open positions " WS-COUNT-EDIT
              ", overfilled/unfunded " WS-COUNT2-EDIT
              ", unbudgeted heads " WS-COUNT3-EDIT.

           STOP RUN.

      * charge one active employee (and their annualized pay) to
      * the position they hold, or to the unbudgeted list
       PLACE-EMP.
           MOVE ZEROES TO WS-EMP-SAL.
           PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
              UNTIL WS-SAL-SUB > WS-SAL-TABLE-COUNT
              IF WS-SAL-EID(WS-SAL-SUB) = EMP-EID
                 MOVE WS-SAL-AMT(WS-SAL-SUB) TO WS-EMP-SAL
              END-IF
           END-PERFORM.
           IF EMP-PAY-TYPE = 'H'
              COMPUTE WS-EMP-SAL = WS-EMP-SAL * WS-ANNUAL-HOURS
           ELSE
              COMPUTE WS-EMP-SAL = WS-EMP-SAL * WS-PERIODS-PER-YEAR
           END-IF.
           MOVE ZEROES TO WS-POS-FOUND-SUB.
           IF EMP-POSN NOT = SPACES
              PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                 UNTIL WS-POS-SUB > WS-POS-TABLE-COUNT
                 IF WS-POS-NUM(WS-POS-SUB) = EMP-POSN
                    MOVE WS-POS-SUB TO WS-POS-FOUND-SUB
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-POS-FOUND-SUB NOT = ZEROES
              ADD 1 TO WS-POS-FILLED(WS-POS-FOUND-SUB)
              ADD WS-EMP-SAL TO WS-POS-ACTUAL-SAL(WS-POS-FOUND-SUB)
           ELSE
              IF WS-UNB-TABLE-COUNT = WS-UNB-TABLE-COUNT-MAX
                 DISPLAY "EMPMAST has more unbudgeted employees "
                    "than POSRPT can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE EMPFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-UNB-TABLE-COUNT
              MOVE EMP-EID TO WS-UNB-EID(WS-UNB-TABLE-COUNT)
              MOVE EMP-DEPT TO WS-UNB-DEPT(WS-UNB-TABLE-COUNT)
              MOVE EMP-POSN TO WS-UNB-POSN(WS-UNB-TABLE-COUNT)
              MOVE WS-EMP-SAL TO WS-UNB-SAL(WS-UNB-TABLE-COUNT)
           END-IF.

      * departments are reported in the order they are first seen,
      * so POSMAST kept in department order gives a sorted report
       FIND-DEPT.
           MOVE ZEROES TO WS-DEPT-FOUND-SUB.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-TABLE-COUNT
              IF WS-DEPT-NAME(WS-DEPT-SUB) = WS-DEPT-SEARCH
                 MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND-SUB = ZEROES
              IF WS-DEPT-TABLE-COUNT = WS-DEPT-TABLE-COUNT-MAX
                 DISPLAY "More departments than POSRPT can hold - "
                    "aborting run."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-DEPT-TABLE-COUNT
              MOVE WS-DEPT-TABLE-COUNT TO WS-DEPT-FOUND-SUB
              MOVE WS-DEPT-SEARCH TO WS-DEPT-NAME(WS-DEPT-FOUND-SUB)
              MOVE ZEROES TO WS-DEPT-FTE(WS-DEPT-FOUND-SUB)
                 WS-DEPT-AUTH(WS-DEPT-FOUND-SUB)
                 WS-DEPT-FILLED(WS-DEPT-FOUND-SUB)
                 WS-DEPT-OPEN(WS-DEPT-FOUND-SUB)
                 WS-DEPT-OVER(WS-DEPT-FOUND-SUB)
                 WS-DEPT-UNB(WS-DEPT-FOUND-SUB)
                 WS-DEPT-BUDGET(WS-DEPT-FOUND-SUB)
                 WS-DEPT-ACTUAL(WS-DEPT-FOUND-SUB)
           END-IF.

       WRITE-DEPT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "DEPARTMENT " WS-DEPT-NAME(WS-DEPT-SUB)
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  POSITION EPOS         FTE HDS STATUS    "
              "       BUDGET       ACTUAL"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
              UNTIL WS-POS-SUB > WS-POS-TABLE-COUNT
              IF WS-POS-DEPT(WS-POS-SUB) = WS-DEPT-NAME(WS-DEPT-SUB)
                 PERFORM WRITE-POSITION
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-UNB-SUB FROM 1 BY 1
              UNTIL WS-UNB-SUB > WS-UNB-TABLE-COUNT
              IF WS-UNB-DEPT(WS-UNB-SUB) = WS-DEPT-NAME(WS-DEPT-SUB)
                 MOVE WS-UNB-SAL(WS-UNB-SUB) TO WS-ACTUAL-EDIT
                 MOVE SPACES TO RPT-REC
                 IF WS-UNB-POSN(WS-UNB-SUB) = SPACES
                    STRING "  " WS-UNB-EID(WS-UNB-SUB)
                       " holds no position       UNBUDGETED "
                       "             " WS-ACTUAL-EDIT
                       DELIMITED BY SIZE INTO RPT-REC
                 ELSE
                    STRING "  " WS-UNB-EID(WS-UNB-SUB)
                       " position " WS-UNB-POSN(WS-UNB-SUB)
                       " unknown UNBUDGETED "
                       "         " WS-ACTUAL-EDIT
                       DELIMITED BY SIZE INTO RPT-REC
                 END-IF
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
           MOVE WS-DEPT-FTE(WS-DEPT-SUB) TO WS-DEPT-FTE-EDIT.
           MOVE WS-DEPT-AUTH(WS-DEPT-SUB) TO WS-COUNT-EDIT.
           MOVE WS-DEPT-FILLED(WS-DEPT-SUB) TO WS-COUNT2-EDIT.
           MOVE WS-DEPT-OPEN(WS-DEPT-SUB) TO WS-COUNT3-EDIT.
           MOVE WS-DEPT-OVER(WS-DEPT-SUB) TO WS-COUNT4-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  auth FTE " WS-DEPT-FTE-EDIT
              "  positions " WS-COUNT-EDIT
              "  filled " WS-COUNT2-EDIT
              "  open " WS-COUNT3-EDIT
              "  over " WS-COUNT4-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DEPT-BUDGET(WS-DEPT-SUB) TO WS-TOTAL-EDIT.
           MOVE WS-DEPT-ACTUAL(WS-DEPT-SUB) TO WS-TOTAL2-EDIT.
           COMPUTE WS-VARIANCE = WS-DEPT-BUDGET(WS-DEPT-SUB) -
              WS-DEPT-ACTUAL(WS-DEPT-SUB).
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  budget " WS-TOTAL-EDIT
              "  actual " WS-TOTAL2-EDIT
              "  under/(over) " WS-VARIANCE-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           ADD WS-DEPT-FTE(WS-DEPT-SUB) TO WS-TOT-FTE.
           ADD WS-DEPT-AUTH(WS-DEPT-SUB) TO WS-TOT-AUTH.
           ADD WS-DEPT-FILLED(WS-DEPT-SUB) TO WS-TOT-FILLED.
           ADD WS-DEPT-OPEN(WS-DEPT-SUB) TO WS-TOT-OPEN.
           ADD WS-DEPT-OVER(WS-DEPT-SUB) TO WS-TOT-OVER.
           ADD WS-DEPT-UNB(WS-DEPT-SUB) TO WS-TOT-UNB.
           ADD WS-DEPT-BUDGET(WS-DEPT-SUB) TO WS-TOT-BUDGET.
           ADD WS-DEPT-ACTUAL(WS-DEPT-SUB) TO WS-TOT-ACTUAL.

       WRITE-POSITION.
           IF WS-POS-AUTH-FTE(WS-POS-SUB) = ZEROES OR
              WS-POS-BUDGET-SAL(WS-POS-SUB) = ZEROES
              MOVE "UNFUNDED" TO WS-POS-STATUS
           ELSE
           IF WS-POS-FILLED(WS-POS-SUB) = ZEROES
              MOVE "VACANT" TO WS-POS-STATUS
           ELSE
           IF WS-POS-FILLED(WS-POS-SUB) < WS-POS-CAPACITY(WS-POS-SUB)
              MOVE "PART OPEN" TO WS-POS-STATUS
           ELSE
           IF WS-POS-FILLED(WS-POS-SUB) > WS-POS-CAPACITY(WS-POS-SUB)
              MOVE "OVERFILLED" TO WS-POS-STATUS
           ELSE
              MOVE "FILLED" TO WS-POS-STATUS
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE WS-POS-AUTH-FTE(WS-POS-SUB) TO WS-FTE-EDIT.
           MOVE WS-POS-FILLED(WS-POS-SUB) TO WS-HEADS-EDIT.
           MOVE WS-POS-BUDGET-SAL(WS-POS-SUB) TO WS-BUDGET-EDIT.
           MOVE WS-POS-ACTUAL-SAL(WS-POS-SUB) TO WS-ACTUAL-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  " WS-POS-NUM(WS-POS-SUB) " "
              WS-POS-EPOS(WS-POS-SUB) " " WS-FTE-EDIT " "
              WS-HEADS-EDIT " " WS-POS-STATUS " "
              WS-BUDGET-EDIT " " WS-ACTUAL-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
