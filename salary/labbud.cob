       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABBUD.

      * departmental labor budget versus actual, run after SALPROC.
      * each payroll run's LABOROUT labor distribution extract is
      * summed by department into salary (gross less overtime),
      * overtime, and employer burden (payroll tax, retirement
      * match, benefits, workers comp) and appended to the LABHIST
      * labor history under the fiscal period (YYYYMM, calendar
      * month of the cycle date) - the same period GLPOST books the
      * payroll journal to. a run already on LABHIST is not added
      * twice. LABBUDG holds the budget by department and fiscal
      * period for the same three pieces. the report shows, for
      * each department, the period and year-to-date actual against
      * budget with dollar and percent variance, the year-end spend
      * projected at the year-to-date run rate, and the annual
      * budget; a department whose year-to-date total is over budget
      * by more than the LBPARM tolerance (default 5 percent) is
      * flagged. LBPARM may also name the period to report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABFILE ASSIGN TO LABIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LABFILE-STATUS.
           SELECT HISTFILE ASSIGN TO LABHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT BUDFILE ASSIGN TO LABBUDG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUDFILE-STATUS.
           SELECT PARMFILE ASSIGN TO LBPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LABFILE.
       01 DATA-LAB.
           05 LAB-EID PIC X(11).
           05 LAB-COMP PIC X(2).
           05 LAB-DEPT PIC X(10).
           05 LAB-PERIOD PIC X(6).
           05 LAB-RUN-SEQ PIC 9(9).
           05 LAB-GROSS PIC 9(7)V99.
           05 LAB-ER-TAX PIC 9(7)V99.
           05 LAB-ER-MATCH PIC 9(7)V99.
           05 LAB-ER-BEN PIC 9(7)V99.
           05 LAB-WC-PREM PIC 9(7)V99.
           05 LAB-OT-PAY PIC 9(7)V99.
           05 LAB-BLANKS PIC X(8).

      * one record per department per payroll run
       FD HISTFILE.
       01 DATA-HIST.
           05 LH-DEPT PIC X(10).
           05 LH-PERIOD PIC X(6).
           05 LH-RUN-SEQ PIC 9(9).
           05 LH-SALARY PIC 9(9)V99.
           05 LH-OT PIC 9(9)V99.
           05 LH-BURDEN PIC 9(9)V99.
           05 LH-POST-DATE PIC X(10).
           05 LH-BLANKS PIC X(12).

       FD BUDFILE.
       01 DATA-BUD.
           05 LB-DEPT PIC X(10).
           05 LB-PERIOD PIC X(6).
           05 LB-SALARY PIC 9(9)V99.
           05 LB-OT PIC 9(9)V99.
           05 LB-BURDEN PIC 9(9)V99.
           05 LB-BLANKS PIC X(31).

       FD PARMFILE.
       01 DATA-PARM.
           05 LBP-PERIOD PIC X(6).
           05 LBP-TOL-PCT PIC 9(3)V99.
           05 LBP-BLANKS PIC X(69).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

       FD RPTFILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LABFILE-STATUS PIC XX.
       01 WS-HISTFILE-STATUS PIC XX.
       01 WS-BUDFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.
       01 WS-BUD-PRESENT PIC A VALUE 'N'.
       01 WS-RUN-APPLIED PIC A VALUE 'N'.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-CYC-PERIOD PIC X(6) VALUE SPACES.
       01 WS-RPT-PERIOD PIC X(6) VALUE SPACES.
       01 WS-RPT-YEAR PIC X(4).
       01 WS-RPT-MONTH PIC 99.
       01 WS-TOL-PCT PIC 9(3)V99 VALUE 5.00.
       01 WS-LAB-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-LAB-COUNT PIC 9(6) VALUE ZEROES.

      * this run's LABOROUT summed by department
       01 WS-NEW-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-NEW-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 200 TIMES.
               10 WS-NEW-DEPT PIC X(10).
               10 WS-NEW-SALARY PIC 9(9)V99.
               10 WS-NEW-OT PIC 9(9)V99.
               10 WS-NEW-BURDEN PIC 9(9)V99.
       01 WS-NEW-SUB PIC 9(4).
       01 WS-NEW-FOUND-SUB PIC 9(4).

      * component 1 salary, 2 overtime, 3 burden, 4 total
       01 WS-DPT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-DPT-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-DPT-TABLE.
           05 WS-DPT-ENTRY OCCURS 200 TIMES.
               10 WS-DPT-NAME PIC X(10).
               10 WS-DPT-CMP OCCURS 4 TIMES.
                   15 WS-DPT-PER-ACT PIC S9(11)V99.
                   15 WS-DPT-PER-BUD PIC S9(11)V99.
                   15 WS-DPT-YTD-ACT PIC S9(11)V99.
                   15 WS-DPT-YTD-BUD PIC S9(11)V99.
                   15 WS-DPT-ANN-BUD PIC S9(11)V99.
       01 WS-DPT-SUB PIC 9(4).
       01 WS-DPT-FOUND-SUB PIC 9(4).
       01 WS-DPT-SEARCH PIC X(10).

       01 WS-GRD-ENTRY.
           05 WS-GRD-NAME PIC X(10).
           05 WS-GRD-CMP OCCURS 4 TIMES.
               10 WS-GRD-PER-ACT PIC S9(11)V99.
               10 WS-GRD-PER-BUD PIC S9(11)V99.
               10 WS-GRD-YTD-ACT PIC S9(11)V99.
               10 WS-GRD-YTD-BUD PIC S9(11)V99.
               10 WS-GRD-ANN-BUD PIC S9(11)V99.

       01 WS-PRT-ENTRY.
           05 WS-PRT-NAME PIC X(10).
           05 WS-PRT-CMP OCCURS 4 TIMES.
               10 WS-PRT-PER-ACT PIC S9(11)V99.
               10 WS-PRT-PER-BUD PIC S9(11)V99.
               10 WS-PRT-YTD-ACT PIC S9(11)V99.
               10 WS-PRT-YTD-BUD PIC S9(11)V99.
               10 WS-PRT-ANN-BUD PIC S9(11)V99.
       01 WS-CMP-SUB PIC 9.

      * one actual or budget amount set being applied
       01 WS-ACC-DEPT PIC X(10).
       01 WS-ACC-PERIOD PIC X(6).
       01 WS-ACC-TYPE PIC X(1).
       01 WS-ACC-AMT PIC S9(11)V99 OCCURS 4 TIMES.

       01 WS-CMP-NAMES.
           05 FILLER PIC X(8) VALUE "SALARY".
           05 FILLER PIC X(8) VALUE "OVERTIME".
           05 FILLER PIC X(8) VALUE "BURDEN".
           05 FILLER PIC X(8) VALUE "TOTAL".
       01 WS-CMP-NAME-TABLE REDEFINES WS-CMP-NAMES.
           05 WS-CMP-NAME PIC X(8) OCCURS 4 TIMES.

       01 WS-PER-VAR PIC S9(11)V99.
       01 WS-YTD-VAR PIC S9(11)V99.
       01 WS-PER-PCT PIC S9(5)V9.
       01 WS-YTD-PCT PIC S9(5)V9.
       01 WS-PROJ PIC S9(11)V99.
       01 WS-FLAG PIC X(10).
       01 WS-FLAG-COUNT PIC 9(4) VALUE ZEROES.

       01 WS-DETAIL-LINE.
           05 WS-DL-DEPT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-CMP PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-PER-ACT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-PER-BUD PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-PER-VAR PIC Z,ZZZ,ZZ9-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-PER-PCT PIC ---9.9.
           05 WS-DL-PER-PCT-X REDEFINES WS-DL-PER-PCT PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-YTD-ACT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-YTD-BUD PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-YTD-VAR PIC Z,ZZZ,ZZ9-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-YTD-PCT PIC ---9.9.
           05 WS-DL-YTD-PCT-X REDEFINES WS-DL-YTD-PCT PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-PROJ PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-ANN-BUD PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-FLAG PIC X(10).

       01 WS-TOL-EDIT PIC ZZ9.99.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           OPEN INPUT CYCFILE.
           IF WS-CYCFILE-STATUS = "00"
              READ CYCFILE
                 AT END CONTINUE
                 NOT AT END MOVE CYC-DATE TO WS-CYCLE-DATE
              END-READ
              CLOSE CYCFILE
           END-IF.
           IF WS-CYCLE-DATE = SPACES
              STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
                 "-" WS-RUN-DATETIME(7:2)
                 DELIMITED BY SIZE INTO WS-CYCLE-DATE
           END-IF.
           STRING WS-CYCLE-DATE(1:4) WS-CYCLE-DATE(6:2)
              DELIMITED BY SIZE INTO WS-CYC-PERIOD.
           MOVE WS-CYC-PERIOD TO WS-RPT-PERIOD.

           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
                 NOT AT END
                    IF LBP-PERIOD IS NUMERIC
                       MOVE LBP-PERIOD TO WS-RPT-PERIOD
                    END-IF
                    IF LBP-TOL-PCT IS NUMERIC
                       MOVE LBP-TOL-PCT TO WS-TOL-PCT
                    END-IF
              END-READ
              CLOSE PARMFILE
           END-IF.
           MOVE WS-RPT-PERIOD(1:4) TO WS-RPT-YEAR.
           MOVE WS-RPT-PERIOD(5:2) TO WS-RPT-MONTH.
           IF WS-RPT-PERIOD IS NOT NUMERIC OR WS-RPT-MONTH < 1 OR
              WS-RPT-MONTH > 12
              DISPLAY "Report period " WS-RPT-PERIOD " is not a "
                 "YYYYMM fiscal period - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT LABFILE.
           IF WS-LABFILE-STATUS = "00"
              PERFORM UNTIL WS-LABFILE-STATUS = "10"
                 READ LABFILE
                    AT END MOVE "10" TO WS-LABFILE-STATUS
                    NOT AT END
                       ADD 1 TO WS-LAB-COUNT
                       MOVE LAB-RUN-SEQ TO WS-LAB-RUN-SEQ
                       PERFORM ADD-LABOR-LINE
                 END-READ
              END-PERFORM
              CLOSE LABFILE
           END-IF.

           OPEN INPUT HISTFILE.
           IF WS-HISTFILE-STATUS = "00"
              PERFORM UNTIL WS-HISTFILE-STATUS = "10"
                 READ HISTFILE
                    AT END MOVE "10" TO WS-HISTFILE-STATUS
                    NOT AT END
                       IF LH-RUN-SEQ = WS-LAB-RUN-SEQ
                          MOVE 'Y' TO WS-RUN-APPLIED
                       END-IF
                       MOVE LH-DEPT TO WS-ACC-DEPT
                       MOVE LH-PERIOD TO WS-ACC-PERIOD
                       MOVE 'A' TO WS-ACC-TYPE
                       MOVE LH-SALARY TO WS-ACC-AMT(1)
                       MOVE LH-OT TO WS-ACC-AMT(2)
                       MOVE LH-BURDEN TO WS-ACC-AMT(3)
                       PERFORM APPLY-AMOUNTS
                 END-READ
              END-PERFORM
              CLOSE HISTFILE
           END-IF.

           IF WS-NEW-TABLE-COUNT > ZEROES AND WS-RUN-APPLIED = 'N'
              OPEN EXTEND HISTFILE
              IF WS-HISTFILE-STATUS = "35"
                 OPEN OUTPUT HISTFILE
              END-IF
              PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                 UNTIL WS-NEW-SUB > WS-NEW-TABLE-COUNT
                 MOVE SPACES TO DATA-HIST
                 MOVE WS-NEW-DEPT(WS-NEW-SUB) TO LH-DEPT
                 MOVE WS-CYC-PERIOD TO LH-PERIOD
                 MOVE WS-LAB-RUN-SEQ TO LH-RUN-SEQ
                 MOVE WS-NEW-SALARY(WS-NEW-SUB) TO LH-SALARY
                 MOVE WS-NEW-OT(WS-NEW-SUB) TO LH-OT
                 MOVE WS-NEW-BURDEN(WS-NEW-SUB) TO LH-BURDEN
                 MOVE WS-CYCLE-DATE TO LH-POST-DATE
                 WRITE DATA-HIST
                 MOVE LH-DEPT TO WS-ACC-DEPT
                 MOVE LH-PERIOD TO WS-ACC-PERIOD
                 MOVE 'A' TO WS-ACC-TYPE
                 MOVE LH-SALARY TO WS-ACC-AMT(1)
                 MOVE LH-OT TO WS-ACC-AMT(2)
                 MOVE LH-BURDEN TO WS-ACC-AMT(3)
                 PERFORM APPLY-AMOUNTS
              END-PERFORM
              CLOSE HISTFILE
           END-IF.

           OPEN INPUT BUDFILE.
           IF WS-BUDFILE-STATUS = "00"
              MOVE 'Y' TO WS-BUD-PRESENT
              PERFORM UNTIL WS-BUDFILE-STATUS = "10"
                 READ BUDFILE
                    AT END MOVE "10" TO WS-BUDFILE-STATUS
                    NOT AT END
                       MOVE LB-DEPT TO WS-ACC-DEPT
                       MOVE LB-PERIOD TO WS-ACC-PERIOD
                       MOVE 'B' TO WS-ACC-TYPE
                       MOVE LB-SALARY TO WS-ACC-AMT(1)
                       MOVE LB-OT TO WS-ACC-AMT(2)
                       MOVE LB-BURDEN TO WS-ACC-AMT(3)
                       PERFORM APPLY-AMOUNTS
                 END-READ
              END-PERFORM
              CLOSE BUDFILE
           ELSE
              DISPLAY "WARNING: no labor budget file - budget "
                 "columns are zero."
           END-IF.

           PERFORM WRITE-REPORT.

           MOVE WS-DPT-TABLE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "LABBUD reported " WS-COUNT-EDIT
              " department(s) for period " WS-RPT-PERIOD.
           STOP RUN.

      * sum one LABOROUT line into its department for this run
       ADD-LABOR-LINE.
           MOVE ZEROES TO WS-NEW-FOUND-SUB.
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
              UNTIL WS-NEW-SUB > WS-NEW-TABLE-COUNT
              IF WS-NEW-DEPT(WS-NEW-SUB) = LAB-DEPT
                 MOVE WS-NEW-SUB TO WS-NEW-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-NEW-FOUND-SUB = ZEROES
              IF WS-NEW-TABLE-COUNT = WS-NEW-TABLE-COUNT-MAX
                 DISPLAY "LABOROUT has more departments than LABBUD "
                    "can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE LABFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-NEW-TABLE-COUNT
              MOVE WS-NEW-TABLE-COUNT TO WS-NEW-FOUND-SUB
              MOVE LAB-DEPT TO WS-NEW-DEPT(WS-NEW-FOUND-SUB)
              MOVE ZEROES TO WS-NEW-SALARY(WS-NEW-FOUND-SUB)
                 WS-NEW-OT(WS-NEW-FOUND-SUB)
                 WS-NEW-BURDEN(WS-NEW-FOUND-SUB)
           END-IF.
           COMPUTE WS-NEW-SALARY(WS-NEW-FOUND-SUB) =
              WS-NEW-SALARY(WS-NEW-FOUND-SUB) + LAB-GROSS -
              LAB-OT-PAY.
           ADD LAB-OT-PAY TO WS-NEW-OT(WS-NEW-FOUND-SUB).
           COMPUTE WS-NEW-BURDEN(WS-NEW-FOUND-SUB) =
              WS-NEW-BURDEN(WS-NEW-FOUND-SUB) + LAB-ER-TAX +
              LAB-ER-MATCH + LAB-ER-BEN + LAB-WC-PREM.

      * apply an actual (A) or budget (B) amount set for one
      * department and period to the report year's columns
       APPLY-AMOUNTS.
           IF WS-ACC-PERIOD(1:4) = WS-RPT-YEAR
              IF WS-ACC-TYPE = 'B' OR
                 WS-ACC-PERIOD NOT > WS-RPT-PERIOD
                 MOVE WS-ACC-DEPT TO WS-DPT-SEARCH
                 PERFORM FIND-DEPT
                 COMPUTE WS-ACC-AMT(4) = WS-ACC-AMT(1) +
                    WS-ACC-AMT(2) + WS-ACC-AMT(3)
                 PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > 4
                    PERFORM APPLY-ONE-AMOUNT
                 END-PERFORM
              END-IF
           END-IF.

       APPLY-ONE-AMOUNT.
           IF WS-ACC-TYPE = 'A'
              ADD WS-ACC-AMT(WS-CMP-SUB) TO
                 WS-DPT-YTD-ACT(WS-DPT-FOUND-SUB, WS-CMP-SUB)
              IF WS-ACC-PERIOD = WS-RPT-PERIOD
                 ADD WS-ACC-AMT(WS-CMP-SUB) TO
                    WS-DPT-PER-ACT(WS-DPT-FOUND-SUB, WS-CMP-SUB)
              END-IF
           ELSE
              ADD WS-ACC-AMT(WS-CMP-SUB) TO
                 WS-DPT-ANN-BUD(WS-DPT-FOUND-SUB, WS-CMP-SUB)
              IF WS-ACC-PERIOD NOT > WS-RPT-PERIOD
                 ADD WS-ACC-AMT(WS-CMP-SUB) TO
                    WS-DPT-YTD-BUD(WS-DPT-FOUND-SUB, WS-CMP-SUB)
              END-IF
              IF WS-ACC-PERIOD = WS-RPT-PERIOD
                 ADD WS-ACC-AMT(WS-CMP-SUB) TO
                    WS-DPT-PER-BUD(WS-DPT-FOUND-SUB, WS-CMP-SUB)
              END-IF
           END-IF.

      * departments are kept in name order so the report prints in
      * order; a new one is slotted in ahead of the first higher name
       FIND-DEPT.
           MOVE ZEROES TO WS-DPT-FOUND-SUB.
           PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
              UNTIL WS-DPT-SUB > WS-DPT-TABLE-COUNT
                 OR WS-DPT-FOUND-SUB NOT = ZEROES
              IF WS-DPT-NAME(WS-DPT-SUB) = WS-DPT-SEARCH
                 MOVE WS-DPT-SUB TO WS-DPT-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-DPT-FOUND-SUB = ZEROES
              IF WS-DPT-TABLE-COUNT = WS-DPT-TABLE-COUNT-MAX
                 DISPLAY "Labor history and budget have more "
                    "departments than LABBUD can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 1 TO WS-DPT-FOUND-SUB
              PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
                 UNTIL WS-DPT-SUB > WS-DPT-TABLE-COUNT
                 IF WS-DPT-NAME(WS-DPT-SUB) < WS-DPT-SEARCH
                    COMPUTE WS-DPT-FOUND-SUB = WS-DPT-SUB + 1
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-DPT-SUB FROM WS-DPT-TABLE-COUNT
                 BY -1 UNTIL WS-DPT-SUB < WS-DPT-FOUND-SUB
                 MOVE WS-DPT-ENTRY(WS-DPT-SUB) TO
                    WS-DPT-ENTRY(WS-DPT-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-DPT-TABLE-COUNT
              MOVE WS-DPT-SEARCH TO WS-DPT-NAME(WS-DPT-FOUND-SUB)
              PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                 UNTIL WS-CMP-SUB > 4
                 MOVE ZEROES TO
                    WS-DPT-PER-ACT(WS-DPT-FOUND-SUB, WS-CMP-SUB)
                    WS-DPT-PER-BUD(WS-DPT-FOUND-SUB, WS-CMP-SUB)
                    WS-DPT-YTD-ACT(WS-DPT-FOUND-SUB, WS-CMP-SUB)
                    WS-DPT-YTD-BUD(WS-DPT-FOUND-SUB, WS-CMP-SUB)
                    WS-DPT-ANN-BUD(WS-DPT-FOUND-SUB, WS-CMP-SUB)
              END-PERFORM
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE WS-TOL-PCT TO WS-TOL-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "DEPARTMENT LABOR BUDGET VERSUS ACTUAL - PERIOD "
              WS-RPT-PERIOD "   TOLERANCE " WS-TOL-EDIT "%"
              "   CYCLE " WS-CYCLE-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-LAB-COUNT > ZEROES
              MOVE SPACES TO RPT-REC
              IF WS-RUN-APPLIED = 'Y'
                 STRING "  payroll run " WS-LAB-RUN-SEQ
                    " already on labor history - not added again"
                    DELIMITED BY SIZE INTO RPT-REC
              ELSE
                 STRING "  payroll run " WS-LAB-RUN-SEQ
                    " added to labor history for period "
                    WS-CYC-PERIOD
                    DELIMITED BY SIZE INTO RPT-REC
              END-IF
              WRITE RPT-REC
           END-IF.
           IF WS-BUD-PRESENT = 'N'
              MOVE SPACES TO RPT-REC
              STRING "  no labor budget file - budget columns are zero"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "                    "
              "--------------- PERIOD ---------------- "
              "------------- YEAR TO DATE ------------ "
              "PROJECTED     ANNUAL"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "DEPT       COMPONENT     ACTUAL     BUDGET "
              "  VARIANCE   VAR%     ACTUAL     BUDGET   VARIANCE "
              "  VAR%   YEAR-END     BUDGET FLAG"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           MOVE SPACES TO WS-GRD-NAME.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1 UNTIL WS-CMP-SUB > 4
              MOVE ZEROES TO WS-GRD-PER-ACT(WS-CMP-SUB)
                 WS-GRD-PER-BUD(WS-CMP-SUB)
                 WS-GRD-YTD-ACT(WS-CMP-SUB)
                 WS-GRD-YTD-BUD(WS-CMP-SUB)
                 WS-GRD-ANN-BUD(WS-CMP-SUB)
           END-PERFORM.
           PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
              UNTIL WS-DPT-SUB > WS-DPT-TABLE-COUNT
              MOVE WS-DPT-ENTRY(WS-DPT-SUB) TO WS-PRT-ENTRY
              PERFORM WRITE-DEPT-BLOCK
              PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                 UNTIL WS-CMP-SUB > 4
                 ADD WS-PRT-PER-ACT(WS-CMP-SUB) TO
                    WS-GRD-PER-ACT(WS-CMP-SUB)
                 ADD WS-PRT-PER-BUD(WS-CMP-SUB) TO
                    WS-GRD-PER-BUD(WS-CMP-SUB)
                 ADD WS-PRT-YTD-ACT(WS-CMP-SUB) TO
                    WS-GRD-YTD-ACT(WS-CMP-SUB)
                 ADD WS-PRT-YTD-BUD(WS-CMP-SUB) TO
                    WS-GRD-YTD-BUD(WS-CMP-SUB)
                 ADD WS-PRT-ANN-BUD(WS-CMP-SUB) TO
                    WS-GRD-ANN-BUD(WS-CMP-SUB)
              END-PERFORM
           END-PERFORM.
           MOVE WS-GRD-ENTRY TO WS-PRT-ENTRY.
           MOVE "ALL DEPTS" TO WS-PRT-NAME.
           PERFORM WRITE-DEPT-BLOCK.
           MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  " WS-COUNT-EDIT " department(s) over budget "
              "tolerance year to date"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

      * four lines per department - salary, overtime, burden and
      * total - with the tolerance test on the total line
       WRITE-DEPT-BLOCK.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1 UNTIL WS-CMP-SUB > 4
              PERFORM WRITE-CMP-LINE
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

       WRITE-CMP-LINE.
           MOVE SPACES TO WS-FLAG.
           IF WS-CMP-SUB = 1
              MOVE WS-PRT-NAME TO WS-DL-DEPT
           ELSE
              MOVE SPACES TO WS-DL-DEPT
           END-IF.
           MOVE WS-CMP-NAME(WS-CMP-SUB) TO WS-DL-CMP.
           COMPUTE WS-PER-VAR = WS-PRT-PER-ACT(WS-CMP-SUB) -
              WS-PRT-PER-BUD(WS-CMP-SUB).
           COMPUTE WS-YTD-VAR = WS-PRT-YTD-ACT(WS-CMP-SUB) -
              WS-PRT-YTD-BUD(WS-CMP-SUB).
           COMPUTE WS-PROJ ROUNDED = WS-PRT-YTD-ACT(WS-CMP-SUB) /
              WS-RPT-MONTH * 12.
           MOVE WS-PRT-PER-ACT(WS-CMP-SUB) TO WS-DL-PER-ACT.
           MOVE WS-PRT-PER-BUD(WS-CMP-SUB) TO WS-DL-PER-BUD.
           MOVE WS-PER-VAR TO WS-DL-PER-VAR.
           IF WS-PRT-PER-BUD(WS-CMP-SUB) = ZEROES
              MOVE "   n/a" TO WS-DL-PER-PCT-X
           ELSE
              COMPUTE WS-PER-PCT ROUNDED = WS-PER-VAR * 100 /
                 WS-PRT-PER-BUD(WS-CMP-SUB)
                 ON SIZE ERROR MOVE 9999.9 TO WS-PER-PCT
              END-COMPUTE
              MOVE WS-PER-PCT TO WS-DL-PER-PCT
           END-IF.
           MOVE WS-PRT-YTD-ACT(WS-CMP-SUB) TO WS-DL-YTD-ACT.
           MOVE WS-PRT-YTD-BUD(WS-CMP-SUB) TO WS-DL-YTD-BUD.
           MOVE WS-YTD-VAR TO WS-DL-YTD-VAR.
           IF WS-PRT-YTD-BUD(WS-CMP-SUB) = ZEROES
              MOVE "   n/a" TO WS-DL-YTD-PCT-X
              IF WS-CMP-SUB = 4 AND WS-PRT-YTD-ACT(WS-CMP-SUB) >
                 ZEROES
                 MOVE "NO BUDGET" TO WS-FLAG
              END-IF
           ELSE
              COMPUTE WS-YTD-PCT ROUNDED = WS-YTD-VAR * 100 /
                 WS-PRT-YTD-BUD(WS-CMP-SUB)
                 ON SIZE ERROR MOVE 9999.9 TO WS-YTD-PCT
              END-COMPUTE
              MOVE WS-YTD-PCT TO WS-DL-YTD-PCT
              IF WS-CMP-SUB = 4 AND WS-YTD-PCT > WS-TOL-PCT
                 MOVE "OVER TOL" TO WS-FLAG
              END-IF
           END-IF.
           IF WS-FLAG NOT = SPACES AND WS-PRT-NAME NOT = "ALL DEPTS"
              ADD 1 TO WS-FLAG-COUNT
           END-IF.
           MOVE WS-PROJ TO WS-DL-PROJ.
           MOVE WS-PRT-ANN-BUD(WS-CMP-SUB) TO WS-DL-ANN-BUD.
           MOVE WS-FLAG TO WS-DL-FLAG.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
