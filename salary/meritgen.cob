       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITGEN.

      * annual merit cycle. every active employee on EDATA with a
      * performance rating gets a raise from the merit matrix - the
      * percentage for the rating in the column for where the
      * current salary sits in the BANDIN band (quartile 1 at the
      * band minimum through quartile 4 at the top). the raise is
      * capped at the band maximum and prorated by months of service
      * for anyone hired after the review cutoff. the raises are
      * written as amount transactions in the RAISEIN layout that
      * RAISEPROC applies, and spend is summarized by department
      * against the approved merit pool (a percentage of each
      * department's eligible salary)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDATA ASSIGN TO INPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EDATA-STATUS.
           SELECT EMPFILE ASSIGN TO EMPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT BANDFILE ASSIGN TO BANDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BANDFILE-STATUS.
           SELECT PERFFILE ASSIGN TO PERFIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PERFFILE-STATUS.
           SELECT MTXFILE ASSIGN TO MERITMTX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MTXFILE-STATUS.
           SELECT MPARMFILE ASSIGN TO MERITPRM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MPARMFILE-STATUS.
           SELECT RAISEFILE ASSIGN TO RAISEIN
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
       FD EDATA.
       01 FD-EDATA.
           05 EID PIC X(11).
           05 EPOS PIC X(10).
           05 ESAL PIC 9(7)V99.
           05 ETYPE PIC X(1).
           05 ECOMP PIC X(2).
           05 BLK PIC A(47).

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

       FD BANDFILE.
       01 DATA-BAND.
           05 BAND-EPOS PIC X(10).
           05 BAND-MIN PIC 9(7)V99.
           05 BAND-MAX PIC 9(7)V99.
           05 BAND-BLANKS PIC X(52).

      * one performance rating per EID for the review year
       FD PERFFILE.
       01 DATA-PERF.
           05 PERF-EID PIC X(11).
           05 PERF-RATING PIC X(1).
           05 PERF-REVIEW-DATE PIC X(10).
           05 PERF-BLANKS PIC X(58).

      * merit matrix - raise percentage by rating, one column per
      * quartile of the salary band
       FD MTXFILE.
       01 DATA-MTX.
           05 MTX-RATING PIC X(1).
           05 MTX-PCT OCCURS 4 TIMES PIC 9(2)V99.
           05 MTX-DESC PIC X(20).
           05 MTX-BLANKS PIC X(43).

      * merit cycle control: review cutoff, end of the review year,
      * effective date for the raises, the approved pool as a
      * percentage of eligible salary, and the operator who keyed the
      * cycle and the manager who approved it, stamped on every raise
       FD MPARMFILE.
       01 DATA-MPARM.
           05 MP-CUTOFF-DATE PIC X(10).
           05 MP-REVIEW-END PIC X(10).
           05 MP-EFF-DATE PIC X(10).
           05 MP-POOL-PCT PIC 9(2)V99.
           05 MP-OPERATOR PIC X(8).
           05 MP-APPROVER PIC X(8).
           05 MP-BLANKS PIC X(30).

       FD RAISEFILE.
       01 DATA-RAISE.
           05 RAISE-EID PIC X(11).
           05 RAISE-EPOS PIC X(10).
           05 RAISE-TYPE PIC X(1).
           05 RAISE-AMT PIC 9(5)V99.
           05 RAISE-EFF-DATE PIC X(10).
           05 RAISE-OPERATOR PIC X(8).
           05 RAISE-APPROVER PIC X(8).
           05 RAISE-BLANKS PIC X(25).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       FD EXCFILE.
       01 DATA-OUT-EXCEPTION.
           05 DOE-EID PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DOE-EPOS PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DOE-AMT-RAW PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DOE-REASON PIC X(44).

       WORKING-STORAGE SECTION.
       01 WS-EDATA-STATUS PIC XX.
       01 WS-EMPFILE-STATUS PIC XX.
       01 WS-BANDFILE-STATUS PIC XX.
       01 WS-PERFFILE-STATUS PIC XX.
       01 WS-MTXFILE-STATUS PIC XX.
       01 WS-MPARMFILE-STATUS PIC XX.
       01 WS-EMP-PRESENT PIC A VALUE 'N'.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATETIME PIC X(21).

       01 WS-CUTOFF-DATE PIC X(10) VALUE SPACES.
       01 WS-REVIEW-END PIC X(10) VALUE SPACES.
       01 WS-EFF-DATE PIC X(10) VALUE SPACES.
       01 WS-MERIT-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-MERIT-APPROVER PIC X(8) VALUE SPACES.
       01 WS-POOL-PCT PIC 9(2)V99 VALUE ZEROES.

       01 WS-EMP-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EMP-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES.
               10 WS-EMP-EID PIC X(11).
               10 WS-EMP-STATUS PIC X(1).
               10 WS-EMP-DEPT PIC X(10).
               10 WS-EMP-HIRE-DATE PIC X(10).
       01 WS-EMP-SUB PIC 9(4).
       01 WS-EMP-FOUND-SUB PIC 9(4).

       01 WS-BAND-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-BAND-TABLE-COUNT-MAX PIC 9(4) VALUE 20.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 20 TIMES.
               10 WS-BAND-EPOS PIC X(10).
               10 WS-BAND-MIN PIC 9(7)V99.
               10 WS-BAND-MAX PIC 9(7)V99.
       01 WS-BAND-SUB PIC 9(4).
       01 WS-BAND-FOUND-SUB PIC 9(4).

       01 WS-PERF-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PERF-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-PERF-TABLE.
           05 WS-PERF-ENTRY OCCURS 2000 TIMES.
               10 WS-PERF-EID PIC X(11).
               10 WS-PERF-RATING PIC X(1).
               10 WS-PERF-MATCHED PIC A.
       01 WS-PERF-SUB PIC 9(4).
       01 WS-PERF-FOUND-SUB PIC 9(4).

       01 WS-MTX-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-MTX-TABLE-COUNT-MAX PIC 9(4) VALUE 20.
       01 WS-MTX-TABLE.
           05 WS-MTX-ENTRY OCCURS 20 TIMES.
               10 WS-MTX-RATING PIC X(1).
               10 WS-MTX-PCT OCCURS 4 TIMES PIC 9(2)V99.
       01 WS-MTX-SUB PIC 9(4).
       01 WS-MTX-FOUND-SUB PIC 9(4).
       01 WS-Q-SUB PIC 9(1).

       01 WS-DEPT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-DEPT-TABLE-COUNT-MAX PIC 9(4) VALUE 100.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DEPT-NAME PIC X(10).
               10 WS-DEPT-COUNT PIC 9(5).
               10 WS-DEPT-PAYROLL PIC 9(9)V99.
               10 WS-DEPT-SPEND PIC 9(9)V99.
       01 WS-DEPT-SUB PIC 9(4).
       01 WS-DEPT-FOUND-SUB PIC 9(4).

       01 WS-CUR-DEPT PIC X(10).
       01 WS-CUR-HIRE-DATE PIC X(10).
       01 WS-CUR-REASON PIC X(44).
       01 WS-OLD-SAL PIC 9(7)V99 VALUE ZEROES.
       01 WS-NEW-SAL PIC 9(7)V99 VALUE ZEROES.
       01 WS-RAISE-AMT PIC 9(7)V99 VALUE ZEROES.
       01 WS-RAISE-PCT PIC 9(2)V99 VALUE ZEROES.
       01 WS-BAND-POS PIC 9(3)V9(4) VALUE ZEROES.
       01 WS-CAPPED PIC A VALUE 'N'.
       01 WS-PRORATED PIC A VALUE 'N'.
       01 WS-HIRE-MONTHS PIC S9(5) VALUE ZEROES.
       01 WS-END-MONTHS PIC S9(5) VALUE ZEROES.
       01 WS-SVC-MONTHS PIC S9(5) VALUE ZEROES.
       01 WS-SVC-MONTHS-EDIT PIC Z9.

       01 WS-POOL-AMT PIC 9(9)V99 VALUE ZEROES.
       01 WS-VARIANCE PIC S9(9)V99 VALUE ZEROES.
       01 WS-TOT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TOT-PAYROLL PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-SPEND PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-POOL PIC 9(11)V99 VALUE ZEROES.
       01 WS-RECORD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RAISE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CAP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PRORATE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EXC-COUNT PIC 9(6) VALUE ZEROES.

       01 WS-OLD-SAL-EDIT PIC ZZZZZZ9.99.
       01 WS-NEW-SAL-EDIT PIC ZZZZZZ9.99.
       01 WS-RAISE-AMT-EDIT PIC ZZZZZ9.99.
       01 WS-RAISE-PCT-EDIT PIC Z9.99.
       01 WS-POOL-PCT-EDIT PIC Z9.99.
       01 WS-PAYROLL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-POOL-EDIT PIC ZZ,ZZZ,ZZ9.99.
       01 WS-SPEND-EDIT PIC ZZ,ZZZ,ZZ9.99.
       01 WS-VARIANCE-EDIT PIC --,---,--9.99.
       01 WS-DEPT-COUNT-EDIT PIC ZZZZ9.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT2 PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT3 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.

      * the cycle control record is required - without an effective
      * date there is nothing RAISEPROC could apply
           OPEN INPUT MPARMFILE.
           IF WS-MPARMFILE-STATUS = "35"
              DISPLAY "No merit cycle parameter file found - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ MPARMFILE
              AT END MOVE "10" TO WS-MPARMFILE-STATUS
           END-READ.
           IF WS-MPARMFILE-STATUS = "10"
              DISPLAY "Merit cycle parameter file is empty - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE MPARMFILE
              STOP RUN
           END-IF.
           MOVE MP-CUTOFF-DATE TO WS-CUTOFF-DATE.
           MOVE MP-REVIEW-END TO WS-REVIEW-END.
           MOVE MP-EFF-DATE TO WS-EFF-DATE.
           IF MP-POOL-PCT IS NUMERIC
              MOVE MP-POOL-PCT TO WS-POOL-PCT
           END-IF.
           MOVE MP-OPERATOR TO WS-MERIT-OPERATOR.
           MOVE MP-APPROVER TO WS-MERIT-APPROVER.
           CLOSE MPARMFILE.
           IF WS-MERIT-OPERATOR = SPACES OR WS-MERIT-APPROVER = SPACES
              DISPLAY "Merit cycle parameter file names no operator "
                 "or approver - RAISEPROC will reject the raises."
           END-IF.
           IF WS-EFF-DATE = SPACES OR WS-REVIEW-END = SPACES
              DISPLAY "Merit cycle parameter file has no effective "
                 "date or review-year end - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CUTOFF-DATE = SPACES
              MOVE WS-REVIEW-END TO WS-CUTOFF-DATE
           END-IF.
           COMPUTE WS-END-MONTHS =
              FUNCTION NUMVAL(WS-REVIEW-END(1:4)) * 12 +
              FUNCTION NUMVAL(WS-REVIEW-END(6:2)).

           OPEN INPUT MTXFILE.
           IF WS-MTXFILE-STATUS = "35"
              DISPLAY "No merit matrix found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-MTXFILE-STATUS = "10"
              READ MTXFILE
                 AT END MOVE "10" TO WS-MTXFILE-STATUS
                 NOT AT END
                    IF WS-MTX-TABLE-COUNT = WS-MTX-TABLE-COUNT-MAX
                       DISPLAY "MERITMTX has more ratings than "
                          "MERITGEN can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE MTXFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-MTX-TABLE-COUNT
                    MOVE MTX-RATING TO
                       WS-MTX-RATING(WS-MTX-TABLE-COUNT)
                    PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                       UNTIL WS-Q-SUB > 4
                       IF MTX-PCT(WS-Q-SUB) IS NUMERIC
                          MOVE MTX-PCT(WS-Q-SUB) TO
                             WS-MTX-PCT(WS-MTX-TABLE-COUNT, WS-Q-SUB)
                       ELSE
                          MOVE ZEROES TO
                             WS-MTX-PCT(WS-MTX-TABLE-COUNT, WS-Q-SUB)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE MTXFILE.

           OPEN INPUT BANDFILE.
           IF WS-BANDFILE-STATUS = "35"
              DISPLAY "No salary band file found - every employee "
                 "will be reported without a band."
           ELSE
              PERFORM UNTIL WS-BANDFILE-STATUS = "10"
                 READ BANDFILE
                    AT END MOVE "10" TO WS-BANDFILE-STATUS
                    NOT AT END
                       IF WS-BAND-TABLE-COUNT = WS-BAND-TABLE-COUNT-MAX
                          DISPLAY "BANDIN has more positions than "
                             "MERITGEN can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE BANDFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-BAND-TABLE-COUNT
                       MOVE BAND-EPOS TO
                          WS-BAND-EPOS(WS-BAND-TABLE-COUNT)
                       MOVE BAND-MIN TO
                          WS-BAND-MIN(WS-BAND-TABLE-COUNT)
                       MOVE BAND-MAX TO
                          WS-BAND-MAX(WS-BAND-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BANDFILE
           END-IF.

           OPEN INPUT PERFFILE.
           IF WS-PERFFILE-STATUS = "35"
              DISPLAY "No performance rating file found - no merit "
                 "raises can be generated."
           ELSE
              PERFORM UNTIL WS-PERFFILE-STATUS = "10"
                 READ PERFFILE
                    AT END MOVE "10" TO WS-PERFFILE-STATUS
                    NOT AT END
                       IF WS-PERF-TABLE-COUNT = WS-PERF-TABLE-COUNT-MAX
                          DISPLAY "PERFIN has more ratings than "
                             "MERITGEN can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE PERFFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PERF-TABLE-COUNT
                       MOVE PERF-EID TO
                          WS-PERF-EID(WS-PERF-TABLE-COUNT)
                       MOVE PERF-RATING TO
                          WS-PERF-RATING(WS-PERF-TABLE-COUNT)
                       MOVE 'N' TO
                          WS-PERF-MATCHED(WS-PERF-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PERFFILE
           END-IF.

           OPEN INPUT EMPFILE.
           IF WS-EMPFILE-STATUS = "35"
              DISPLAY "No employee master found - status, hire date "
                 "and department are not checked."
           ELSE
              MOVE 'Y' TO WS-EMP-PRESENT
              PERFORM UNTIL WS-EMPFILE-STATUS = "10"
                 READ EMPFILE
                    AT END MOVE "10" TO WS-EMPFILE-STATUS
                    NOT AT END
                       IF WS-EMP-TABLE-COUNT = WS-EMP-TABLE-COUNT-MAX
                          DISPLAY "EMPMAST has more employees than "
                             "MERITGEN can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE EMPFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-EMP-TABLE-COUNT
                       MOVE EMP-EID TO WS-EMP-EID(WS-EMP-TABLE-COUNT)
                       MOVE EMP-STATUS TO
                          WS-EMP-STATUS(WS-EMP-TABLE-COUNT)
                       MOVE EMP-DEPT TO
                          WS-EMP-DEPT(WS-EMP-TABLE-COUNT)
                       MOVE EMP-HIRE-DATE TO
                          WS-EMP-HIRE-DATE(WS-EMP-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EMPFILE
           END-IF.

           OPEN INPUT EDATA.
           IF WS-EDATA-STATUS = "35"
              DISPLAY "No EDATA found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RAISEFILE.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT EXCFILE.
           MOVE SPACES TO RPT-REC.
           STRING "MERIT INCREASE PROPOSAL - EFFECTIVE " WS-EFF-DATE
              "  PREPARED " WS-RUN-DATETIME(1:4) "-"
              WS-RUN-DATETIME(5:2) "-" WS-RUN-DATETIME(7:2)
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Review cutoff " WS-CUTOFF-DATE
              "  review year ends " WS-REVIEW-END
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "EID         POSITION   R Q  PCT    OLD SALARY"
              "  NEW SALARY     RAISE"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           PERFORM UNTIL WS-EOF = 'Y'
              READ EDATA
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
      * adjustment records carry a backout amount, not a salary
                    IF ETYPE NOT = 'A'
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM MERIT-EMP
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EDATA.
           CLOSE RAISEFILE.

      * a rating for an EID that is not on EDATA is keyed wrong or
      * belongs to someone already gone
           PERFORM VARYING WS-PERF-SUB FROM 1 BY 1
              UNTIL WS-PERF-SUB > WS-PERF-TABLE-COUNT
              IF WS-PERF-MATCHED(WS-PERF-SUB) = 'N'
                 ADD 1 TO WS-EXC-COUNT
                 MOVE SPACES TO DATA-OUT-EXCEPTION
                 MOVE WS-PERF-EID(WS-PERF-SUB) TO DOE-EID
                 MOVE WS-PERF-RATING(WS-PERF-SUB) TO DOE-AMT-RAW
                 MOVE "Rated EID not found in EDATA" TO DOE-REASON
                 WRITE DATA-OUT-EXCEPTION
              END-IF
           END-PERFORM.

      * department budget summary against the approved pool
           MOVE WS-POOL-PCT TO WS-POOL-PCT-EDIT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "MERIT BUDGET BY DEPARTMENT - POOL " WS-POOL-PCT-EDIT
              "% OF ELIGIBLE SALARY"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "DEPARTMENT  COUNT ELIGIBLE SALARY"
              "           POOL          SPEND       VARIANCE"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-TABLE-COUNT
              COMPUTE WS-POOL-AMT ROUNDED =
                 WS-DEPT-PAYROLL(WS-DEPT-SUB) * WS-POOL-PCT / 100
              COMPUTE WS-VARIANCE =
                 WS-POOL-AMT - WS-DEPT-SPEND(WS-DEPT-SUB)
              ADD WS-DEPT-COUNT(WS-DEPT-SUB) TO WS-TOT-COUNT
              ADD WS-DEPT-PAYROLL(WS-DEPT-SUB) TO WS-TOT-PAYROLL
              ADD WS-POOL-AMT TO WS-TOT-POOL
              ADD WS-DEPT-SPEND(WS-DEPT-SUB) TO WS-TOT-SPEND
              MOVE WS-DEPT-COUNT(WS-DEPT-SUB) TO WS-DEPT-COUNT-EDIT
              MOVE WS-DEPT-PAYROLL(WS-DEPT-SUB) TO WS-PAYROLL-EDIT
              MOVE WS-POOL-AMT TO WS-POOL-EDIT
              MOVE WS-DEPT-SPEND(WS-DEPT-SUB) TO WS-SPEND-EDIT
              MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
              MOVE SPACES TO RPT-REC
              STRING WS-DEPT-NAME(WS-DEPT-SUB) " " WS-DEPT-COUNT-EDIT
                 " " WS-PAYROLL-EDIT " " WS-POOL-EDIT " "
                 WS-SPEND-EDIT " " WS-VARIANCE-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              IF WS-VARIANCE < ZERO
                 MOVE SPACES TO RPT-REC
                 STRING "  ** " WS-DEPT-NAME(WS-DEPT-SUB)
                    " is over its approved merit pool"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
           COMPUTE WS-VARIANCE = WS-TOT-POOL - WS-TOT-SPEND.
           MOVE WS-TOT-COUNT TO WS-DEPT-COUNT-EDIT.
           MOVE WS-TOT-PAYROLL TO WS-PAYROLL-EDIT.
           MOVE WS-TOT-POOL TO WS-POOL-EDIT.
           MOVE WS-TOT-SPEND TO WS-SPEND-EDIT.
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "TOTAL      " WS-DEPT-COUNT-EDIT
              " " WS-PAYROLL-EDIT " " WS-POOL-EDIT " "
              WS-SPEND-EDIT " " WS-VARIANCE-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RAISE-COUNT TO WS-COUNT-EDIT2.
           MOVE WS-EXC-COUNT TO WS-COUNT-EDIT3.
           MOVE SPACES TO RPT-REC.
           STRING "Employees read " WS-COUNT-EDIT
              " raises written " WS-COUNT-EDIT2
              " exceptions " WS-COUNT-EDIT3
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CAP-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PRORATE-COUNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO RPT-REC.
           STRING "Capped at band maximum " WS-COUNT-EDIT
              " prorated for late hire " WS-COUNT-EDIT2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.
           CLOSE EXCFILE.
           MOVE WS-RAISE-COUNT TO WS-COUNT-EDIT2.
           DISPLAY "MERITGEN wrote " WS-COUNT-EDIT2
              " raise transaction(s) for RAISEPROC.".

           STOP RUN.

      * one EDATA employee through eligibility, matrix, proration
      * and band cap
       MERIT-EMP.
           MOVE SPACES TO WS-CUR-REASON.
           MOVE "UNASSIGNED" TO WS-CUR-DEPT.
           MOVE SPACES TO WS-CUR-HIRE-DATE.
           MOVE 'N' TO WS-CAPPED.
           MOVE 'N' TO WS-PRORATED.
           MOVE ZEROES TO WS-RAISE-AMT.
           IF ESAL IS NUMERIC
              MOVE ESAL TO WS-OLD-SAL
           ELSE
              MOVE ZEROES TO WS-OLD-SAL
              MOVE "Salary on EDATA is not numeric" TO WS-CUR-REASON
           END-IF.
           MOVE WS-OLD-SAL TO WS-NEW-SAL.

           MOVE ZEROES TO WS-PERF-FOUND-SUB.
           PERFORM VARYING WS-PERF-SUB FROM 1 BY 1
              UNTIL WS-PERF-SUB > WS-PERF-TABLE-COUNT
              IF WS-PERF-EID(WS-PERF-SUB) = EID
                 MOVE WS-PERF-SUB TO WS-PERF-FOUND-SUB
                 MOVE 'Y' TO WS-PERF-MATCHED(WS-PERF-SUB)
              END-IF
           END-PERFORM.

           IF WS-EMP-PRESENT = 'Y'
              MOVE ZEROES TO WS-EMP-FOUND-SUB
              PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                 UNTIL WS-EMP-SUB > WS-EMP-TABLE-COUNT
                 IF WS-EMP-EID(WS-EMP-SUB) = EID
                    MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                 END-IF
              END-PERFORM
              IF WS-EMP-FOUND-SUB = ZEROES
                 IF WS-CUR-REASON = SPACES
                    MOVE "EID not on employee master" TO WS-CUR-REASON
                 END-IF
              ELSE
                 IF WS-EMP-DEPT(WS-EMP-FOUND-SUB) NOT = SPACES
                    MOVE WS-EMP-DEPT(WS-EMP-FOUND-SUB) TO WS-CUR-DEPT
                 END-IF
                 MOVE WS-EMP-HIRE-DATE(WS-EMP-FOUND-SUB) TO
                    WS-CUR-HIRE-DATE
                 IF WS-EMP-STATUS(WS-EMP-FOUND-SUB) NOT = 'A' AND
                    WS-CUR-REASON = SPACES
                    MOVE "Employee not active - no merit raise"
                       TO WS-CUR-REASON
                 END-IF
                 IF WS-CUR-HIRE-DATE NOT = SPACES AND
                    WS-CUR-HIRE-DATE > WS-REVIEW-END AND
                    WS-CUR-REASON = SPACES
                    MOVE "Hired after the review year - not eligible"
                       TO WS-CUR-REASON
                 END-IF
              END-IF
           END-IF.

           IF WS-PERF-FOUND-SUB = ZEROES AND WS-CUR-REASON = SPACES
              MOVE "No performance rating on file" TO WS-CUR-REASON
           END-IF.

           MOVE ZEROES TO WS-MTX-FOUND-SUB.
           IF WS-CUR-REASON = SPACES
              PERFORM VARYING WS-MTX-SUB FROM 1 BY 1
                 UNTIL WS-MTX-SUB > WS-MTX-TABLE-COUNT
                 IF WS-MTX-RATING(WS-MTX-SUB) =
                    WS-PERF-RATING(WS-PERF-FOUND-SUB)
                    MOVE WS-MTX-SUB TO WS-MTX-FOUND-SUB
                 END-IF
              END-PERFORM
              IF WS-MTX-FOUND-SUB = ZEROES
                 MOVE "Rating not in the merit matrix" TO WS-CUR-REASON
              END-IF
           END-IF.

           MOVE ZEROES TO WS-BAND-FOUND-SUB.
           IF WS-CUR-REASON = SPACES
              PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                 UNTIL WS-BAND-SUB > WS-BAND-TABLE-COUNT
                 IF WS-BAND-EPOS(WS-BAND-SUB) = EPOS
                    MOVE WS-BAND-SUB TO WS-BAND-FOUND-SUB
                 END-IF
              END-PERFORM
              IF WS-BAND-FOUND-SUB = ZEROES
                 MOVE "No salary band for the position"
                    TO WS-CUR-REASON
              END-IF
           END-IF.

           IF WS-CUR-REASON NOT = SPACES
              ADD 1 TO WS-EXC-COUNT
              MOVE SPACES TO DATA-OUT-EXCEPTION
              MOVE EID TO DOE-EID
              MOVE EPOS TO DOE-EPOS
              MOVE WS-OLD-SAL TO WS-OLD-SAL-EDIT
              MOVE WS-OLD-SAL-EDIT(2:9) TO DOE-AMT-RAW
              MOVE WS-CUR-REASON TO DOE-REASON
              WRITE DATA-OUT-EXCEPTION
           ELSE
              PERFORM MERIT-CALC
           END-IF.

      * eligible employee - matrix percentage for the band quartile,
      * proration and cap, then the department totals and RAISEIN
       MERIT-CALC.
      * quartile of the band: below the minimum counts as the first,
      * at or over the maximum as the fourth
           IF WS-BAND-MAX(WS-BAND-FOUND-SUB) >
              WS-BAND-MIN(WS-BAND-FOUND-SUB) AND
              WS-OLD-SAL > WS-BAND-MIN(WS-BAND-FOUND-SUB)
              COMPUTE WS-BAND-POS =
                 (WS-OLD-SAL - WS-BAND-MIN(WS-BAND-FOUND-SUB)) /
                 (WS-BAND-MAX(WS-BAND-FOUND-SUB) -
                  WS-BAND-MIN(WS-BAND-FOUND-SUB))
           ELSE
              MOVE ZEROES TO WS-BAND-POS
           END-IF.
           IF WS-OLD-SAL NOT < WS-BAND-MAX(WS-BAND-FOUND-SUB)
              MOVE 1 TO WS-BAND-POS
           END-IF.
           EVALUATE TRUE
              WHEN WS-BAND-POS < 0.25
                 MOVE 1 TO WS-Q-SUB
              WHEN WS-BAND-POS < 0.50
                 MOVE 2 TO WS-Q-SUB
              WHEN WS-BAND-POS < 0.75
                 MOVE 3 TO WS-Q-SUB
              WHEN OTHER
                 MOVE 4 TO WS-Q-SUB
           END-EVALUATE.
           MOVE WS-MTX-PCT(WS-MTX-FOUND-SUB, WS-Q-SUB) TO WS-RAISE-PCT.
           COMPUTE WS-RAISE-AMT ROUNDED =
              WS-OLD-SAL * WS-RAISE-PCT / 100.

      * hired after the cutoff - the raise is prorated by whole
      * months of service to the end of the review year
           IF WS-CUR-HIRE-DATE NOT = SPACES AND
              WS-CUR-HIRE-DATE > WS-CUTOFF-DATE
              COMPUTE WS-HIRE-MONTHS =
                 FUNCTION NUMVAL(WS-CUR-HIRE-DATE(1:4)) * 12 +
                 FUNCTION NUMVAL(WS-CUR-HIRE-DATE(6:2))
              COMPUTE WS-SVC-MONTHS = WS-END-MONTHS - WS-HIRE-MONTHS
              IF WS-SVC-MONTHS < ZERO
                 MOVE ZEROES TO WS-SVC-MONTHS
              END-IF
              IF WS-SVC-MONTHS < 12
                 COMPUTE WS-RAISE-AMT ROUNDED =
                    WS-RAISE-AMT * WS-SVC-MONTHS / 12
                 MOVE 'Y' TO WS-PRORATED
                 ADD 1 TO WS-PRORATE-COUNT
              END-IF
           END-IF.

           COMPUTE WS-NEW-SAL = WS-OLD-SAL + WS-RAISE-AMT.
           IF WS-NEW-SAL > WS-BAND-MAX(WS-BAND-FOUND-SUB)
              IF WS-OLD-SAL NOT < WS-BAND-MAX(WS-BAND-FOUND-SUB)
                 MOVE WS-OLD-SAL TO WS-NEW-SAL
              ELSE
                 MOVE WS-BAND-MAX(WS-BAND-FOUND-SUB) TO WS-NEW-SAL
              END-IF
              COMPUTE WS-RAISE-AMT = WS-NEW-SAL - WS-OLD-SAL
              MOVE 'Y' TO WS-CAPPED
              ADD 1 TO WS-CAP-COUNT
           END-IF.

           MOVE ZEROES TO WS-DEPT-FOUND-SUB.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-TABLE-COUNT
              IF WS-DEPT-NAME(WS-DEPT-SUB) = WS-CUR-DEPT
                 MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND-SUB = ZEROES
              IF WS-DEPT-TABLE-COUNT = WS-DEPT-TABLE-COUNT-MAX
                 DISPLAY "EMPMAST has more departments than "
                    "MERITGEN can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE EDATA RPTFILE EXCFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-DEPT-TABLE-COUNT
              MOVE WS-DEPT-TABLE-COUNT TO WS-DEPT-FOUND-SUB
              MOVE WS-CUR-DEPT TO WS-DEPT-NAME(WS-DEPT-FOUND-SUB)
              MOVE ZEROES TO WS-DEPT-COUNT(WS-DEPT-FOUND-SUB)
                 WS-DEPT-PAYROLL(WS-DEPT-FOUND-SUB)
                 WS-DEPT-SPEND(WS-DEPT-FOUND-SUB)
           END-IF.
           ADD 1 TO WS-DEPT-COUNT(WS-DEPT-FOUND-SUB).
           ADD WS-OLD-SAL TO WS-DEPT-PAYROLL(WS-DEPT-FOUND-SUB).
           ADD WS-RAISE-AMT TO WS-DEPT-SPEND(WS-DEPT-FOUND-SUB).

           MOVE WS-OLD-SAL TO WS-OLD-SAL-EDIT.
           MOVE WS-NEW-SAL TO WS-NEW-SAL-EDIT.
           MOVE WS-RAISE-AMT TO WS-RAISE-AMT-EDIT.
           MOVE WS-RAISE-PCT TO WS-RAISE-PCT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING EID " " EPOS " " WS-PERF-RATING(WS-PERF-FOUND-SUB)
              " " WS-Q-SUB " " WS-RAISE-PCT-EDIT " " WS-OLD-SAL-EDIT
              "  " WS-NEW-SAL-EDIT " " WS-RAISE-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-PRORATED = 'Y'
              MOVE WS-SVC-MONTHS TO WS-SVC-MONTHS-EDIT
              MOVE SPACES TO RPT-REC
              STRING "    prorated " WS-SVC-MONTHS-EDIT
                 "/12 - hired " WS-CUR-HIRE-DATE
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-CAPPED = 'Y'
              MOVE SPACES TO RPT-REC
              STRING "    capped at band maximum for " EPOS
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

           IF WS-RAISE-AMT > ZERO
              MOVE SPACES TO DATA-RAISE
              MOVE EID TO RAISE-EID
              MOVE EPOS TO RAISE-EPOS
              MOVE 'A' TO RAISE-TYPE
              MOVE WS-RAISE-AMT TO RAISE-AMT
              MOVE WS-EFF-DATE TO RAISE-EFF-DATE
              MOVE WS-MERIT-OPERATOR TO RAISE-OPERATOR
              MOVE WS-MERIT-APPROVER TO RAISE-APPROVER
              WRITE DATA-RAISE
              ADD 1 TO WS-RAISE-COUNT
           END-IF.
