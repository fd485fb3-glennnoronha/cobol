       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFC.

      * 13-week cash requirements forecast. weekly buckets start on
      * the as-of date (the cycle date unless CFPARM names one) and
      * run thirteen weeks forward:
      *   inflows  - every open ARMAST item, expected on its due
      *              date moved by the customer's average days late
      *              on past payments (PAYHIST payments against
      *              their invoices' due dates)
      *   payroll  - every open pay period on PERCAL whose check
      *              date falls in the horizon, at the average net
      *              pay plus employer tax of the last three payroll
      *              runs on PAYRUNH
      *   purchase - the unreceived quantity of every open POMAST
      *              line at its unit cost, due the vendor's terms
      *              after the order date
      * anything already past due lands in week 1; anything beyond
      * week 13 is counted but not bucketed. beginning cash comes
      * from CFPARM; each week shows beginning cash, inflows,
      * outflows and ending cash, and a week ending below zero is
      * flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO CFPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT ARMAST ASSIGN TO ARMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT PAYHIST ASSIGN TO PAYHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT CALFILE ASSIGN TO PERCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CALFILE-STATUS.
           SELECT RUNHFILE ASSIGN TO PAYRUNH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNHFILE-STATUS.
           SELECT POFILE ASSIGN TO POMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 CFP-BEGIN-CASH PIC X(15).
           05 CFP-AS-OF-DATE PIC X(10).
           05 CFP-BLANKS PIC X(55).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

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

       FD PAYHIST.
       01 PAYH-REC.
           05 PAYH-INVOICE PIC 9(6).
           05 PAYH-CUST-ID PIC 9(6).
           05 PAYH-AMT PIC 9(9)V99.
           05 PAYH-DATE PIC X(10).
           05 PAYH-TYPE PIC X(1).
           05 PAYH-POST-DATE PIC X(10).
           05 FILLER PIC X(36).

       FD CALFILE.
       01 DATA-CAL.
           05 CAL-PERIOD-ID PIC X(6).
           05 CAL-START-DATE PIC X(10).
           05 CAL-END-DATE PIC X(10).
           05 CAL-CHECK-DATE PIC X(10).
           05 CAL-STATUS PIC X(1).
           05 CAL-FREQ PIC X(1).
           05 CAL-BLANKS PIC X(42).

       FD RUNHFILE.
       01 DATA-RUNH.
           05 PRH-RUN-SEQ PIC 9(9).
           05 PRH-PERIOD PIC X(6).
           05 PRH-RUN-DATE PIC X(10).
           05 PRH-EMP-COUNT PIC 9(6).
           05 PRH-GROSS PIC 9(11)V99.
           05 PRH-NET PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 PRH-ER-TAX PIC 9(11)V99.
           05 PRH-ER-MATCH PIC 9(11)V99.
           05 PRH-BLANKS PIC X(16).

       FD POFILE.
       01 DATA-PO.
           05 PO-NUM PIC 9(6).
           05 PO-VENDOR PIC X(6).
           05 PO-ING-ID PIC 9(4).
           05 PO-QTY-ORDERED PIC 9(7)V99.
           05 PO-QTY-RECEIVED PIC 9(7)V99.
           05 PO-STATUS PIC X(1).
           05 PO-UNIT-COST PIC 9(5)V99.
           05 PO-ORDER-DATE PIC X(10).
           05 PO-TERMS-DAYS PIC 9(3).
           05 PO-QTY-INVOICED PIC 9(7)V99.
           05 PO-BLANKS PIC X(16).

       FD RPTFILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-PAYHIST-STATUS PIC XX.
       01 WS-CALFILE-STATUS PIC XX.
       01 WS-RUNHFILE-STATUS PIC XX.
       01 WS-POFILE-STATUS PIC XX.
       01 WS-CASH-GIVEN PIC A VALUE 'N'.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-AS-OF-DATE PIC X(10) VALUE SPACES.
       01 WS-AS-OF-DAYS PIC 9(7) VALUE ZEROES.
       01 WS-BEGIN-CASH PIC S9(11)V99 VALUE ZEROES.

      * date conversion work - YYYY-MM-DD to a day number, zero when
      * the date is not a real one
       01 WS-CNV-DATE PIC X(10).
       01 WS-CNV-DATE-NUM PIC 9(8).
       01 WS-CNV-DAYS PIC 9(7).
       01 WS-CNV-MM PIC 99.
       01 WS-CNV-DD PIC 99.
       01 WS-PROJ-DAYS PIC S9(7).
       01 WS-WEEK PIC S9(5).

       01 WS-AR-TABLE-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-AR-TABLE-COUNT-MAX PIC 9(5) VALUE 10000.
       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 10000 TIMES.
               10 WS-AR-INVOICE PIC 9(6).
               10 WS-AR-CUST-ID PIC 9(6).
               10 WS-AR-OPEN PIC S9(9)V99.
               10 WS-AR-DUE-DAYS PIC 9(7).
       01 WS-AR-SUB PIC 9(5).
       01 WS-AR-FOUND-SUB PIC 9(5).

       01 WS-CUST-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CUST-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 2000 TIMES.
               10 WS-CUST-ID PIC 9(6).
               10 WS-CUST-LATE-DAYS PIC S9(9).
               10 WS-CUST-PAY-COUNT PIC 9(6).
       01 WS-CUST-SUB PIC 9(4).
       01 WS-CUST-FOUND-SUB PIC 9(4).
       01 WS-AVG-LATE PIC S9(5).

      * the last three payroll runs, newest last
       01 WS-RUNH-COUNT PIC 9 VALUE ZERO.
       01 WS-RUNH-TABLE.
           05 WS-RUNH-ENTRY OCCURS 3 TIMES.
               10 WS-RUNH-NET PIC S9(11)V99.
               10 WS-RUNH-ER-TAX PIC 9(11)V99.
       01 WS-RUNH-SUB PIC 9.
       01 WS-PAY-AVG PIC S9(11)V99 VALUE ZEROES.
       01 WS-PAY-CHECK-COUNT PIC 9(4) VALUE ZEROES.

       01 WS-WK-TABLE.
           05 WS-WK-ENTRY OCCURS 13 TIMES.
               10 WS-WK-AR-IN PIC S9(11)V99.
               10 WS-WK-PAY-OUT PIC S9(11)V99.
               10 WS-WK-PO-OUT PIC S9(11)V99.
       01 WS-WK-SUB PIC 99.

       01 WS-AMOUNT PIC S9(11)V99.
       01 WS-RUN-CASH PIC S9(11)V99.
       01 WS-WK-NET PIC S9(11)V99.
       01 WS-TOT-AR-IN PIC S9(11)V99 VALUE ZEROES.
       01 WS-TOT-PAY-OUT PIC S9(11)V99 VALUE ZEROES.
       01 WS-TOT-PO-OUT PIC S9(11)V99 VALUE ZEROES.
       01 WS-AR-ITEM-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-AR-BEYOND-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-AR-BEYOND-AMT PIC S9(11)V99 VALUE ZEROES.
       01 WS-AR-NODATE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PO-LINE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PO-BEYOND-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PO-UNPRICED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-SHORT-COUNT PIC 9(4) VALUE ZEROES.

       01 WS-WK-START-NUM PIC 9(8).
       01 WS-WK-START-EDIT.
           05 WS-WS-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-WS-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-WS-DD PIC X(2).

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-WEEK PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-START PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-BEGIN PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-AR-IN PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-PAY-OUT PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-PO-OUT PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-END PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-FLAG PIC X(5).

       01 WS-AMT-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           OPEN INPUT CYCFILE.
           IF WS-CYCFILE-STATUS = "00"
              READ CYCFILE
                 AT END CONTINUE
                 NOT AT END MOVE CYC-DATE TO WS-AS-OF-DATE
              END-READ
              CLOSE CYCFILE
           END-IF.
           IF WS-AS-OF-DATE = SPACES
              STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
                 "-" WS-RUN-DATETIME(7:2)
                 DELIMITED BY SIZE INTO WS-AS-OF-DATE
           END-IF.

           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFP-BEGIN-CASH NOT = SPACES
                       MOVE 'Y' TO WS-CASH-GIVEN
                       COMPUTE WS-BEGIN-CASH =
                          FUNCTION NUMVAL(CFP-BEGIN-CASH)
                    END-IF
                    IF CFP-AS-OF-DATE NOT = SPACES
                       MOVE CFP-AS-OF-DATE TO WS-AS-OF-DATE
                    END-IF
              END-READ
              CLOSE PARMFILE
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-CNV-DATE.
           PERFORM DATE-TO-DAYS.
           IF WS-CNV-DAYS = ZEROES
              DISPLAY "Forecast as-of date " WS-AS-OF-DATE
                 " is not a valid date - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CNV-DAYS TO WS-AS-OF-DAYS.
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1 UNTIL WS-WK-SUB > 13
              MOVE ZEROES TO WS-WK-AR-IN(WS-WK-SUB)
                 WS-WK-PAY-OUT(WS-WK-SUB) WS-WK-PO-OUT(WS-WK-SUB)
           END-PERFORM.

           PERFORM LOAD-RECEIVABLES.
           PERFORM LOAD-PAYMENT-HISTORY.
           PERFORM FORECAST-RECEIVABLES.
           PERFORM FORECAST-PAYROLL.
           PERFORM FORECAST-PURCHASING.
           PERFORM WRITE-REPORT.

           DISPLAY "CASHFC forecast 13 weeks from " WS-AS-OF-DATE.
           STOP RUN.

       LOAD-RECEIVABLES.
           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS NOT = "00"
              DISPLAY "No AR master found - no receivables in the "
                 "forecast."
           ELSE
              PERFORM UNTIL WS-ARMAST-STATUS = "10"
                 READ ARMAST
                    AT END MOVE "10" TO WS-ARMAST-STATUS
                    NOT AT END
                       IF WS-AR-TABLE-COUNT = WS-AR-TABLE-COUNT-MAX
                          DISPLAY "AR master has more items than "
                             "CASHFC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE ARMAST
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-AR-TABLE-COUNT
                       MOVE ARM-INVOICE TO
                          WS-AR-INVOICE(WS-AR-TABLE-COUNT)
                       MOVE ARM-CUST-ID TO
                          WS-AR-CUST-ID(WS-AR-TABLE-COUNT)
                       MOVE ARM-OPEN TO WS-AR-OPEN(WS-AR-TABLE-COUNT)
                       MOVE ARM-DUE-DATE TO WS-CNV-DATE
                       PERFORM DATE-TO-DAYS
                       MOVE WS-CNV-DAYS TO
                          WS-AR-DUE-DAYS(WS-AR-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ARMAST
           END-IF.

      * how late each customer pays: every payment against an
      * invoice still on the AR master, paid date less due date
       LOAD-PAYMENT-HISTORY.
           OPEN INPUT PAYHIST.
           IF WS-PAYHIST-STATUS = "00"
              PERFORM UNTIL WS-PAYHIST-STATUS = "10"
                 READ PAYHIST
                    AT END MOVE "10" TO WS-PAYHIST-STATUS
                    NOT AT END
                       IF PAYH-TYPE = 'P'
                          PERFORM ADD-PAYMENT-LATENESS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYHIST
           END-IF.

       ADD-PAYMENT-LATENESS.
           MOVE ZEROES TO WS-AR-FOUND-SUB.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
                 OR WS-AR-FOUND-SUB NOT = ZEROES
              IF WS-AR-INVOICE(WS-AR-SUB) = PAYH-INVOICE
                 MOVE WS-AR-SUB TO WS-AR-FOUND-SUB
              END-IF
           END-PERFORM.
           MOVE PAYH-DATE TO WS-CNV-DATE.
           PERFORM DATE-TO-DAYS.
           IF WS-AR-FOUND-SUB NOT = ZEROES AND WS-CNV-DAYS NOT = ZEROES
              AND WS-AR-DUE-DAYS(WS-AR-FOUND-SUB) NOT = ZEROES
              PERFORM FIND-CUSTOMER
              IF WS-CUST-FOUND-SUB NOT = ZEROES
                 COMPUTE WS-CUST-LATE-DAYS(WS-CUST-FOUND-SUB) =
                    WS-CUST-LATE-DAYS(WS-CUST-FOUND-SUB) +
                    WS-CNV-DAYS - WS-AR-DUE-DAYS(WS-AR-FOUND-SUB)
                 ADD 1 TO WS-CUST-PAY-COUNT(WS-CUST-FOUND-SUB)
              END-IF
           END-IF.

       FIND-CUSTOMER.
           MOVE ZEROES TO WS-CUST-FOUND-SUB.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
              UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT
              IF WS-CUST-ID(WS-CUST-SUB) =
                 WS-AR-CUST-ID(WS-AR-FOUND-SUB)
                 MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-CUST-FOUND-SUB = ZEROES AND
              WS-CUST-TABLE-COUNT < WS-CUST-TABLE-COUNT-MAX
              ADD 1 TO WS-CUST-TABLE-COUNT
              MOVE WS-CUST-TABLE-COUNT TO WS-CUST-FOUND-SUB
              MOVE WS-AR-CUST-ID(WS-AR-FOUND-SUB) TO
                 WS-CUST-ID(WS-CUST-FOUND-SUB)
              MOVE ZEROES TO WS-CUST-LATE-DAYS(WS-CUST-FOUND-SUB)
                 WS-CUST-PAY-COUNT(WS-CUST-FOUND-SUB)
           END-IF.

       FORECAST-RECEIVABLES.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
              IF WS-AR-OPEN(WS-AR-SUB) > ZEROES
                 ADD 1 TO WS-AR-ITEM-COUNT
                 IF WS-AR-DUE-DAYS(WS-AR-SUB) = ZEROES
                    ADD 1 TO WS-AR-NODATE-COUNT
                    MOVE WS-AS-OF-DAYS TO WS-PROJ-DAYS
                 ELSE
                    MOVE ZEROES TO WS-AVG-LATE
                    PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT
                       IF WS-CUST-ID(WS-CUST-SUB) =
                          WS-AR-CUST-ID(WS-AR-SUB) AND
                          WS-CUST-PAY-COUNT(WS-CUST-SUB) > ZEROES
                          COMPUTE WS-AVG-LATE ROUNDED =
                             WS-CUST-LATE-DAYS(WS-CUST-SUB) /
                             WS-CUST-PAY-COUNT(WS-CUST-SUB)
                       END-IF
                    END-PERFORM
                    COMPUTE WS-PROJ-DAYS = WS-AR-DUE-DAYS(WS-AR-SUB) +
                       WS-AVG-LATE
                 END-IF
                 PERFORM FIND-WEEK
                 IF WS-WEEK > 13
                    ADD 1 TO WS-AR-BEYOND-COUNT
                    ADD WS-AR-OPEN(WS-AR-SUB) TO WS-AR-BEYOND-AMT
                 ELSE
                    ADD WS-AR-OPEN(WS-AR-SUB) TO WS-WK-AR-IN(WS-WEEK)
                    ADD WS-AR-OPEN(WS-AR-SUB) TO WS-TOT-AR-IN
                 END-IF
              END-IF
           END-PERFORM.

      * payroll at the recent run rate on every open check date in
      * the horizon
       FORECAST-PAYROLL.
           OPEN INPUT RUNHFILE.
           IF WS-RUNHFILE-STATUS = "00"
              PERFORM UNTIL WS-RUNHFILE-STATUS = "10"
                 READ RUNHFILE
                    AT END MOVE "10" TO WS-RUNHFILE-STATUS
                    NOT AT END
                       IF WS-RUNH-COUNT = 3
                          MOVE WS-RUNH-ENTRY(2) TO WS-RUNH-ENTRY(1)
                          MOVE WS-RUNH-ENTRY(3) TO WS-RUNH-ENTRY(2)
                       ELSE
                          ADD 1 TO WS-RUNH-COUNT
                       END-IF
                       MOVE PRH-NET TO WS-RUNH-NET(WS-RUNH-COUNT)
                       MOVE PRH-ER-TAX TO WS-RUNH-ER-TAX(WS-RUNH-COUNT)
                 END-READ
              END-PERFORM
              CLOSE RUNHFILE
           END-IF.
           IF WS-RUNH-COUNT > ZERO
              PERFORM VARYING WS-RUNH-SUB FROM 1 BY 1
                 UNTIL WS-RUNH-SUB > WS-RUNH-COUNT
                 ADD WS-RUNH-NET(WS-RUNH-SUB)
                    WS-RUNH-ER-TAX(WS-RUNH-SUB) TO WS-PAY-AVG
              END-PERFORM
              COMPUTE WS-PAY-AVG ROUNDED = WS-PAY-AVG / WS-RUNH-COUNT
           END-IF.

           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS = "00"
              PERFORM UNTIL WS-CALFILE-STATUS = "10"
                 READ CALFILE
                    AT END MOVE "10" TO WS-CALFILE-STATUS
                    NOT AT END
                       MOVE CAL-CHECK-DATE TO WS-CNV-DATE
                       PERFORM DATE-TO-DAYS
                       IF CAL-STATUS NOT = 'C' AND
                          WS-CNV-DAYS NOT < WS-AS-OF-DAYS
                          MOVE WS-CNV-DAYS TO WS-PROJ-DAYS
                          PERFORM FIND-WEEK
                          IF WS-WEEK NOT > 13
                             ADD 1 TO WS-PAY-CHECK-COUNT
                             ADD WS-PAY-AVG TO WS-WK-PAY-OUT(WS-WEEK)
                             ADD WS-PAY-AVG TO WS-TOT-PAY-OUT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALFILE
           END-IF.

      * open purchase commitments, due on the vendor's terms
       FORECAST-PURCHASING.
           OPEN INPUT POFILE.
           IF WS-POFILE-STATUS = "00"
              PERFORM UNTIL WS-POFILE-STATUS = "10"
                 READ POFILE
                    AT END MOVE "10" TO WS-POFILE-STATUS
                    NOT AT END
                       IF PO-STATUS = 'O' AND
                          PO-QTY-ORDERED > PO-QTY-RECEIVED
                          PERFORM FORECAST-PO-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POFILE
           END-IF.

       FORECAST-PO-LINE.
           ADD 1 TO WS-PO-LINE-COUNT.
           IF PO-UNIT-COST IS NOT NUMERIC OR PO-UNIT-COST = ZEROES
              ADD 1 TO WS-PO-UNPRICED-COUNT
           ELSE
              COMPUTE WS-AMOUNT ROUNDED =
                 (PO-QTY-ORDERED - PO-QTY-RECEIVED) * PO-UNIT-COST
              MOVE PO-ORDER-DATE TO WS-CNV-DATE
              PERFORM DATE-TO-DAYS
              IF WS-CNV-DAYS = ZEROES
                 MOVE WS-AS-OF-DAYS TO WS-PROJ-DAYS
              ELSE
                 IF PO-TERMS-DAYS IS NUMERIC
                    COMPUTE WS-PROJ-DAYS = WS-CNV-DAYS + PO-TERMS-DAYS
                 ELSE
                    COMPUTE WS-PROJ-DAYS = WS-CNV-DAYS + 30
                 END-IF
              END-IF
              PERFORM FIND-WEEK
              IF WS-WEEK > 13
                 ADD 1 TO WS-PO-BEYOND-COUNT
              ELSE
                 ADD WS-AMOUNT TO WS-WK-PO-OUT(WS-WEEK)
                 ADD WS-AMOUNT TO WS-TOT-PO-OUT
              END-IF
           END-IF.

      * week 1 holds the as-of date and anything already past due
       FIND-WEEK.
           IF WS-PROJ-DAYS < WS-AS-OF-DAYS
              MOVE 1 TO WS-WEEK
           ELSE
              COMPUTE WS-WEEK = (WS-PROJ-DAYS - WS-AS-OF-DAYS) / 7 + 1
           END-IF.

       DATE-TO-DAYS.
           MOVE ZEROES TO WS-CNV-DAYS.
           IF WS-CNV-DATE(1:4) IS NUMERIC AND
              WS-CNV-DATE(6:2) IS NUMERIC AND
              WS-CNV-DATE(9:2) IS NUMERIC
              MOVE WS-CNV-DATE(6:2) TO WS-CNV-MM
              MOVE WS-CNV-DATE(9:2) TO WS-CNV-DD
              IF WS-CNV-DATE(1:4) > "1600" AND
                 WS-CNV-MM > ZERO AND WS-CNV-MM < 13 AND
                 WS-CNV-DD > ZERO AND WS-CNV-DD < 32
                 MOVE WS-CNV-DATE(1:4) TO WS-CNV-DATE-NUM(1:4)
                 MOVE WS-CNV-DATE(6:2) TO WS-CNV-DATE-NUM(5:2)
                 MOVE WS-CNV-DATE(9:2) TO WS-CNV-DATE-NUM(7:2)
                 COMPUTE WS-CNV-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-CNV-DATE-NUM)
              END-IF
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "13-WEEK CASH REQUIREMENTS FORECAST AS OF "
              WS-AS-OF-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-CASH-GIVEN = 'N'
              MOVE SPACES TO RPT-REC
              STRING "  no beginning cash on CFPARM - forecast "
                 "starts from zero"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  WK  WEEK OF           BEGINNING CASH      "
              "    AR RECEIPTS            PAYROLL         "
              "PURCHASING         ENDING CASH"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-BEGIN-CASH TO WS-RUN-CASH.
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1 UNTIL WS-WK-SUB > 13
              PERFORM WRITE-WEEK-LINE
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL" TO WS-DL-START.
           MOVE WS-BEGIN-CASH TO WS-DL-BEGIN.
           MOVE WS-TOT-AR-IN TO WS-DL-AR-IN.
           MOVE WS-TOT-PAY-OUT TO WS-DL-PAY-OUT.
           MOVE WS-TOT-PO-OUT TO WS-DL-PO-OUT.
           MOVE WS-RUN-CASH TO WS-DL-END.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-AR-ITEM-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  receivables: " WS-COUNT-EDIT " open item(s) from "
              "due date adjusted by each customer's average days late"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-AR-BEYOND-COUNT > ZEROES
              MOVE WS-AR-BEYOND-COUNT TO WS-COUNT-EDIT
              MOVE WS-AR-BEYOND-AMT TO WS-AMT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "    " WS-COUNT-EDIT " item(s) " WS-AMT-EDIT
                 " expected after week 13 - not bucketed"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-AR-NODATE-COUNT > ZEROES
              MOVE WS-AR-NODATE-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "    " WS-COUNT-EDIT " item(s) with no due date "
                 "- placed in week 1"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE WS-PAY-CHECK-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PAY-AVG TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  payroll: " WS-COUNT-EDIT " check date(s) at "
              WS-AMT-EDIT " net pay and employer tax per run"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RUNH-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "    average of the last " WS-COUNT-EDIT
              " payroll run(s)"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-PO-LINE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  purchasing: " WS-COUNT-EDIT
              " open PO line(s) at unit cost on vendor terms"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-PO-BEYOND-COUNT > ZEROES
              MOVE WS-PO-BEYOND-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "    " WS-COUNT-EDIT " line(s) due after week 13 "
                 "- not bucketed"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-PO-UNPRICED-COUNT > ZEROES
              MOVE WS-PO-UNPRICED-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "    " WS-COUNT-EDIT " line(s) with no unit cost "
                 "- not in the forecast"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-SHORT-COUNT > ZEROES
              MOVE WS-SHORT-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  *** " WS-COUNT-EDIT " week(s) end with cash "
                 "below zero ***"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           CLOSE RPTFILE.

       WRITE-WEEK-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-WK-SUB TO WS-DL-WEEK.
           COMPUTE WS-WK-START-NUM = FUNCTION DATE-OF-INTEGER(
              WS-AS-OF-DAYS + (WS-WK-SUB - 1) * 7).
           MOVE WS-WK-START-NUM(1:4) TO WS-WS-YYYY.
           MOVE WS-WK-START-NUM(5:2) TO WS-WS-MM.
           MOVE WS-WK-START-NUM(7:2) TO WS-WS-DD.
           MOVE WS-WK-START-EDIT TO WS-DL-START.
           MOVE WS-RUN-CASH TO WS-DL-BEGIN.
           COMPUTE WS-WK-NET = WS-WK-AR-IN(WS-WK-SUB) -
              WS-WK-PAY-OUT(WS-WK-SUB) - WS-WK-PO-OUT(WS-WK-SUB).
           ADD WS-WK-NET TO WS-RUN-CASH.
           MOVE WS-WK-AR-IN(WS-WK-SUB) TO WS-DL-AR-IN.
           MOVE WS-WK-PAY-OUT(WS-WK-SUB) TO WS-DL-PAY-OUT.
           MOVE WS-WK-PO-OUT(WS-WK-SUB) TO WS-DL-PO-OUT.
           MOVE WS-RUN-CASH TO WS-DL-END.
           IF WS-RUN-CASH < ZEROES
              MOVE "SHORT" TO WS-DL-FLAG
              ADD 1 TO WS-SHORT-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
