       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.

      * unclaimed property (escheat). two kinds of property are
      * collected: payroll checks BANKRECON still carries on its
      * outstanding check file (type PR01, wages) whose check date
      * is past the check dormancy period, and customer credit
      * balances on the AR master (type CR01, credit balances) where
      * the customer has had no invoice, credit or payment activity
      * for the credit dormancy period. a customer's property is its
      * net credit - open invoices come off first.
      *
      * OUTPUT1 is the due-diligence letter list, one owner and last
      * known address per item. OUTPUT2 is the annual unclaimed
      * property report by property type and owner. when ESPARM says
      * the report is being filed, the items are marked remitted -
      * checks flagged 'R' on the outstanding check file, credit
      * items closed with status 'E' and an escheat row (type 'E')
      * on the payment history - and the GL journal moves them to
      * the unclaimed property liability.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPARM ASSIGN TO ESPARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESPARM-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT OUTCHK ASSIGN TO OUTCHK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUTCHK-STATUS.
           SELECT OUTCHKO ASSIGN TO OUTCHKO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT ARMAST ASSIGN TO ARMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT ARMASTO ASSIGN TO ARMASTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT CUSTFILE ASSIGN TO CUSTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT PAYHIST ASSIGN TO PAYHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT LTRFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * dormancy in days for checks and for customer credits, and
      * ESP-FILE 'Y' when the report produced is the one being filed
       FD ESPARM.
       01 DATA-ESPARM.
           05 ESP-CHK-DAYS PIC 9(4).
           05 ESP-CR-DAYS PIC 9(4).
           05 ESP-FILE PIC X(1).
           05 ESP-BLANKS PIC X(71).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

       FD OUTCHK.
       01 DATA-OUTCHK.
           05 OC-CHECK-NUM PIC 9(9).
           05 OC-CHECK-DATE PIC X(10).
           05 OC-PAYEE PIC X(25).
           05 OC-AMT PIC 9(9)V99.
           05 OC-ESCHEAT PIC X(1).
           05 OC-BLANKS PIC X(24).

       FD OUTCHKO.
       01 DATA-OUTCHKO.
           05 OCO-CHECK-NUM PIC 9(9).
           05 OCO-CHECK-DATE PIC X(10).
           05 OCO-PAYEE PIC X(25).
           05 OCO-AMT PIC 9(9)V99.
           05 OCO-ESCHEAT PIC X(1).
           05 OCO-BLANKS PIC X(24).

       FD ARMAST.
       01 ARM-REC.
           05 ARM-INVOICE PIC 9(6).
           05 ARM-CUST-ID PIC 9(6).
           05 ARM-DATE PIC X(10).
           05 ARM-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-STATUS PIC X(1).
           05 ARM-DUE-DATE PIC X(10).
           05 ARM-DISPUTE PIC X(23).

       FD ARMASTO.
       01 ARO-REC.
           05 ARO-INVOICE PIC 9(6).
           05 ARO-CUST-ID PIC 9(6).
           05 ARO-DATE PIC X(10).
           05 ARO-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARO-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARO-STATUS PIC X(1).
           05 ARO-DUE-DATE PIC X(10).
           05 ARO-DISPUTE PIC X(23).

       FD CUSTFILE.
       01 DATA-CUSTOMER.
           05 CUST-ID PIC 9(6).
           05 CUST-NAME PIC X(30).
           05 CUST-ADDR PIC X(30).
           05 CUST-CURRENCY PIC X(3).
           05 CUST-TERMS PIC X(9).
           05 CUST-BLANKS PIC X(2).

       FD PAYHIST.
       01 PAYH-REC.
           05 PAYH-INVOICE PIC 9(6).
           05 PAYH-CUST-ID PIC 9(6).
           05 PAYH-AMT PIC 9(9)V99.
           05 PAYH-DATE PIC X(10).
           05 PAYH-TYPE PIC X(1).
           05 PAYH-POST-DATE PIC X(10).
           05 FILLER PIC X(36).

       FD GLFILE.
       01 GL-REC.
           05 GL-SOURCE PIC X(8).
           05 GL-RUN-SEQ PIC 9(9).
           05 GL-ACCOUNT PIC X(20).
           05 GL-DC PIC X(1).
           05 GL-AMT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 GL-DESC PIC X(25).
           05 FILLER PIC X(3).

       FD LTRFILE.
       01 LTR-REC PIC X(80).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ESPARM-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.
       01 WS-OUTCHK-STATUS PIC XX.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-CUSTFILE-STATUS PIC XX.
       01 WS-PAYHIST-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-CHK-DAYS PIC 9(4) VALUE 365.
       01 WS-CR-DAYS PIC 9(4) VALUE 1095.
       01 WS-FILING PIC A VALUE 'N'.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-CYCLE-DAYS PIC 9(7) VALUE ZEROES.
       01 WS-DATE-IN PIC X(10).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-AGE-DAYS PIC S9(7).

       01 WS-CHK-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CHK-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-CHK-TABLE.
           05 WS-CHK-ENTRY OCCURS 1000 TIMES.
               10 WS-CHK-NUM PIC 9(9).
               10 WS-CHK-DATE PIC X(10).
               10 WS-CHK-PAYEE PIC X(25).
               10 WS-CHK-AMT PIC 9(9)V99.
               10 WS-CHK-ESCHEAT PIC X(1).
       01 WS-CHK-SUB PIC 9(4).

       01 WS-AR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-AR-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 2000 TIMES.
               10 WS-AR-INVOICE PIC 9(6).
               10 WS-AR-CUST-ID PIC 9(6).
               10 WS-AR-DATE PIC X(10).
               10 WS-AR-TOTAL PIC S9(9)V99.
               10 WS-AR-OPEN PIC S9(9)V99.
               10 WS-AR-STATUS PIC X(1).
               10 WS-AR-DUE-DATE PIC X(10).
               10 WS-AR-DISPUTE PIC X(23).
       01 WS-AR-SUB PIC 9(4).

       01 WS-CUST-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CUST-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 2000 TIMES.
               10 WS-CUST-ID PIC 9(6).
               10 WS-CUST-NAME PIC X(30).
               10 WS-CUST-ADDR PIC X(30).
       01 WS-CUST-SUB PIC 9(4).

      * each customer on the AR master: last activity and net open
       01 WS-ACT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ACT-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 2000 TIMES.
               10 WS-ACT-CUST PIC 9(6).
               10 WS-ACT-LAST PIC X(10).
               10 WS-ACT-NET PIC S9(11)V99.
       01 WS-ACT-SUB PIC 9(4).
       01 WS-ACT-FOUND-SUB PIC 9(4).
       01 WS-ACT-LOOKUP PIC 9(6).

      * reportable property, one row per check or per customer
       01 WS-PROP-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PROP-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-PROP-TABLE.
           05 WS-PROP-ENTRY OCCURS 2000 TIMES.
               10 WS-PROP-TYPE PIC X(4).
               10 WS-PROP-OWNER PIC X(30).
               10 WS-PROP-ADDR PIC X(30).
               10 WS-PROP-REF PIC 9(9).
               10 WS-PROP-AMT PIC S9(11)V99.
               10 WS-PROP-LAST PIC X(10).
               10 WS-PROP-DONE PIC A.
       01 WS-PROP-SUB PIC 9(4).
       01 WS-BEST-SUB PIC 9(4).
       01 WS-BEST-OWNER PIC X(30).
       01 WS-CUR-TYPE PIC X(4).
       01 WS-CUR-DESC PIC X(30).
       01 WS-TYPE-SUB PIC 9(1).

       01 WS-CLOSE-LEFT PIC S9(11)V99.
       01 WS-CLOSE-TAKE PIC S9(11)V99.
       01 WS-CUR-CUST PIC 9(6).

       01 WS-TYPE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TYPE-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-CHK-PROP-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-CR-PROP-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-PROP-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT PIC $$,$$$,$$$,$$9.99.
       01 WS-DAYS-EDIT PIC Z,ZZ9.
       01 WS-DAYS-EDIT-2 PIC Z,ZZ9.
       01 WS-REF-EDIT PIC 9(9).

       01 WS-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-RANGE-MAX PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-SEQ-NAME PIC X(12) VALUE "INVOICE-RUN".

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
           MOVE ZEROES TO WS-DATE-NUM.
           MOVE WS-CYCLE-DATE(1:4) TO WS-DATE-NUM(1:4).
           MOVE WS-CYCLE-DATE(6:2) TO WS-DATE-NUM(5:2).
           MOVE WS-CYCLE-DATE(9:2) TO WS-DATE-NUM(7:2).
           COMPUTE WS-CYCLE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           OPEN INPUT ESPARM.
           IF WS-ESPARM-STATUS = "00"
              READ ESPARM
                 AT END CONTINUE
              END-READ
              IF WS-ESPARM-STATUS = "00"
                 IF ESP-CHK-DAYS IS NUMERIC AND
                    ESP-CHK-DAYS NOT = ZEROES
                    MOVE ESP-CHK-DAYS TO WS-CHK-DAYS
                 END-IF
                 IF ESP-CR-DAYS IS NUMERIC AND
                    ESP-CR-DAYS NOT = ZEROES
                    MOVE ESP-CR-DAYS TO WS-CR-DAYS
                 END-IF
                 IF ESP-FILE = 'Y'
                    MOVE 'Y' TO WS-FILING
                 END-IF
              END-IF
              CLOSE ESPARM
           ELSE
              DISPLAY "No escheat parameter file found - checks "
                 "dormant after 365 days, credits after 1095."
           END-IF.

           OPEN INPUT CUSTFILE.
           IF WS-CUSTFILE-STATUS = "00"
              PERFORM UNTIL WS-CUSTFILE-STATUS = "10"
                 READ CUSTFILE
                    AT END MOVE "10" TO WS-CUSTFILE-STATUS
                    NOT AT END
                       IF WS-CUST-TABLE-COUNT = WS-CUST-TABLE-COUNT-MAX
                          DISPLAY "CUSTIN has more customers than "
                             "ESCHEAT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE CUSTFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CUST-TABLE-COUNT
                       MOVE CUST-ID TO
                          WS-CUST-ID(WS-CUST-TABLE-COUNT)
                       MOVE CUST-NAME TO
                          WS-CUST-NAME(WS-CUST-TABLE-COUNT)
                       MOVE CUST-ADDR TO
                          WS-CUST-ADDR(WS-CUST-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTFILE
           END-IF.

           OPEN INPUT OUTCHK.
           IF WS-OUTCHK-STATUS = "00"
              PERFORM UNTIL WS-OUTCHK-STATUS = "10"
                 READ OUTCHK
                    AT END MOVE "10" TO WS-OUTCHK-STATUS
                    NOT AT END
                       IF WS-CHK-TABLE-COUNT = WS-CHK-TABLE-COUNT-MAX
                          DISPLAY "OUTCHK has more checks than "
                             "ESCHEAT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE OUTCHK
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CHK-TABLE-COUNT
                       MOVE OC-CHECK-NUM TO
                          WS-CHK-NUM(WS-CHK-TABLE-COUNT)
                       MOVE OC-CHECK-DATE TO
                          WS-CHK-DATE(WS-CHK-TABLE-COUNT)
                       MOVE OC-PAYEE TO
                          WS-CHK-PAYEE(WS-CHK-TABLE-COUNT)
                       MOVE OC-AMT TO
                          WS-CHK-AMT(WS-CHK-TABLE-COUNT)
                       MOVE OC-ESCHEAT TO
                          WS-CHK-ESCHEAT(WS-CHK-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE OUTCHK
           ELSE
              DISPLAY "No outstanding check file found - no payroll "
                 "checks considered."
           END-IF.

           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS NOT = "00"
              DISPLAY "No AR master found - no customer credits "
                 "considered."
           ELSE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ARMAST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM LOAD-AR-ITEM
                 END-READ
              END-PERFORM
              CLOSE ARMAST
           END-IF.

      * payments, returns and refunds are activity too
           OPEN INPUT PAYHIST.
           IF WS-PAYHIST-STATUS = "00"
              PERFORM UNTIL WS-PAYHIST-STATUS = "10"
                 READ PAYHIST
                    AT END MOVE "10" TO WS-PAYHIST-STATUS
                    NOT AT END
                       MOVE PAYH-CUST-ID TO WS-ACT-LOOKUP
                       PERFORM FIND-ACTIVITY
                       IF WS-ACT-FOUND-SUB NOT = ZEROES
                          IF PAYH-DATE > WS-ACT-LAST(WS-ACT-FOUND-SUB)
                             MOVE PAYH-DATE TO
                                WS-ACT-LAST(WS-ACT-FOUND-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYHIST
           END-IF.

      * payroll checks past dormancy, not already remitted
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
              UNTIL WS-CHK-SUB > WS-CHK-TABLE-COUNT
              IF WS-CHK-ESCHEAT(WS-CHK-SUB) NOT = 'R'
                 MOVE WS-CHK-DATE(WS-CHK-SUB) TO WS-DATE-IN
                 PERFORM DAYS-SINCE
                 IF WS-AGE-DAYS NOT < WS-CHK-DAYS
                    PERFORM ADD-PROPERTY
                    MOVE "PR01" TO WS-PROP-TYPE(WS-PROP-TABLE-COUNT)
                    MOVE WS-CHK-PAYEE(WS-CHK-SUB) TO
                       WS-PROP-OWNER(WS-PROP-TABLE-COUNT)
                    MOVE WS-CHK-NUM(WS-CHK-SUB) TO
                       WS-PROP-REF(WS-PROP-TABLE-COUNT)
                    MOVE WS-CHK-AMT(WS-CHK-SUB) TO
                       WS-PROP-AMT(WS-PROP-TABLE-COUNT)
                    MOVE WS-CHK-DATE(WS-CHK-SUB) TO
                       WS-PROP-LAST(WS-PROP-TABLE-COUNT)
                    ADD WS-CHK-AMT(WS-CHK-SUB) TO WS-CHK-PROP-TOTAL
                    IF WS-FILING = 'Y'
                       MOVE "R" TO WS-CHK-ESCHEAT(WS-CHK-SUB)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * customers owed a net credit with no activity for the period
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
              UNTIL WS-ACT-SUB > WS-ACT-TABLE-COUNT
              IF WS-ACT-NET(WS-ACT-SUB) < ZERO
                 MOVE WS-ACT-LAST(WS-ACT-SUB) TO WS-DATE-IN
                 PERFORM DAYS-SINCE
                 IF WS-AGE-DAYS NOT < WS-CR-DAYS
                    PERFORM ADD-PROPERTY
                    MOVE "CR01" TO WS-PROP-TYPE(WS-PROP-TABLE-COUNT)
                    MOVE WS-ACT-CUST(WS-ACT-SUB) TO
                       WS-PROP-REF(WS-PROP-TABLE-COUNT)
                    PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT
                       IF WS-CUST-ID(WS-CUST-SUB) =
                          WS-ACT-CUST(WS-ACT-SUB)
                          MOVE WS-CUST-NAME(WS-CUST-SUB) TO
                             WS-PROP-OWNER(WS-PROP-TABLE-COUNT)
                          MOVE WS-CUST-ADDR(WS-CUST-SUB) TO
                             WS-PROP-ADDR(WS-PROP-TABLE-COUNT)
                       END-IF
                    END-PERFORM
                    COMPUTE WS-PROP-AMT(WS-PROP-TABLE-COUNT) =
                       ZERO - WS-ACT-NET(WS-ACT-SUB)
                    MOVE WS-ACT-LAST(WS-ACT-SUB) TO
                       WS-PROP-LAST(WS-PROP-TABLE-COUNT)
                    ADD WS-PROP-AMT(WS-PROP-TABLE-COUNT) TO
                       WS-CR-PROP-TOTAL
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE WS-PROP-TOTAL = WS-CHK-PROP-TOTAL +
              WS-CR-PROP-TOTAL.

      * due-diligence letters, in the order found
           OPEN OUTPUT LTRFILE.
           MOVE SPACES TO LTR-REC.
           STRING "UNCLAIMED PROPERTY DUE-DILIGENCE LETTERS   "
              WS-CYCLE-DATE
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE WS-CHK-DAYS TO WS-DAYS-EDIT.
           MOVE WS-CR-DAYS TO WS-DAYS-EDIT-2.
           MOVE SPACES TO LTR-REC.
           STRING "checks dormant " WS-DAYS-EDIT " days, credits "
              WS-DAYS-EDIT-2 " days"
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
              UNTIL WS-PROP-SUB > WS-PROP-TABLE-COUNT
              MOVE WS-PROP-AMT(WS-PROP-SUB) TO WS-AMT-EDIT
              MOVE WS-PROP-REF(WS-PROP-SUB) TO WS-REF-EDIT
              MOVE SPACES TO LTR-REC
              STRING WS-PROP-TYPE(WS-PROP-SUB) " "
                 WS-PROP-OWNER(WS-PROP-SUB) " " WS-REF-EDIT " "
                 WS-AMT-EDIT
                 DELIMITED BY SIZE INTO LTR-REC
              WRITE LTR-REC
              MOVE SPACES TO LTR-REC
              IF WS-PROP-ADDR(WS-PROP-SUB) = SPACES
                 STRING "     address from payroll records"
                    "       last activity "
                    WS-PROP-LAST(WS-PROP-SUB)
                    DELIMITED BY SIZE INTO LTR-REC
              ELSE
                 STRING "     " WS-PROP-ADDR(WS-PROP-SUB)
                    "       last activity "
                    WS-PROP-LAST(WS-PROP-SUB)
                    DELIMITED BY SIZE INTO LTR-REC
              END-IF
              WRITE LTR-REC
           END-PERFORM.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.
           MOVE WS-PROP-TABLE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO LTR-REC.
           STRING "Letters to send " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO LTR-REC.
           WRITE LTR-REC.
           CLOSE LTRFILE.

      * the annual report: by property type, owners alphabetically
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "ANNUAL UNCLAIMED PROPERTY REPORT   "
              WS-CYCLE-DATE(1:4) "   as of " WS-CYCLE-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > 2
              IF WS-TYPE-SUB = 1
                 MOVE "PR01" TO WS-CUR-TYPE
                 MOVE "wages, payroll checks" TO WS-CUR-DESC
              ELSE
                 MOVE "CR01" TO WS-CUR-TYPE
                 MOVE "customer credit balances" TO WS-CUR-DESC
              END-IF
              PERFORM PRINT-TYPE
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-PROP-TABLE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PROP-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Total property " WS-COUNT-EDIT " items "
              WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-FILING = 'Y'
              STRING "FILED - items above marked remitted"
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "Not filed - report only, nothing marked"
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           IF WS-FILING = 'Y'
              PERFORM MARK-REMITTED
           END-IF.

           MOVE WS-PROP-TABLE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PROP-TOTAL TO WS-AMT-EDIT.
           IF WS-FILING = 'Y'
              DISPLAY "ESCHEAT remitted " WS-COUNT-EDIT
                 " item(s) totalling " WS-AMT-EDIT
           ELSE
              DISPLAY "ESCHEAT found " WS-COUNT-EDIT
                 " reportable item(s) totalling " WS-AMT-EDIT
           END-IF.

           STOP RUN.

       LOAD-AR-ITEM.
           IF WS-AR-TABLE-COUNT = WS-AR-TABLE-COUNT-MAX
              DISPLAY "AR master has more items than "
                 "ESCHEAT can hold - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE ARMAST
              STOP RUN
           END-IF.
           ADD 1 TO WS-AR-TABLE-COUNT.
           MOVE ARM-INVOICE TO WS-AR-INVOICE(WS-AR-TABLE-COUNT).
           MOVE ARM-CUST-ID TO WS-AR-CUST-ID(WS-AR-TABLE-COUNT).
           MOVE ARM-DATE TO WS-AR-DATE(WS-AR-TABLE-COUNT).
           MOVE ARM-TOTAL TO WS-AR-TOTAL(WS-AR-TABLE-COUNT).
           MOVE ARM-OPEN TO WS-AR-OPEN(WS-AR-TABLE-COUNT).
           MOVE ARM-STATUS TO WS-AR-STATUS(WS-AR-TABLE-COUNT).
           MOVE ARM-DUE-DATE TO WS-AR-DUE-DATE(WS-AR-TABLE-COUNT).
           MOVE ARM-DISPUTE TO WS-AR-DISPUTE(WS-AR-TABLE-COUNT).
           MOVE ARM-CUST-ID TO WS-ACT-LOOKUP.
           PERFORM FIND-ACTIVITY.
           IF WS-ACT-FOUND-SUB = ZEROES
              IF WS-ACT-TABLE-COUNT = WS-ACT-TABLE-COUNT-MAX
                 DISPLAY "AR master has more customers than "
                    "ESCHEAT can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE ARMAST
                 STOP RUN
              END-IF
              ADD 1 TO WS-ACT-TABLE-COUNT
              MOVE WS-ACT-TABLE-COUNT TO WS-ACT-FOUND-SUB
              MOVE ARM-CUST-ID TO WS-ACT-CUST(WS-ACT-FOUND-SUB)
              MOVE SPACES TO WS-ACT-LAST(WS-ACT-FOUND-SUB)
              MOVE ZEROES TO WS-ACT-NET(WS-ACT-FOUND-SUB)
           END-IF.
           ADD ARM-OPEN TO WS-ACT-NET(WS-ACT-FOUND-SUB).
           IF ARM-DATE > WS-ACT-LAST(WS-ACT-FOUND-SUB)
              MOVE ARM-DATE TO WS-ACT-LAST(WS-ACT-FOUND-SUB)
           END-IF.

       FIND-ACTIVITY.
           MOVE ZEROES TO WS-ACT-FOUND-SUB.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
              UNTIL WS-ACT-SUB > WS-ACT-TABLE-COUNT
              IF WS-ACT-CUST(WS-ACT-SUB) = WS-ACT-LOOKUP
                 MOVE WS-ACT-SUB TO WS-ACT-FOUND-SUB
              END-IF
           END-PERFORM.

      * days from WS-DATE-IN to the cycle date; a date that is not
      * filled in is never dormant
       DAYS-SINCE.
           MOVE ZEROES TO WS-AGE-DAYS.
           IF WS-DATE-IN(1:4) IS NUMERIC AND
              WS-DATE-IN(6:2) IS NUMERIC AND
              WS-DATE-IN(9:2) IS NUMERIC
              MOVE ZEROES TO WS-DATE-NUM
              MOVE WS-DATE-IN(1:4) TO WS-DATE-NUM(1:4)
              MOVE WS-DATE-IN(6:2) TO WS-DATE-NUM(5:2)
              MOVE WS-DATE-IN(9:2) TO WS-DATE-NUM(7:2)
              COMPUTE WS-AGE-DAYS = WS-CYCLE-DAYS -
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.

       ADD-PROPERTY.
           IF WS-PROP-TABLE-COUNT = WS-PROP-TABLE-COUNT-MAX
              DISPLAY "More unclaimed property than ESCHEAT can "
                 "hold - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-PROP-TABLE-COUNT.
           MOVE SPACES TO WS-PROP-OWNER(WS-PROP-TABLE-COUNT)
              WS-PROP-ADDR(WS-PROP-TABLE-COUNT).
           MOVE 'N' TO WS-PROP-DONE(WS-PROP-TABLE-COUNT).

      * one property type on the report, lowest owner name first
       PRINT-TYPE.
           MOVE ZEROES TO WS-TYPE-COUNT WS-TYPE-TOTAL.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Property type " WS-CUR-TYPE " - " WS-CUR-DESC
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE 1 TO WS-BEST-SUB.
           PERFORM UNTIL WS-BEST-SUB = ZEROES
              MOVE ZEROES TO WS-BEST-SUB
              MOVE HIGH-VALUES TO WS-BEST-OWNER
              PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                 UNTIL WS-PROP-SUB > WS-PROP-TABLE-COUNT
                 IF WS-PROP-TYPE(WS-PROP-SUB) = WS-CUR-TYPE AND
                    WS-PROP-DONE(WS-PROP-SUB) = 'N' AND
                    WS-PROP-OWNER(WS-PROP-SUB) < WS-BEST-OWNER
                    MOVE WS-PROP-SUB TO WS-BEST-SUB
                    MOVE WS-PROP-OWNER(WS-PROP-SUB) TO WS-BEST-OWNER
                 END-IF
              END-PERFORM
              IF WS-BEST-SUB NOT = ZEROES
                 MOVE 'Y' TO WS-PROP-DONE(WS-BEST-SUB)
                 ADD 1 TO WS-TYPE-COUNT
                 ADD WS-PROP-AMT(WS-BEST-SUB) TO WS-TYPE-TOTAL
                 MOVE WS-PROP-AMT(WS-BEST-SUB) TO WS-AMT-EDIT
                 MOVE WS-PROP-REF(WS-BEST-SUB) TO WS-REF-EDIT
                 MOVE SPACES TO RPT-REC
                 STRING "  " WS-PROP-OWNER(WS-BEST-SUB) " "
                    WS-REF-EDIT " " WS-PROP-LAST(WS-BEST-SUB)
                    WS-AMT-EDIT
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
           MOVE WS-TYPE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TYPE-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  " WS-CUR-TYPE " total " WS-COUNT-EDIT " items "
              WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      * filing: rewrite the outstanding check file with the remitted
      * flags, close the customers' credit items, and journal it
       MARK-REMITTED.
           OPEN OUTPUT OUTCHKO.
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
              UNTIL WS-CHK-SUB > WS-CHK-TABLE-COUNT
              MOVE SPACES TO DATA-OUTCHKO
              MOVE WS-CHK-NUM(WS-CHK-SUB) TO OCO-CHECK-NUM
              MOVE WS-CHK-DATE(WS-CHK-SUB) TO OCO-CHECK-DATE
              MOVE WS-CHK-PAYEE(WS-CHK-SUB) TO OCO-PAYEE
              MOVE WS-CHK-AMT(WS-CHK-SUB) TO OCO-AMT
              MOVE WS-CHK-ESCHEAT(WS-CHK-SUB) TO OCO-ESCHEAT
              WRITE DATA-OUTCHKO
           END-PERFORM.
           CLOSE OUTCHKO.

           OPEN EXTEND PAYHIST.
           IF WS-PAYHIST-STATUS = "35"
              OPEN OUTPUT PAYHIST
           END-IF.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
              UNTIL WS-PROP-SUB > WS-PROP-TABLE-COUNT
              IF WS-PROP-TYPE(WS-PROP-SUB) = "CR01"
                 MOVE WS-PROP-REF(WS-PROP-SUB) TO WS-CUR-CUST
                 MOVE WS-PROP-AMT(WS-PROP-SUB) TO WS-CLOSE-LEFT
                 PERFORM CLOSE-CREDITS
              END-IF
           END-PERFORM.
           CLOSE PAYHIST.

           OPEN OUTPUT ARMASTO.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
              MOVE SPACES TO ARO-REC
              MOVE WS-AR-INVOICE(WS-AR-SUB) TO ARO-INVOICE
              MOVE WS-AR-CUST-ID(WS-AR-SUB) TO ARO-CUST-ID
              MOVE WS-AR-DATE(WS-AR-SUB) TO ARO-DATE
              MOVE WS-AR-TOTAL(WS-AR-SUB) TO ARO-TOTAL
              MOVE WS-AR-OPEN(WS-AR-SUB) TO ARO-OPEN
              MOVE WS-AR-STATUS(WS-AR-SUB) TO ARO-STATUS
              MOVE WS-AR-DUE-DATE(WS-AR-SUB) TO ARO-DUE-DATE
              MOVE WS-AR-DISPUTE(WS-AR-SUB) TO ARO-DISPUTE
              WRITE ARO-REC
           END-PERFORM.
           CLOSE ARMASTO.

           IF WS-PROP-TOTAL NOT = ZEROES
              CALL "SEQGEN" USING WS-SEQ-NAME WS-RUN-SEQ
                 WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT
              OPEN OUTPUT GLFILE
              IF WS-CHK-PROP-TOTAL NOT = ZEROES
                 MOVE SPACES TO GL-REC
                 MOVE "ESCHEAT" TO GL-SOURCE
                 MOVE WS-RUN-SEQ TO GL-RUN-SEQ
                 MOVE "CASH" TO GL-ACCOUNT
                 MOVE "D" TO GL-DC
                 MOVE WS-CHK-PROP-TOTAL TO GL-AMT
                 MOVE "Unclaimed payroll checks" TO GL-DESC
                 WRITE GL-REC
              END-IF
              IF WS-CR-PROP-TOTAL NOT = ZEROES
                 MOVE SPACES TO GL-REC
                 MOVE "ESCHEAT" TO GL-SOURCE
                 MOVE WS-RUN-SEQ TO GL-RUN-SEQ
                 MOVE "ACCTS-RECV" TO GL-ACCOUNT
                 MOVE "D" TO GL-DC
                 MOVE WS-CR-PROP-TOTAL TO GL-AMT
                 MOVE "Unclaimed customer credit" TO GL-DESC
                 WRITE GL-REC
              END-IF
              MOVE SPACES TO GL-REC
              MOVE "ESCHEAT" TO GL-SOURCE
              MOVE WS-RUN-SEQ TO GL-RUN-SEQ
              MOVE "UNCLAIMED-PROP" TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              MOVE WS-PROP-TOTAL TO GL-AMT
              MOVE "Unclaimed property report" TO GL-DESC
              WRITE GL-REC
              CLOSE GLFILE
           END-IF.

      * take the customer's remitted credit off its credit items,
      * each with an escheat row on the payment history
       CLOSE-CREDITS.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT OR
              WS-CLOSE-LEFT NOT > ZERO
              IF WS-AR-CUST-ID(WS-AR-SUB) = WS-CUR-CUST AND
                 WS-AR-OPEN(WS-AR-SUB) < ZERO
                 COMPUTE WS-CLOSE-TAKE = ZERO - WS-AR-OPEN(WS-AR-SUB)
                 IF WS-CLOSE-TAKE > WS-CLOSE-LEFT
                    MOVE WS-CLOSE-LEFT TO WS-CLOSE-TAKE
                 END-IF
                 ADD WS-CLOSE-TAKE TO WS-AR-OPEN(WS-AR-SUB)
                 SUBTRACT WS-CLOSE-TAKE FROM WS-CLOSE-LEFT
                 IF WS-AR-OPEN(WS-AR-SUB) = ZERO
                    MOVE "E" TO WS-AR-STATUS(WS-AR-SUB)
                 END-IF
                 MOVE SPACES TO PAYH-REC
                 MOVE WS-AR-INVOICE(WS-AR-SUB) TO PAYH-INVOICE
                 MOVE WS-CUR-CUST TO PAYH-CUST-ID
                 MOVE WS-CLOSE-TAKE TO PAYH-AMT
                 MOVE WS-CYCLE-DATE TO PAYH-DATE
                 MOVE "E" TO PAYH-TYPE
                 MOVE WS-CYCLE-DATE TO PAYH-POST-DATE
                 WRITE PAYH-REC
              END-IF
           END-PERFORM.
