       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.

      * accounts payable payment run. every open APMAST invoice due
      * within the APPARM pay-ahead window (default 7 days from the
      * run date), or whose early-payment discount date falls in
      * that window and has not yet passed, is selected for payment.
      * the discount is taken on any invoice paid on or before its
      * discount date - the vendor's discount days from the invoice
      * date, at the vendor's discount percent. all of a vendor's
      * selected invoices go out as one payment:
      *   by ACH when the vendor master says ACH and carries a bank
      *   routing and account, otherwise by check. a check is printed
      *   (CHKPRINT) with its number drawn from the AP-CHECK sequence
      *   and is listed on the positive-pay issue file (POSPAY) in the
      *   same layout payroll sends the bank; ACH items go on ACHOUT
      *   in the payroll layout with the vendor id in the payee field
      * each payment prints a remittance advice (OUTPUT1) listing the
      * invoices it covers; the run register (OUTPUT2) lists the
      * payments and any invoice left unpaid because its vendor is on
      * hold or missing from VENDMAST. paid invoices are cleared on
      * APMAST (status P, nothing open), the payment goes onto the
      * APPAYH payment history AP1099 reports from at year end, and
      * the journal carries D ACCTS-PAYABLE gross, C CASH net and
      * C PURCH-DISC for discounts taken.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APMAST ASSIGN TO APMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APMAST-STATUS.
           SELECT VENDFILE ASSIGN TO VENDMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VENDFILE-STATUS.
           SELECT PARMFILE ASSIGN TO APPARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT PAYHFILE ASSIGN TO APPAYH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYHFILE-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT CHKFILE ASSIGN TO CHKPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT POSPAY ASSIGN TO POSPAY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT ACHFILE ASSIGN TO ACHOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT REMFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD APMAST.
       01 DATA-APMAST.
           05 AP-VENDOR PIC X(6).
           05 AP-INVOICE PIC X(12).
           05 AP-INV-DATE PIC X(10).
           05 AP-DUE-DATE PIC X(10).
           05 AP-AMOUNT PIC 9(9)V99.
           05 AP-OPEN PIC 9(9)V99.
           05 AP-STATUS PIC X(1).
           05 AP-PO-NUM PIC 9(6).
           05 AP-ENTRY-DATE PIC X(10).
           05 AP-BLANKS PIC X(3).

      * vendor master - kept by purchasing. pay method C check or
      * A ACH; status H holds every payment to the vendor. the tax
      * id and address are what the 1099 filing needs
       FD VENDFILE.
       01 DATA-VEND.
           05 VM-VENDOR PIC X(6).
           05 VM-NAME PIC X(30).
           05 VM-STATUS PIC X(1).
           05 VM-PAY-METHOD PIC X(1).
           05 VM-ROUTING PIC 9(9).
           05 VM-ACCOUNT PIC X(17).
           05 VM-DISC-PCT PIC 9(2)V99.
           05 VM-DISC-DAYS PIC 9(3).
           05 VM-1099 PIC X(1).
           05 VM-TAX-ID PIC X(9).
           05 VM-ADDR-STREET PIC X(30).
           05 VM-ADDR-CITY PIC X(20).
           05 VM-ADDR-STATE PIC X(2).
           05 VM-ADDR-ZIP PIC X(10).
           05 VM-BLANKS PIC X(17).

       FD PARMFILE.
       01 DATA-APPARM.
           05 APP-PRICE-TOL-PCT PIC 9(3)V99.
           05 APP-QTY-TOL-PCT PIC 9(3)V99.
           05 APP-PAY-AHEAD-DAYS PIC 9(3).
           05 APP-BLANKS PIC X(67).

      * one record per payment issued
       FD PAYHFILE.
       01 DATA-APPAYH.
           05 PH-VENDOR PIC X(6).
           05 PH-PAY-DATE PIC X(10).
           05 PH-METHOD PIC X(1).
           05 PH-CHECK-NUM PIC 9(9).
           05 PH-GROSS PIC 9(9)V99.
           05 PH-DISC PIC 9(7)V99.
           05 PH-NET PIC 9(9)V99.
           05 PH-INV-COUNT PIC 9(4).
           05 PH-RUN-SEQ PIC 9(9).
           05 PH-STATUS PIC X(1).
           05 PH-BLANKS PIC X(9).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

       FD CHKFILE.
       01 CHK-REC PIC X(80).

       FD POSPAY.
       01 DATA-POSPAY.
           05 PP-CHECK-NUM PIC 9(9).
           05 PP-CHECK-DATE PIC X(10).
           05 PP-PAYEE PIC X(25).
           05 PP-AMT PIC 9(9)V99.
           05 PP-VOID-IND PIC X(1).
           05 PP-BLANKS PIC X(24).

       FD ACHFILE
           DATA RECORDS ARE ACH-DETAIL-REC ACH-TRAILER-REC.
       01 ACH-DETAIL-REC.
           05 ACH-DET-TYPE PIC X(1).
           05 ACH-DET-VENDOR PIC X(11).
           05 ACH-DET-ROUTING PIC 9(9).
           05 ACH-DET-ACCOUNT PIC X(17).
           05 ACH-DET-AMT PIC 9(9)V99.
           05 FILLER PIC X(31).
       01 ACH-TRAILER-REC.
           05 ACH-TRL-TYPE PIC X(1).
           05 ACH-TRL-COUNT PIC 9(6).
           05 ACH-TRL-ROUT-HASH PIC 9(10).
           05 ACH-TRL-AMT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(50).

       FD GLFILE.
       01 GL-REC.
           05 GL-SOURCE PIC X(8).
           05 GL-RUN-SEQ PIC 9(9).
           05 GL-ACCOUNT PIC X(20).
           05 GL-DC PIC X(1).
           05 GL-AMT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 GL-DESC PIC X(25).
           05 FILLER PIC X(3).

       FD REMFILE.
       01 REM-REC PIC X(80).

       FD RPTFILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-APMAST-STATUS PIC XX.
       01 WS-VENDFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-PAYHFILE-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-PAY-AHEAD-DAYS PIC 9(3) VALUE 7.

       01 WS-VND-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-VND-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-VND-TABLE.
           05 WS-VND-REC PIC X(160) OCCURS 1000 TIMES.
       01 WS-VND-SUB PIC 9(4).
       01 WS-VND-FOUND-SUB PIC 9(4).

       01 WS-AP-TABLE-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-AP-TABLE-COUNT-MAX PIC 9(5) VALUE 10000.
       01 WS-AP-TABLE.
           05 WS-AP-ENTRY OCCURS 10000 TIMES.
               10 WS-AP-REC PIC X(80).
               10 WS-AP-SEL PIC A.
               10 WS-AP-DISC PIC 9(7)V99.
       01 WS-AP-SUB PIC 9(5).
       01 WS-AP-FIRST PIC 9(5).

       01 WS-RUN-DAYS PIC 9(7).
       01 WS-THRU-DAYS PIC 9(7).
       01 WS-DUE-DAYS PIC 9(7).
       01 WS-DISC-DAYS PIC 9(7).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-DATE-TEXT PIC X(10).
       01 WS-DATE-DAYS PIC 9(7).
       01 WS-HOLD-REASON PIC X(30).

       01 WS-CUR-VENDOR PIC X(6).
       01 WS-CUR-METHOD PIC X(1).
       01 WS-CUR-GROSS PIC 9(9)V99.
       01 WS-CUR-DISC PIC 9(9)V99.
       01 WS-CUR-NET PIC 9(9)V99.
       01 WS-CUR-INV-COUNT PIC 9(4).

       01 WS-CHK-SEQ-NAME PIC X(12) VALUE "AP-CHECK".
       01 WS-CHK-NUM PIC 9(9) VALUE ZEROES.
       01 WS-CHK-NUM-EDIT PIC 999999999.
       01 WS-CHK-LINE-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CHK-PAGE-SIZE PIC 9(2) VALUE 20.

       01 WS-CHK-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CHK-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-ACH-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ACH-ROUT-HASH PIC 9(10) VALUE ZEROES.
       01 WS-ACH-AMT-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-HOLD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-GROSS-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-DISC-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-NET-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-GL-AMT PIC 9(11)V99 VALUE ZEROES.

       01 WS-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-RANGE-MAX PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-SEQ-NAME PIC X(12) VALUE "AP-RUN".

       01 WS-AMT-EDIT PIC $$$,$$$,$$9.99.
       01 WS-AMT-EDIT-2 PIC $$$,$$$,$$9.99.
       01 WS-AMT-EDIT-3 PIC $$$,$$$,$$9.99.
       01 WS-TOTAL-EDIT PIC $$,$$$,$$$,$$9.99.
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
           MOVE WS-CYCLE-DATE TO WS-DATE-TEXT.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-RUN-DAYS.

           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00"
                 IF APP-PAY-AHEAD-DAYS IS NUMERIC
                    MOVE APP-PAY-AHEAD-DAYS TO WS-PAY-AHEAD-DAYS
                 END-IF
              END-IF
              CLOSE PARMFILE
           END-IF.
           COMPUTE WS-THRU-DAYS = WS-RUN-DAYS + WS-PAY-AHEAD-DAYS.

           OPEN INPUT VENDFILE.
           IF WS-VENDFILE-STATUS NOT = "00"
              DISPLAY "No vendor master found - no vendor can be "
                 "paid this run."
           ELSE
              PERFORM UNTIL WS-VENDFILE-STATUS = "10"
                 READ VENDFILE
                    AT END MOVE "10" TO WS-VENDFILE-STATUS
                    NOT AT END
                       IF WS-VND-TABLE-COUNT = WS-VND-TABLE-COUNT-MAX
                          DISPLAY "VENDMAST has more vendors than "
                             "APPAY can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE VENDFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-VND-TABLE-COUNT
                       MOVE DATA-VEND TO WS-VND-REC(WS-VND-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE VENDFILE
           END-IF.

           OPEN INPUT APMAST.
           IF WS-APMAST-STATUS = "00"
              PERFORM UNTIL WS-APMAST-STATUS = "10"
                 READ APMAST
                    AT END MOVE "10" TO WS-APMAST-STATUS
                    NOT AT END
                       IF WS-AP-TABLE-COUNT = WS-AP-TABLE-COUNT-MAX
                          DISPLAY "APMAST has more invoices than "
                             "APPAY can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE APMAST
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-AP-TABLE-COUNT
                       MOVE DATA-APMAST TO WS-AP-REC(WS-AP-TABLE-COUNT)
                       MOVE 'N' TO WS-AP-SEL(WS-AP-TABLE-COUNT)
                       MOVE ZEROES TO WS-AP-DISC(WS-AP-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE APMAST
           END-IF.

           CALL "SEQGEN" USING WS-SEQ-NAME WS-RUN-SEQ
              WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT.
           OPEN OUTPUT CHKFILE.
           OPEN OUTPUT POSPAY.
           OPEN OUTPUT ACHFILE.
           OPEN OUTPUT REMFILE.
           OPEN OUTPUT RPTFILE.
           OPEN EXTEND PAYHFILE.
           IF WS-PAYHFILE-STATUS = "35"
              OPEN OUTPUT PAYHFILE
           END-IF.
           MOVE WS-PAY-AHEAD-DAYS TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "AP PAYMENT RUN - " WS-CYCLE-DATE
              "   invoices due or discountable within"
              WS-COUNT-EDIT " day(s)"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "VENDOR NAME                           METHOD "
              "CHECK NO  INVOICES          GROSS       DISCOUNT"
              "            NET"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
              UNTIL WS-AP-SUB > WS-AP-TABLE-COUNT
              PERFORM SELECT-INVOICE
           END-PERFORM.
           PERFORM VARYING WS-AP-FIRST FROM 1 BY 1
              UNTIL WS-AP-FIRST > WS-AP-TABLE-COUNT
              IF WS-AP-SEL(WS-AP-FIRST) = 'Y'
                 PERFORM PAY-VENDOR
              END-IF
           END-PERFORM.

           MOVE SPACES TO ACH-TRAILER-REC.
           MOVE "T" TO ACH-TRL-TYPE.
           MOVE WS-ACH-COUNT TO ACH-TRL-COUNT.
           MOVE WS-ACH-ROUT-HASH TO ACH-TRL-ROUT-HASH.
           MOVE WS-ACH-AMT-TOTAL TO ACH-TRL-AMT-TOTAL.
           WRITE ACH-TRAILER-REC.
           CLOSE CHKFILE.
           CLOSE POSPAY.
           CLOSE ACHFILE.
           CLOSE REMFILE.
           CLOSE PAYHFILE.

      * paid invoices stay on the master cleared, so a vendor
      * re-billing one is still caught as a duplicate at entry
           IF WS-AP-TABLE-COUNT > ZEROES
              OPEN OUTPUT APMAST
              PERFORM VARYING WS-AP-SUB FROM 1 BY 1
                 UNTIL WS-AP-SUB > WS-AP-TABLE-COUNT
                 MOVE WS-AP-REC(WS-AP-SUB) TO DATA-APMAST
                 WRITE DATA-APMAST
              END-PERFORM
              CLOSE APMAST
           END-IF.

           OPEN OUTPUT GLFILE.
           IF WS-GROSS-TOTAL > ZEROES
              MOVE SPACES TO GL-REC
              MOVE "ACCTS-PAYABLE" TO GL-ACCOUNT
              MOVE "D" TO GL-DC
              MOVE WS-GROSS-TOTAL TO WS-GL-AMT
              MOVE "Vendor payments" TO GL-DESC
              PERFORM WRITE-GL-LINE
              MOVE SPACES TO GL-REC
              MOVE "CASH" TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              MOVE WS-NET-TOTAL TO WS-GL-AMT
              MOVE "Vendor payments" TO GL-DESC
              PERFORM WRITE-GL-LINE
              IF WS-DISC-TOTAL > ZEROES
                 MOVE SPACES TO GL-REC
                 MOVE "PURCH-DISC" TO GL-ACCOUNT
                 MOVE "C" TO GL-DC
                 MOVE WS-DISC-TOTAL TO WS-GL-AMT
                 MOVE "Early-payment discounts" TO GL-DESC
                 PERFORM WRITE-GL-LINE
              END-IF
           END-IF.
           MOVE SPACES TO GL-REC.
           MOVE "PROOF-DEBITS" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-GROSS-TOTAL TO WS-GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           PERFORM WRITE-GL-LINE.
           MOVE SPACES TO GL-REC.
           MOVE "PROOF-CREDITS" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           COMPUTE WS-GL-AMT = WS-NET-TOTAL + WS-DISC-TOTAL.
           MOVE "Batch balancing proof" TO GL-DESC.
           PERFORM WRITE-GL-LINE.
           CLOSE GLFILE.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CHK-COUNT TO WS-COUNT-EDIT.
           MOVE WS-CHK-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Checks issued      " WS-COUNT-EDIT
              " totalling " WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-ACH-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ACH-AMT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "ACH payments       " WS-COUNT-EDIT
              " totalling " WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DISC-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Discounts taken            totalling "
              WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Invoices due but not paid " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           COMPUTE WS-CHK-COUNT = WS-CHK-COUNT + WS-ACH-COUNT.
           MOVE WS-CHK-COUNT TO WS-COUNT-EDIT.
           MOVE WS-NET-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "APPAY issued " WS-COUNT-EDIT " payment(s) "
              "totalling " WS-TOTAL-EDIT ".".
           STOP RUN.

      * an open invoice is selected when it falls due, or reaches
      * its discount date, inside the pay-ahead window
       SELECT-INVOICE.
           MOVE WS-AP-REC(WS-AP-SUB) TO DATA-APMAST.
           IF AP-STATUS = 'O' AND AP-OPEN IS NUMERIC AND
              AP-OPEN > ZEROES
              MOVE AP-DUE-DATE TO WS-DATE-TEXT
              PERFORM DATE-TO-DAYS
              MOVE WS-DATE-DAYS TO WS-DUE-DAYS
              MOVE ZEROES TO WS-VND-FOUND-SUB
              PERFORM VARYING WS-VND-SUB FROM 1 BY 1
                 UNTIL WS-VND-SUB > WS-VND-TABLE-COUNT
                 IF WS-VND-REC(WS-VND-SUB)(1:6) = AP-VENDOR
                    MOVE WS-VND-SUB TO WS-VND-FOUND-SUB
                 END-IF
              END-PERFORM
              MOVE ZEROES TO WS-DISC-DAYS
              IF WS-VND-FOUND-SUB NOT = ZEROES
                 MOVE WS-VND-REC(WS-VND-FOUND-SUB) TO DATA-VEND
                 IF VM-DISC-PCT IS NUMERIC AND
                    VM-DISC-DAYS IS NUMERIC AND
                    VM-DISC-PCT > ZEROES
                    MOVE AP-INV-DATE TO WS-DATE-TEXT
                    PERFORM DATE-TO-DAYS
                    COMPUTE WS-DISC-DAYS = WS-DATE-DAYS +
                       VM-DISC-DAYS
                 END-IF
              END-IF
              IF WS-DUE-DAYS NOT > WS-THRU-DAYS OR
                 (WS-DISC-DAYS NOT < WS-RUN-DAYS AND
                  WS-DISC-DAYS NOT > WS-THRU-DAYS)
                 MOVE SPACES TO WS-HOLD-REASON
                 IF WS-VND-FOUND-SUB = ZEROES
                    MOVE "vendor not on VENDMAST" TO WS-HOLD-REASON
                 ELSE
                    IF VM-STATUS = 'H'
                       MOVE "vendor on payment hold" TO
                          WS-HOLD-REASON
                    END-IF
                 END-IF
                 IF WS-HOLD-REASON NOT = SPACES
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE AP-OPEN TO WS-AMT-EDIT
                    MOVE SPACES TO RPT-REC
                    STRING AP-VENDOR " " AP-INVOICE " due "
                       AP-DUE-DATE " " WS-AMT-EDIT " NOT PAID - "
                       WS-HOLD-REASON
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 ELSE
                    MOVE 'Y' TO WS-AP-SEL(WS-AP-SUB)
                    IF WS-DISC-DAYS NOT < WS-RUN-DAYS
                       COMPUTE WS-AP-DISC(WS-AP-SUB) ROUNDED =
                          AP-OPEN * VM-DISC-PCT / 100
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * one payment for every selected invoice of the vendor whose
      * first selected invoice is at WS-AP-FIRST
       PAY-VENDOR.
           MOVE WS-AP-REC(WS-AP-FIRST)(1:6) TO WS-CUR-VENDOR.
           MOVE ZEROES TO WS-CUR-GROSS WS-CUR-DISC WS-CUR-INV-COUNT.
           PERFORM VARYING WS-AP-SUB FROM WS-AP-FIRST BY 1
              UNTIL WS-AP-SUB > WS-AP-TABLE-COUNT
              IF WS-AP-SEL(WS-AP-SUB) = 'Y' AND
                 WS-AP-REC(WS-AP-SUB)(1:6) = WS-CUR-VENDOR
                 MOVE WS-AP-REC(WS-AP-SUB) TO DATA-APMAST
                 ADD AP-OPEN TO WS-CUR-GROSS
                 ADD WS-AP-DISC(WS-AP-SUB) TO WS-CUR-DISC
                 ADD 1 TO WS-CUR-INV-COUNT
              END-IF
           END-PERFORM.
           COMPUTE WS-CUR-NET = WS-CUR-GROSS - WS-CUR-DISC.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
              UNTIL WS-VND-SUB > WS-VND-TABLE-COUNT
              IF WS-VND-REC(WS-VND-SUB)(1:6) = WS-CUR-VENDOR
                 MOVE WS-VND-REC(WS-VND-SUB) TO DATA-VEND
              END-IF
           END-PERFORM.

           MOVE ZEROES TO WS-CHK-NUM.
           IF VM-PAY-METHOD = 'A' AND VM-ROUTING IS NUMERIC AND
              VM-ROUTING > ZEROES AND VM-ACCOUNT NOT = SPACES
              MOVE 'A' TO WS-CUR-METHOD
              MOVE SPACES TO ACH-DETAIL-REC
              MOVE "D" TO ACH-DET-TYPE
              MOVE WS-CUR-VENDOR TO ACH-DET-VENDOR
              MOVE VM-ROUTING TO ACH-DET-ROUTING
              MOVE VM-ACCOUNT TO ACH-DET-ACCOUNT
              MOVE WS-CUR-NET TO ACH-DET-AMT
              WRITE ACH-DETAIL-REC
              ADD 1 TO WS-ACH-COUNT
              ADD VM-ROUTING TO WS-ACH-ROUT-HASH
              ADD WS-CUR-NET TO WS-ACH-AMT-TOTAL
           ELSE
              MOVE 'C' TO WS-CUR-METHOD
              IF VM-PAY-METHOD = 'A'
                 MOVE SPACES TO RPT-REC
                 STRING WS-CUR-VENDOR " " VM-NAME
                    " is set up for ACH with no bank account - "
                    "paid by check"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
              CALL "SEQGEN" USING WS-CHK-SEQ-NAME WS-CHK-NUM
                 WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT
              PERFORM WRITE-CHECK
           END-IF.

           PERFORM WRITE-REMITTANCE.
           ADD WS-CUR-GROSS TO WS-GROSS-TOTAL.
           ADD WS-CUR-DISC TO WS-DISC-TOTAL.
           ADD WS-CUR-NET TO WS-NET-TOTAL.

           MOVE SPACES TO DATA-APPAYH.
           MOVE WS-CUR-VENDOR TO PH-VENDOR.
           MOVE WS-CYCLE-DATE TO PH-PAY-DATE.
           MOVE WS-CUR-METHOD TO PH-METHOD.
           MOVE WS-CHK-NUM TO PH-CHECK-NUM.
           MOVE WS-CUR-GROSS TO PH-GROSS.
           MOVE WS-CUR-DISC TO PH-DISC.
           MOVE WS-CUR-NET TO PH-NET.
           MOVE WS-CUR-INV-COUNT TO PH-INV-COUNT.
           MOVE WS-RUN-SEQ TO PH-RUN-SEQ.
           MOVE 'I' TO PH-STATUS.
           WRITE DATA-APPAYH.

           MOVE WS-CUR-INV-COUNT TO WS-COUNT-EDIT.
           MOVE WS-CUR-GROSS TO WS-AMT-EDIT.
           MOVE WS-CUR-DISC TO WS-AMT-EDIT-2.
           MOVE WS-CUR-NET TO WS-AMT-EDIT-3.
           MOVE WS-CHK-NUM TO WS-CHK-NUM-EDIT.
           MOVE SPACES TO RPT-REC.
           IF WS-CUR-METHOD = 'A'
              STRING WS-CUR-VENDOR " " VM-NAME " ACH    "
                 "          " WS-COUNT-EDIT " " WS-AMT-EDIT " "
                 WS-AMT-EDIT-2 " " WS-AMT-EDIT-3
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING WS-CUR-VENDOR " " VM-NAME " CHECK  "
                 WS-CHK-NUM-EDIT " " WS-COUNT-EDIT " " WS-AMT-EDIT
                 " " WS-AMT-EDIT-2 " " WS-AMT-EDIT-3
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.

      * remittance advice - one per payment, listing each invoice it
      * settles. the invoices are cleared as they are listed
       WRITE-REMITTANCE.
           MOVE SPACES TO REM-REC.
           STRING "REMITTANCE ADVICE  " WS-CUR-VENDOR " " VM-NAME
              DELIMITED BY SIZE INTO REM-REC.
           WRITE REM-REC.
           MOVE SPACES TO REM-REC.
           IF WS-CUR-METHOD = 'A'
              STRING "PAID BY ACH  " WS-CYCLE-DATE
                 DELIMITED BY SIZE INTO REM-REC
           ELSE
              STRING "PAID BY CHECK NO " WS-CHK-NUM-EDIT "  "
                 WS-CYCLE-DATE
                 DELIMITED BY SIZE INTO REM-REC
           END-IF.
           WRITE REM-REC.
           MOVE SPACES TO REM-REC.
           STRING "  INVOICE      INV DATE            GROSS"
              "       DISCOUNT            NET"
              DELIMITED BY SIZE INTO REM-REC.
           WRITE REM-REC.
           PERFORM VARYING WS-AP-SUB FROM WS-AP-FIRST BY 1
              UNTIL WS-AP-SUB > WS-AP-TABLE-COUNT
              IF WS-AP-SEL(WS-AP-SUB) = 'Y' AND
                 WS-AP-REC(WS-AP-SUB)(1:6) = WS-CUR-VENDOR
                 MOVE WS-AP-REC(WS-AP-SUB) TO DATA-APMAST
                 MOVE AP-OPEN TO WS-AMT-EDIT
                 MOVE WS-AP-DISC(WS-AP-SUB) TO WS-AMT-EDIT-2
                 COMPUTE WS-GL-AMT = AP-OPEN - WS-AP-DISC(WS-AP-SUB)
                 MOVE WS-GL-AMT TO WS-AMT-EDIT-3
                 MOVE SPACES TO REM-REC
                 STRING "  " AP-INVOICE " " AP-INV-DATE " "
                    WS-AMT-EDIT " " WS-AMT-EDIT-2 " " WS-AMT-EDIT-3
                    DELIMITED BY SIZE INTO REM-REC
                 WRITE REM-REC
                 MOVE ZEROES TO AP-OPEN
                 MOVE 'P' TO AP-STATUS
                 MOVE DATA-APMAST TO WS-AP-REC(WS-AP-SUB)
                 MOVE 'P' TO WS-AP-SEL(WS-AP-SUB)
              END-IF
           END-PERFORM.
           MOVE WS-CUR-GROSS TO WS-AMT-EDIT.
           MOVE WS-CUR-DISC TO WS-AMT-EDIT-2.
           MOVE WS-CUR-NET TO WS-AMT-EDIT-3.
           MOVE SPACES TO REM-REC.
           STRING "  TOTAL                   " WS-AMT-EDIT " "
              WS-AMT-EDIT-2 " " WS-AMT-EDIT-3
              DELIMITED BY SIZE INTO REM-REC.
           WRITE REM-REC.
           MOVE SPACES TO REM-REC.
           WRITE REM-REC.

      * vendor check, listed on the positive-pay issue file
       WRITE-CHECK.
           MOVE ZEROES TO WS-CHK-LINE-COUNT.
           MOVE WS-CHK-NUM TO WS-CHK-NUM-EDIT.
           MOVE WS-CUR-NET TO WS-AMT-EDIT.
           MOVE SPACES TO CHK-REC.
           STRING "CHECK NO " WS-CHK-NUM-EDIT
              "  DATE " WS-CYCLE-DATE
              DELIMITED BY SIZE INTO CHK-REC.
           PERFORM WRITE-CHECK-LINE.
           MOVE SPACES TO CHK-REC.
           STRING "PAY TO THE ORDER OF  " VM-NAME
              DELIMITED BY SIZE INTO CHK-REC.
           PERFORM WRITE-CHECK-LINE.
           MOVE SPACES TO CHK-REC.
           STRING "AMOUNT  " WS-AMT-EDIT
              DELIMITED BY SIZE INTO CHK-REC.
           PERFORM WRITE-CHECK-LINE.
           MOVE WS-CUR-INV-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CHK-REC.
           STRING "MEMO  VENDOR " WS-CUR-VENDOR "  INVOICES"
              WS-COUNT-EDIT " - SEE REMITTANCE ADVICE"
              DELIMITED BY SIZE INTO CHK-REC.
           PERFORM WRITE-CHECK-LINE.
           PERFORM UNTIL WS-CHK-LINE-COUNT NOT < WS-CHK-PAGE-SIZE
              MOVE SPACES TO CHK-REC
              PERFORM WRITE-CHECK-LINE
           END-PERFORM.
           MOVE SPACES TO DATA-POSPAY.
           MOVE WS-CHK-NUM TO PP-CHECK-NUM.
           MOVE WS-CYCLE-DATE TO PP-CHECK-DATE.
           MOVE VM-NAME TO PP-PAYEE.
           MOVE WS-CUR-NET TO PP-AMT.
           WRITE DATA-POSPAY.
           ADD 1 TO WS-CHK-COUNT.
           ADD WS-CUR-NET TO WS-CHK-TOTAL.

       WRITE-CHECK-LINE.
           WRITE CHK-REC.
           ADD 1 TO WS-CHK-LINE-COUNT.

      * YYYY-MM-DD in WS-DATE-TEXT to a day number; a date that is
      * not valid counts as today so the item is not skipped
       DATE-TO-DAYS.
           IF WS-DATE-TEXT(1:4) IS NUMERIC AND
              WS-DATE-TEXT(6:2) IS NUMERIC AND
              WS-DATE-TEXT(9:2) IS NUMERIC
              MOVE ZEROES TO WS-DATE-NUM
              MOVE WS-DATE-TEXT(1:4) TO WS-DATE-NUM(1:4)
              MOVE WS-DATE-TEXT(6:2) TO WS-DATE-NUM(5:2)
              MOVE WS-DATE-TEXT(9:2) TO WS-DATE-NUM(7:2)
              COMPUTE WS-DATE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
              MOVE WS-RUN-DAYS TO WS-DATE-DAYS
           END-IF.

       WRITE-GL-LINE.
           MOVE "APPAY" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE WS-GL-AMT TO GL-AMT.
           WRITE GL-REC.
