       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREFUND.

      * customer credit-balance refunds. credit items on the AR master
      * (overpayments held on account, NSF reversals, credit memos
      * that came out negative) older than the RFPARM age in days are
      * first spread oldest-due-date-first over the customer's open
      * invoices, as CASHAPP does with on-account credits; items in
      * dispute are left alone. whatever credit is still left, when
      * the customer's net open balance is a credit, is listed for
      * approval. an approval on REFAPPR for the amount listed writes
      * a refund payment record to REFPAY, closes the credit items
      * with status 'F' and a refund row (type 'F') on the payment
      * history, and the GL journal clears AR against cash. an
      * approval whose amount no longer matches is refused and has
      * to be keyed again from the new listing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARMAST ASSIGN TO ARMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT ARMASTO ASSIGN TO ARMASTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RFPARM ASSIGN TO RFPARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RFPARM-STATUS.
           SELECT APPRFILE ASSIGN TO REFAPPR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APPRFILE-STATUS.
           SELECT CUSTFILE ASSIGN TO CUSTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT PAYHIST ASSIGN TO PAYHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT REFFILE ASSIGN TO REFPAY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD RFPARM.
       01 DATA-RFPARM.
           05 RFP-MIN-DAYS PIC 9(3).
           05 RFP-BLANKS PIC X(77).

      * one approval per customer, for the amount on the listing
       FD APPRFILE.
       01 DATA-APPR.
           05 RA-CUST-ID PIC 9(6).
           05 RA-AMT PIC 9(9)V99.
           05 RA-APPROVER PIC X(8).
           05 RA-BLANKS PIC X(55).

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

      * refund payment to be issued to the customer
       FD REFFILE.
       01 REF-REC.
           05 REF-NUMBER PIC 9(6).
           05 REF-CUST-ID PIC 9(6).
           05 REF-NAME PIC X(30).
           05 REF-ADDR PIC X(30).
           05 REF-AMT PIC 9(9)V99.
           05 REF-DATE PIC X(10).
           05 REF-APPROVER PIC X(8).
           05 REF-BLANKS PIC X(19).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

       FD GLFILE.
       01 GL-REC.
           05 GL-SOURCE PIC X(8).
           05 GL-RUN-SEQ PIC 9(9).
           05 GL-ACCOUNT PIC X(20).
           05 GL-DC PIC X(1).
           05 GL-AMT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 GL-DESC PIC X(25).
           05 FILLER PIC X(3).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-RFPARM-STATUS PIC XX.
       01 WS-APPRFILE-STATUS PIC XX.
       01 WS-CUSTFILE-STATUS PIC XX.
       01 WS-PAYHIST-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-MIN-DAYS PIC 9(3) VALUE 60.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-CYCLE-DAYS PIC 9(7) VALUE ZEROES.
       01 WS-DATE-NUM PIC 9(8).
       01 WS-ITEM-AGE PIC S9(7).

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
               10 WS-AR-AGED PIC A.
       01 WS-AR-SUB PIC 9(4).
       01 WS-AR-SUB-2 PIC 9(4).
       01 WS-BEST-SUB PIC 9(4).
       01 WS-BEST-DUE PIC X(10).

       01 WS-CUST-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CUST-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 2000 TIMES.
               10 WS-CUST-ID PIC 9(6).
               10 WS-CUST-NAME PIC X(30).
               10 WS-CUST-ADDR PIC X(30).
       01 WS-CUST-SUB PIC 9(4).
       01 WS-CUST-FOUND-SUB PIC 9(4).

      * customers holding an aged credit after it has been applied
       01 WS-RC-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-RC-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 500 TIMES.
               10 WS-RC-CUST PIC 9(6).
               10 WS-RC-AGED PIC S9(11)V99.
               10 WS-RC-NET PIC S9(11)V99.
               10 WS-RC-REFUND PIC S9(11)V99.
       01 WS-RC-SUB PIC 9(4).
       01 WS-RC-FOUND-SUB PIC 9(4).

       01 WS-APPR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-APPR-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-APPR-TABLE.
           05 WS-APPR-ENTRY OCCURS 500 TIMES.
               10 WS-APPR-CUST PIC 9(6).
               10 WS-APPR-AMT PIC 9(9)V99.
               10 WS-APPR-BY PIC X(8).
               10 WS-APPR-USED PIC A.
       01 WS-APPR-SUB PIC 9(4).
       01 WS-APPR-FOUND-SUB PIC 9(4).

       01 WS-CREDIT-AMT PIC S9(11)V99.
       01 WS-APPLY-TAKE PIC S9(11)V99.
       01 WS-MORE-OPEN PIC A.
       01 WS-REFUND-LEFT PIC S9(11)V99.
       01 WS-CUR-CUST PIC 9(6).
       01 WS-CUR-NAME PIC X(20).

       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-APPLIED-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-REFUND-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REFUND-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-WAIT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-WAIT-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-REJ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT PIC $$,$$$,$$$,$$9.99.
       01 WS-AMT-EDIT-2 PIC $$,$$$,$$$,$$9.99.
       01 WS-DAYS-EDIT PIC ZZ9.

       01 WS-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-RANGE-MAX PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-SEQ-NAME PIC X(12) VALUE "INVOICE-RUN".
       01 WS-REF-SEQ-NAME PIC X(12) VALUE "AR-REFUND".
       01 WS-REF-SEQ-NUM PIC 9(9) VALUE ZEROES.
       01 WS-REF-RANGE-MAX PIC 9(9) VALUE 999999.

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

           OPEN INPUT RFPARM.
           IF WS-RFPARM-STATUS = "00"
              READ RFPARM
                 AT END CONTINUE
              END-READ
              IF WS-RFPARM-STATUS = "00" AND
                 RFP-MIN-DAYS IS NUMERIC
                 MOVE RFP-MIN-DAYS TO WS-MIN-DAYS
              END-IF
              CLOSE RFPARM
           ELSE
              DISPLAY "No refund parameter file found - credits "
                 "aged 60 days or more are considered."
           END-IF.

           OPEN INPUT CUSTFILE.
           IF WS-CUSTFILE-STATUS = "00"
              PERFORM UNTIL WS-CUSTFILE-STATUS = "10"
                 READ CUSTFILE
                    AT END MOVE "10" TO WS-CUSTFILE-STATUS
                    NOT AT END
                       IF WS-CUST-TABLE-COUNT = WS-CUST-TABLE-COUNT-MAX
                          DISPLAY "CUSTIN has more customers than "
                             "ARREFUND can hold - aborting run."
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
           ELSE
              DISPLAY "No customer master found - refunds go out "
                 "without a payee name and address."
           END-IF.

           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS NOT = "00"
              DISPLAY "No AR master found - nothing to refund."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ARMAST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-AR-TABLE-COUNT = WS-AR-TABLE-COUNT-MAX
                       DISPLAY "AR master has more items than "
                          "ARREFUND can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE ARMAST
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-AR-TABLE-COUNT
                    MOVE ARM-INVOICE TO
                       WS-AR-INVOICE(WS-AR-TABLE-COUNT)
                    MOVE ARM-CUST-ID TO
                       WS-AR-CUST-ID(WS-AR-TABLE-COUNT)
                    MOVE ARM-DATE TO
                       WS-AR-DATE(WS-AR-TABLE-COUNT)
                    MOVE ARM-TOTAL TO
                       WS-AR-TOTAL(WS-AR-TABLE-COUNT)
                    MOVE ARM-OPEN TO
                       WS-AR-OPEN(WS-AR-TABLE-COUNT)
                    MOVE ARM-STATUS TO
                       WS-AR-STATUS(WS-AR-TABLE-COUNT)
                    MOVE ARM-DUE-DATE TO
                       WS-AR-DUE-DATE(WS-AR-TABLE-COUNT)
                    MOVE ARM-DISPUTE TO
                       WS-AR-DISPUTE(WS-AR-TABLE-COUNT)
      * a credit is aged once its item date is the parameter number
      * of days or more behind the cycle date
                    MOVE 'N' TO WS-AR-AGED(WS-AR-TABLE-COUNT)
                    IF ARM-OPEN < ZERO AND ARM-DATE(1:4) IS NUMERIC
                       MOVE ZEROES TO WS-DATE-NUM
                       MOVE ARM-DATE(1:4) TO WS-DATE-NUM(1:4)
                       MOVE ARM-DATE(6:2) TO WS-DATE-NUM(5:2)
                       MOVE ARM-DATE(9:2) TO WS-DATE-NUM(7:2)
                       COMPUTE WS-ITEM-AGE = WS-CYCLE-DAYS -
                          FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       IF WS-ITEM-AGE NOT < WS-MIN-DAYS
                          MOVE 'Y' TO WS-AR-AGED(WS-AR-TABLE-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARMAST.

           OPEN INPUT APPRFILE.
           IF WS-APPRFILE-STATUS = "00"
              PERFORM UNTIL WS-APPRFILE-STATUS = "10"
                 READ APPRFILE
                    AT END MOVE "10" TO WS-APPRFILE-STATUS
                    NOT AT END
                       IF WS-APPR-TABLE-COUNT = WS-APPR-TABLE-COUNT-MAX
                          DISPLAY "REFAPPR has more approvals than "
                             "ARREFUND can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE APPRFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-APPR-TABLE-COUNT
                       MOVE RA-CUST-ID TO
                          WS-APPR-CUST(WS-APPR-TABLE-COUNT)
                       IF RA-AMT IS NUMERIC
                          MOVE RA-AMT TO
                             WS-APPR-AMT(WS-APPR-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-APPR-AMT(WS-APPR-TABLE-COUNT)
                       END-IF
                       MOVE RA-APPROVER TO
                          WS-APPR-BY(WS-APPR-TABLE-COUNT)
                       MOVE 'N' TO WS-APPR-USED(WS-APPR-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE APPRFILE
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE WS-MIN-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "CUSTOMER CREDIT REFUNDS   " WS-CYCLE-DATE
              "   credits aged " WS-DAYS-EDIT " days or more"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

      * aged credits go against the customer's own open invoices
      * before anything is paid back
           MOVE SPACES TO RPT-REC.
           STRING "Credits applied to open invoices:"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
              IF WS-AR-AGED(WS-AR-SUB) = 'Y'
                 PERFORM APPLY-CREDIT
              END-IF
           END-PERFORM.
           IF WS-APPLIED-COUNT = ZEROES
              MOVE SPACES TO RPT-REC
              STRING "  none" DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

      * what is left: aged credit still open, and the customer's net
      * open balance across every item
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
              IF WS-AR-AGED(WS-AR-SUB) = 'Y' AND
                 WS-AR-OPEN(WS-AR-SUB) < ZERO
                 MOVE ZEROES TO WS-RC-FOUND-SUB
                 PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                    UNTIL WS-RC-SUB > WS-RC-TABLE-COUNT
                    IF WS-RC-CUST(WS-RC-SUB) =
                       WS-AR-CUST-ID(WS-AR-SUB)
                       MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
                    END-IF
                 END-PERFORM
                 IF WS-RC-FOUND-SUB = ZEROES
                    IF WS-RC-TABLE-COUNT = WS-RC-TABLE-COUNT-MAX
                       DISPLAY "More customers hold credits than "
                          "ARREFUND can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-RC-TABLE-COUNT
                    MOVE WS-RC-TABLE-COUNT TO WS-RC-FOUND-SUB
                    MOVE WS-AR-CUST-ID(WS-AR-SUB) TO
                       WS-RC-CUST(WS-RC-FOUND-SUB)
                    MOVE ZEROES TO WS-RC-AGED(WS-RC-FOUND-SUB)
                       WS-RC-NET(WS-RC-FOUND-SUB)
                       WS-RC-REFUND(WS-RC-FOUND-SUB)
                 END-IF
                 SUBTRACT WS-AR-OPEN(WS-AR-SUB) FROM
                    WS-RC-AGED(WS-RC-FOUND-SUB)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
              UNTIL WS-RC-SUB > WS-RC-TABLE-COUNT
              PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                 UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
                 IF WS-AR-CUST-ID(WS-AR-SUB) = WS-RC-CUST(WS-RC-SUB)
                    ADD WS-AR-OPEN(WS-AR-SUB) TO
                       WS-RC-NET(WS-RC-SUB)
                 END-IF
              END-PERFORM
      * never refund more than the customer is owed overall
              IF WS-RC-NET(WS-RC-SUB) < ZERO
                 COMPUTE WS-CREDIT-AMT = ZERO - WS-RC-NET(WS-RC-SUB)
                 IF WS-CREDIT-AMT < WS-RC-AGED(WS-RC-SUB)
                    MOVE WS-CREDIT-AMT TO WS-RC-REFUND(WS-RC-SUB)
                 ELSE
                    MOVE WS-RC-AGED(WS-RC-SUB) TO
                       WS-RC-REFUND(WS-RC-SUB)
                 END-IF
              END-IF
           END-PERFORM.

           OPEN EXTEND PAYHIST.
           IF WS-PAYHIST-STATUS = "35"
              OPEN OUTPUT PAYHIST
           END-IF.
           OPEN OUTPUT REFFILE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Credit balances for refund:"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
              UNTIL WS-RC-SUB > WS-RC-TABLE-COUNT
              IF WS-RC-REFUND(WS-RC-SUB) > ZERO
                 PERFORM REFUND-CUSTOMER
              END-IF
           END-PERFORM.
           IF WS-REFUND-COUNT = ZEROES AND WS-WAIT-COUNT = ZEROES
              MOVE SPACES TO RPT-REC
              STRING "  none" DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
              UNTIL WS-APPR-SUB > WS-APPR-TABLE-COUNT
              IF WS-APPR-USED(WS-APPR-SUB) = 'N'
                 ADD 1 TO WS-REJ-COUNT
                 MOVE SPACES TO RPT-REC
                 STRING "  " WS-APPR-CUST(WS-APPR-SUB)
                    " approval REJECTED - no refundable credit"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
           CLOSE REFFILE.
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

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-APPLIED-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Credits applied to invoices " WS-COUNT-EDIT
              " totalling " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-REFUND-COUNT TO WS-COUNT-EDIT.
           MOVE WS-REFUND-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Refunds issued              " WS-COUNT-EDIT
              " totalling " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-WAIT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-WAIT-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Awaiting approval           " WS-COUNT-EDIT
              " totalling " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-REJ-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Approvals rejected          " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

      * refunds paid out clear the credit in AR against cash
           IF WS-REFUND-TOTAL NOT = ZEROES
              CALL "SEQGEN" USING WS-SEQ-NAME WS-RUN-SEQ
                 WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT
              OPEN OUTPUT GLFILE
              MOVE SPACES TO GL-REC
              MOVE "ARREFUND" TO GL-SOURCE
              MOVE WS-RUN-SEQ TO GL-RUN-SEQ
              MOVE "ACCTS-RECV" TO GL-ACCOUNT
              MOVE "D" TO GL-DC
              MOVE WS-REFUND-TOTAL TO GL-AMT
              MOVE "Customer credit refunds" TO GL-DESC
              WRITE GL-REC
              MOVE SPACES TO GL-REC
              MOVE "ARREFUND" TO GL-SOURCE
              MOVE WS-RUN-SEQ TO GL-RUN-SEQ
              MOVE "CASH" TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              MOVE WS-REFUND-TOTAL TO GL-AMT
              MOVE "Customer credit refunds" TO GL-DESC
              WRITE GL-REC
              CLOSE GLFILE
           END-IF.

           MOVE WS-REFUND-COUNT TO WS-COUNT-EDIT.
           MOVE WS-REFUND-TOTAL TO WS-AMT-EDIT.
           DISPLAY "ARREFUND issued " WS-COUNT-EDIT
              " refund(s) totalling " WS-AMT-EDIT.
           IF WS-REJ-COUNT NOT = ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * spread one aged credit item over the same customer's open
      * invoices, oldest due date first; disputed items are skipped
       APPLY-CREDIT.
           COMPUTE WS-CREDIT-AMT = ZERO - WS-AR-OPEN(WS-AR-SUB).
           MOVE 'Y' TO WS-MORE-OPEN.
           PERFORM UNTIL WS-CREDIT-AMT NOT > ZERO OR
              WS-MORE-OPEN = 'N'
              MOVE ZEROES TO WS-BEST-SUB
              MOVE HIGH-VALUES TO WS-BEST-DUE
              PERFORM VARYING WS-AR-SUB-2 FROM 1 BY 1
                 UNTIL WS-AR-SUB-2 > WS-AR-TABLE-COUNT
                 IF WS-AR-CUST-ID(WS-AR-SUB-2) =
                    WS-AR-CUST-ID(WS-AR-SUB) AND
                    WS-AR-OPEN(WS-AR-SUB-2) > ZERO AND
                    WS-AR-DISPUTE(WS-AR-SUB-2)(1:1) NOT = 'D' AND
                    WS-AR-DISPUTE(WS-AR-SUB-2)(1:1) NOT = 'C' AND
                    WS-AR-DUE-DATE(WS-AR-SUB-2) < WS-BEST-DUE
                    MOVE WS-AR-SUB-2 TO WS-BEST-SUB
                    MOVE WS-AR-DUE-DATE(WS-AR-SUB-2) TO WS-BEST-DUE
                 END-IF
              END-PERFORM
              IF WS-BEST-SUB = ZEROES
                 MOVE 'N' TO WS-MORE-OPEN
              ELSE
                 IF WS-CREDIT-AMT < WS-AR-OPEN(WS-BEST-SUB)
                    MOVE WS-CREDIT-AMT TO WS-APPLY-TAKE
                 ELSE
                    MOVE WS-AR-OPEN(WS-BEST-SUB) TO WS-APPLY-TAKE
                 END-IF
                 SUBTRACT WS-APPLY-TAKE FROM WS-AR-OPEN(WS-BEST-SUB)
                 IF WS-AR-OPEN(WS-BEST-SUB) = ZERO
                    MOVE "P" TO WS-AR-STATUS(WS-BEST-SUB)
                 END-IF
                 SUBTRACT WS-APPLY-TAKE FROM WS-CREDIT-AMT
                 ADD WS-APPLY-TAKE TO WS-AR-OPEN(WS-AR-SUB)
                 IF WS-AR-OPEN(WS-AR-SUB) = ZERO
                    MOVE "P" TO WS-AR-STATUS(WS-AR-SUB)
                 END-IF
                 ADD 1 TO WS-APPLIED-COUNT
                 ADD WS-APPLY-TAKE TO WS-APPLIED-TOTAL
                 MOVE WS-APPLY-TAKE TO WS-AMT-EDIT
                 MOVE SPACES TO RPT-REC
                 STRING "  credit " WS-AR-INVOICE(WS-AR-SUB)
                    " cust " WS-AR-CUST-ID(WS-AR-SUB)
                    " " WS-AMT-EDIT
                    " to invoice " WS-AR-INVOICE(WS-BEST-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.

      * one customer's remaining credit: refunded when approved for
      * the amount listed, otherwise listed for approval
       REFUND-CUSTOMER.
           MOVE WS-RC-CUST(WS-RC-SUB) TO WS-CUR-CUST.
           MOVE SPACES TO WS-CUR-NAME.
           MOVE ZEROES TO WS-CUST-FOUND-SUB.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
              UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT
              IF WS-CUST-ID(WS-CUST-SUB) = WS-CUR-CUST
                 MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
                 MOVE WS-CUST-NAME(WS-CUST-SUB) TO WS-CUR-NAME
              END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-APPR-FOUND-SUB.
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
              UNTIL WS-APPR-SUB > WS-APPR-TABLE-COUNT
              IF WS-APPR-CUST(WS-APPR-SUB) = WS-CUR-CUST AND
                 WS-APPR-USED(WS-APPR-SUB) = 'N'
                 MOVE WS-APPR-SUB TO WS-APPR-FOUND-SUB
              END-IF
           END-PERFORM.
           MOVE WS-RC-REFUND(WS-RC-SUB) TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           IF WS-APPR-FOUND-SUB = ZEROES
              ADD 1 TO WS-WAIT-COUNT
              ADD WS-RC-REFUND(WS-RC-SUB) TO WS-WAIT-TOTAL
              STRING "  " WS-CUR-CUST " " WS-CUR-NAME " "
                 WS-AMT-EDIT " awaiting approval"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              MOVE 'Y' TO WS-APPR-USED(WS-APPR-FOUND-SUB)
              IF WS-APPR-AMT(WS-APPR-FOUND-SUB) NOT =
                 WS-RC-REFUND(WS-RC-SUB)
                 ADD 1 TO WS-REJ-COUNT
                 ADD 1 TO WS-WAIT-COUNT
                 ADD WS-RC-REFUND(WS-RC-SUB) TO WS-WAIT-TOTAL
                 MOVE WS-APPR-AMT(WS-APPR-FOUND-SUB) TO WS-AMT-EDIT-2
                 STRING "  " WS-CUR-CUST " " WS-CUR-NAME " "
                    WS-AMT-EDIT " approval for"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
                 MOVE SPACES TO RPT-REC
                 STRING "         " WS-AMT-EDIT-2
                    " REJECTED - amount differs, approve again"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              ELSE
                 CALL "SEQGEN" USING WS-REF-SEQ-NAME WS-REF-SEQ-NUM
                    WS-REF-RANGE-MAX WS-SEQ-INCREMENT
                 MOVE SPACES TO REF-REC
                 MOVE WS-REF-SEQ-NUM TO REF-NUMBER
                 MOVE WS-CUR-CUST TO REF-CUST-ID
                 IF WS-CUST-FOUND-SUB NOT = ZEROES
                    MOVE WS-CUST-NAME(WS-CUST-FOUND-SUB) TO REF-NAME
                    MOVE WS-CUST-ADDR(WS-CUST-FOUND-SUB) TO REF-ADDR
                 END-IF
                 MOVE WS-RC-REFUND(WS-RC-SUB) TO REF-AMT
                 MOVE WS-CYCLE-DATE TO REF-DATE
                 MOVE WS-APPR-BY(WS-APPR-FOUND-SUB) TO REF-APPROVER
                 WRITE REF-REC
                 ADD 1 TO WS-REFUND-COUNT
                 ADD WS-RC-REFUND(WS-RC-SUB) TO WS-REFUND-TOTAL
                 STRING "  " WS-CUR-CUST " " WS-CUR-NAME " "
                    WS-AMT-EDIT " refund " REF-NUMBER
                    " by " WS-APPR-BY(WS-APPR-FOUND-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
                 PERFORM CLOSE-CREDITS
              END-IF
           END-IF.

      * take the refund off the customer's aged credit items, each
      * with a refund row on the payment history
       CLOSE-CREDITS.
           MOVE WS-RC-REFUND(WS-RC-SUB) TO WS-REFUND-LEFT.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT OR
              WS-REFUND-LEFT NOT > ZERO
              IF WS-AR-CUST-ID(WS-AR-SUB) = WS-CUR-CUST AND
                 WS-AR-AGED(WS-AR-SUB) = 'Y' AND
                 WS-AR-OPEN(WS-AR-SUB) < ZERO
                 COMPUTE WS-APPLY-TAKE = ZERO - WS-AR-OPEN(WS-AR-SUB)
                 IF WS-APPLY-TAKE > WS-REFUND-LEFT
                    MOVE WS-REFUND-LEFT TO WS-APPLY-TAKE
                 END-IF
                 ADD WS-APPLY-TAKE TO WS-AR-OPEN(WS-AR-SUB)
                 SUBTRACT WS-APPLY-TAKE FROM WS-REFUND-LEFT
                 IF WS-AR-OPEN(WS-AR-SUB) = ZERO
                    MOVE "F" TO WS-AR-STATUS(WS-AR-SUB)
                 END-IF
                 MOVE SPACES TO PAYH-REC
                 MOVE WS-AR-INVOICE(WS-AR-SUB) TO PAYH-INVOICE
                 MOVE WS-CUR-CUST TO PAYH-CUST-ID
                 MOVE WS-APPLY-TAKE TO PAYH-AMT
                 MOVE WS-CYCLE-DATE TO PAYH-DATE
                 MOVE "F" TO PAYH-TYPE
                 MOVE WS-CYCLE-DATE TO PAYH-POST-DATE
                 WRITE PAYH-REC
              END-IF
           END-PERFORM.
