       IDENTIFICATION DIVISION.
       PROGRAM-ID. APENTRY.

      * vendor invoice entry with three-way match. each VINVIN line
      * names the vendor's invoice, the PO line it bills (PO number
      * and ingredient) and the quantity and unit price billed. every
      * line is matched to the POMAST line POPROC ordered and
      * received:
      *   PRICE  the billed unit price is off the PO's agreed unit
      *          cost by more than the APPARM price tolerance
      *          (default 2 percent), or the PO carries no cost
      *   QTY    the quantity billed so far on the PO line, this line
      *          included, is more than was received plus the APPARM
      *          quantity tolerance (default none)
      *   NOPO   no such PO line, or it belongs to another vendor
      * an invoice is approved only when every one of its lines
      * matches: it goes to the APMAST open payables master due on
      * the PO's vendor terms from the invoice date, the billed
      * quantities are added to the PO lines' quantity invoiced, and
      * the liability is journaled (D INVENTORY / C ACCTS-PAYABLE).
      * an invoice with any variance is held whole - its lines go to
      * APHOLD with the reason and onto the discrepancy report
      * (OUTPUT2) for purchasing to resolve with the vendor and
      * re-enter. an invoice number the vendor has already billed on
      * APMAST is refused as a duplicate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVFILE ASSIGN TO VINVIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INVFILE-STATUS.
           SELECT POFILE ASSIGN TO POMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POFILE-STATUS.
           SELECT PARMFILE ASSIGN TO APPARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT APMAST ASSIGN TO APMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APMAST-STATUS.
           SELECT HOLDFILE ASSIGN TO APHOLD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLDFILE-STATUS.
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
           SELECT EXCFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVFILE.
       01 DATA-VINV.
           05 VI-VENDOR PIC X(6).
           05 VI-INVOICE PIC X(12).
           05 VI-INV-DATE PIC X(10).
           05 VI-PO-NUM PIC 9(6).
           05 VI-ING-ID PIC 9(4).
           05 VI-QTY PIC 9(7)V99.
           05 VI-UNIT-PRICE PIC 9(5)V99.
           05 VI-BLANKS PIC X(26).

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

       FD PARMFILE.
       01 DATA-APPARM.
           05 APP-PRICE-TOL-PCT PIC 9(3)V99.
           05 APP-QTY-TOL-PCT PIC 9(3)V99.
           05 APP-PAY-AHEAD-DAYS PIC 9(3).
           05 APP-BLANKS PIC X(67).

      * open payables master - one record per approved invoice
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

      * a held invoice line as entered, with why it was held
       FD HOLDFILE.
       01 DATA-APHOLD.
           05 HLD-VENDOR PIC X(6).
           05 HLD-INVOICE PIC X(12).
           05 HLD-INV-DATE PIC X(10).
           05 HLD-PO-NUM PIC 9(6).
           05 HLD-ING-ID PIC 9(4).
           05 HLD-QTY PIC 9(7)V99.
           05 HLD-UNIT-PRICE PIC 9(5)V99.
           05 HLD-REASON PIC X(10).
           05 HLD-DATE PIC X(10).
           05 HLD-BLANKS PIC X(6).

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
       01 RPT-REC PIC X(132).

       FD EXCFILE.
       01 EXC-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INVFILE-STATUS PIC XX.
       01 WS-POFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-APMAST-STATUS PIC XX.
       01 WS-HOLDFILE-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-PRICE-TOL-PCT PIC 9(3)V99 VALUE 2.00.
       01 WS-QTY-TOL-PCT PIC 9(3)V99 VALUE ZEROES.

       01 WS-PO-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PO-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 500 TIMES.
               10 WS-PO-REC PIC X(80).
               10 WS-PO-PEND PIC 9(7)V99.
       01 WS-PO-SUB PIC 9(4).
       01 WS-PO-FOUND-SUB PIC 9(4).

      * vendor/invoice keys already on the payables master
       01 WS-APK-TABLE-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-APK-TABLE-COUNT-MAX PIC 9(5) VALUE 10000.
       01 WS-APK-TABLE.
           05 WS-APK-KEY PIC X(18) OCCURS 10000 TIMES.
       01 WS-APK-SUB PIC 9(5).

       01 WS-VIL-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-VIL-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-VIL-TABLE.
           05 WS-VIL-ENTRY OCCURS 2000 TIMES.
               10 WS-VIL-REC PIC X(80).
               10 WS-VIL-DONE PIC A.
               10 WS-VIL-PO-SUB PIC 9(4).
               10 WS-VIL-REASON PIC X(10).
       01 WS-VIL-SUB PIC 9(4).
       01 WS-VIL-FIRST PIC 9(4).

       01 WS-CUR-KEY PIC X(18).
       01 WS-CUR-DUP PIC A.
       01 WS-CUR-HOLD PIC A.
       01 WS-CUR-AMT PIC 9(9)V99.
       01 WS-CUR-LINES PIC 9(4).
       01 WS-CUR-PO-SUB PIC 9(4).
       01 WS-LINE-AMT PIC 9(9)V99.
       01 WS-PRICE-VAR-PCT PIC S9(5)V99.
       01 WS-QTY-BILLED PIC 9(7)V99.
       01 WS-QTY-ALLOWED PIC 9(7)V99.

       01 WS-DATE-NUM PIC 9(8).
       01 WS-DATE-DAYS PIC 9(7).

       01 WS-APPR-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-HOLD-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-DUP-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-APPR-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-HOLD-TOTAL PIC 9(11)V99 VALUE ZEROES.

       01 WS-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-RANGE-MAX PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-SEQ-NAME PIC X(12) VALUE "AP-RUN".

       01 WS-AMT-EDIT PIC $$$,$$$,$$9.99.
       01 WS-QTY-EDIT PIC ZZZZZZ9.99.
       01 WS-QTY-EDIT-2 PIC ZZZZZZ9.99.
       01 WS-QTY-EDIT-3 PIC ZZZZZZ9.99.
       01 WS-PRICE-EDIT PIC ZZZZ9.99.
       01 WS-PRICE-EDIT-2 PIC ZZZZ9.99.
       01 WS-PCT-EDIT PIC ---9.99.
       01 WS-COUNT-EDIT PIC ZZ,ZZ9.

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

           OPEN INPUT INVFILE.
           IF WS-INVFILE-STATUS = "35"
              DISPLAY "No vendor invoices to enter - nothing to do."
              OPEN OUTPUT GLFILE
              CLOSE GLFILE
              OPEN OUTPUT RPTFILE
              MOVE "No vendor invoices entered this run." TO RPT-REC
              WRITE RPT-REC
              CLOSE RPTFILE
              OPEN OUTPUT EXCFILE
              CLOSE EXCFILE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-INVFILE-STATUS = "10"
              READ INVFILE
                 AT END MOVE "10" TO WS-INVFILE-STATUS
                 NOT AT END
                    IF WS-VIL-TABLE-COUNT = WS-VIL-TABLE-COUNT-MAX
                       DISPLAY "VINVIN has more lines than APENTRY "
                          "can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE INVFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-VIL-TABLE-COUNT
                    MOVE DATA-VINV TO WS-VIL-REC(WS-VIL-TABLE-COUNT)
                    MOVE 'N' TO WS-VIL-DONE(WS-VIL-TABLE-COUNT)
                    MOVE ZEROES TO WS-VIL-PO-SUB(WS-VIL-TABLE-COUNT)
                    MOVE SPACES TO WS-VIL-REASON(WS-VIL-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE INVFILE.

           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00"
                 IF APP-PRICE-TOL-PCT IS NUMERIC
                    MOVE APP-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
                 END-IF
                 IF APP-QTY-TOL-PCT IS NUMERIC
                    MOVE APP-QTY-TOL-PCT TO WS-QTY-TOL-PCT
                 END-IF
              END-IF
              CLOSE PARMFILE
           END-IF.

           OPEN INPUT POFILE.
           IF WS-POFILE-STATUS NOT = "00"
              DISPLAY "No open-PO master found - every invoice will "
                 "be held."
           ELSE
              PERFORM UNTIL WS-POFILE-STATUS = "10"
                 READ POFILE
                    AT END MOVE "10" TO WS-POFILE-STATUS
                    NOT AT END
                       IF WS-PO-TABLE-COUNT = WS-PO-TABLE-COUNT-MAX
                          DISPLAY "POMAST has more lines than "
                             "APENTRY can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE POFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PO-TABLE-COUNT
                       IF PO-QTY-INVOICED IS NOT NUMERIC
                          MOVE ZEROES TO PO-QTY-INVOICED
                       END-IF
                       MOVE DATA-PO TO WS-PO-REC(WS-PO-TABLE-COUNT)
                       MOVE ZEROES TO WS-PO-PEND(WS-PO-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE POFILE
           END-IF.

           OPEN INPUT APMAST.
           IF WS-APMAST-STATUS = "00"
              PERFORM UNTIL WS-APMAST-STATUS = "10"
                 READ APMAST
                    AT END MOVE "10" TO WS-APMAST-STATUS
                    NOT AT END
                       IF WS-APK-TABLE-COUNT = WS-APK-TABLE-COUNT-MAX
                          DISPLAY "APMAST has more invoices than "
                             "APENTRY can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE APMAST
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-APK-TABLE-COUNT
                       MOVE DATA-APMAST(1:18) TO
                          WS-APK-KEY(WS-APK-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE APMAST
           END-IF.

           OPEN EXTEND APMAST.
           IF WS-APMAST-STATUS = "35"
              OPEN OUTPUT APMAST
           END-IF.
           OPEN EXTEND HOLDFILE.
           IF WS-HOLDFILE-STATUS = "35"
              OPEN OUTPUT HOLDFILE
           END-IF.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT EXCFILE.
           MOVE SPACES TO RPT-REC.
           STRING "VENDOR INVOICE REGISTER - APPROVED FOR PAYMENT   "
              WS-CYCLE-DATE DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "VENDOR INVOICE       INV DATE    DUE DATE    PO"
              "      LINES         AMOUNT"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO EXC-REC.
           STRING "THREE-WAY MATCH DISCREPANCIES - HELD FOR "
              "PURCHASING   " WS-CYCLE-DATE
              DELIMITED BY SIZE INTO EXC-REC.
           WRITE EXC-REC.
           MOVE SPACES TO EXC-REC.
           STRING "VENDOR INVOICE      PO     ITEM  REASON       "
              "PO COST  INV PRICE   RECEIVED   INVOICED"
              "     BILLED"
              DELIMITED BY SIZE INTO EXC-REC.
           WRITE EXC-REC.

           PERFORM VARYING WS-VIL-FIRST FROM 1 BY 1
              UNTIL WS-VIL-FIRST > WS-VIL-TABLE-COUNT
              IF WS-VIL-DONE(WS-VIL-FIRST) = 'N'
                 PERFORM MATCH-INVOICE
              END-IF
           END-PERFORM.
           CLOSE APMAST.
           CLOSE HOLDFILE.

      * the billed quantities of approved invoices go back onto the
      * PO lines so the next invoice against them matches the rest
           IF WS-PO-TABLE-COUNT > ZEROES
              OPEN OUTPUT POFILE
              PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                 UNTIL WS-PO-SUB > WS-PO-TABLE-COUNT
                 MOVE WS-PO-REC(WS-PO-SUB) TO DATA-PO
                 WRITE DATA-PO
              END-PERFORM
              CLOSE POFILE
           END-IF.

           CALL "SEQGEN" USING WS-SEQ-NAME WS-RUN-SEQ
              WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT.
           OPEN OUTPUT GLFILE.
           IF WS-APPR-TOTAL > ZEROES
              MOVE SPACES TO GL-REC
              MOVE "INVENTORY" TO GL-ACCOUNT
              MOVE "D" TO GL-DC
              MOVE "Vendor invoices approved" TO GL-DESC
              PERFORM WRITE-GL-LINE
              MOVE SPACES TO GL-REC
              MOVE "ACCTS-PAYABLE" TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              MOVE "Vendor invoices approved" TO GL-DESC
              PERFORM WRITE-GL-LINE
           END-IF.
           MOVE SPACES TO GL-REC.
           MOVE "PROOF-DEBITS" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE "Batch balancing proof" TO GL-DESC.
           PERFORM WRITE-GL-LINE.
           MOVE SPACES TO GL-REC.
           MOVE "PROOF-CREDITS" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE "Batch balancing proof" TO GL-DESC.
           PERFORM WRITE-GL-LINE.
           CLOSE GLFILE.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-APPR-COUNT TO WS-COUNT-EDIT.
           MOVE WS-APPR-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Invoices approved " WS-COUNT-EDIT
              " totalling " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-HOLD-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Invoices held     " WS-COUNT-EDIT
              " totalling " WS-AMT-EDIT
              " - see the discrepancy report"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DUP-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Duplicates refused" WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.
           MOVE SPACES TO EXC-REC.
           WRITE EXC-REC.
           MOVE WS-PRICE-TOL-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO EXC-REC.
           STRING "Price tolerance " WS-PCT-EDIT " percent"
              DELIMITED BY SIZE INTO EXC-REC.
           WRITE EXC-REC.
           MOVE WS-QTY-TOL-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO EXC-REC.
           STRING "Quantity tolerance " WS-PCT-EDIT
              " percent over received"
              DELIMITED BY SIZE INTO EXC-REC.
           WRITE EXC-REC.
           CLOSE EXCFILE.

           MOVE WS-APPR-COUNT TO WS-COUNT-EDIT.
           DISPLAY "APENTRY approved " WS-COUNT-EDIT
              " vendor invoice(s).".
           MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT.
           DISPLAY "APENTRY held " WS-COUNT-EDIT
              " vendor invoice(s) for purchasing.".
           STOP RUN.

      * match every line of the invoice starting at WS-VIL-FIRST,
      * then approve or hold the invoice as a whole
       MATCH-INVOICE.
           MOVE WS-VIL-REC(WS-VIL-FIRST) TO DATA-VINV.
           MOVE WS-VIL-REC(WS-VIL-FIRST)(1:18) TO WS-CUR-KEY.
           MOVE 'N' TO WS-CUR-DUP.
           MOVE 'N' TO WS-CUR-HOLD.
           MOVE ZEROES TO WS-CUR-AMT WS-CUR-LINES.
           PERFORM VARYING WS-APK-SUB FROM 1 BY 1
              UNTIL WS-APK-SUB > WS-APK-TABLE-COUNT
              IF WS-APK-KEY(WS-APK-SUB) = WS-CUR-KEY
                 MOVE 'Y' TO WS-CUR-DUP
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-VIL-SUB FROM WS-VIL-FIRST BY 1
              UNTIL WS-VIL-SUB > WS-VIL-TABLE-COUNT
              IF WS-VIL-REC(WS-VIL-SUB)(1:18) = WS-CUR-KEY
                 MOVE 'Y' TO WS-VIL-DONE(WS-VIL-SUB)
                 PERFORM MATCH-ONE-LINE
              END-IF
           END-PERFORM.

           IF WS-CUR-DUP = 'Y'
              ADD 1 TO WS-DUP-COUNT
              MOVE SPACES TO EXC-REC
              STRING WS-CUR-KEY(1:6) " " WS-CUR-KEY(7:12)
                 " already on the payables master - duplicate "
                 "refused, not held"
                 DELIMITED BY SIZE INTO EXC-REC
              WRITE EXC-REC
           ELSE
              IF WS-CUR-HOLD = 'Y'
                 ADD 1 TO WS-HOLD-COUNT
                 ADD WS-CUR-AMT TO WS-HOLD-TOTAL
                 PERFORM VARYING WS-VIL-SUB FROM WS-VIL-FIRST BY 1
                    UNTIL WS-VIL-SUB > WS-VIL-TABLE-COUNT
                    IF WS-VIL-REC(WS-VIL-SUB)(1:18) = WS-CUR-KEY
                       PERFORM HOLD-ONE-LINE
                    END-IF
                 END-PERFORM
              ELSE
                 PERFORM APPROVE-INVOICE
              END-IF
           END-IF.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > WS-PO-TABLE-COUNT
              MOVE ZEROES TO WS-PO-PEND(WS-PO-SUB)
           END-PERFORM.

      * one line against its PO line: price first, then quantity
      * billed to date against quantity received. lines of the same
      * invoice billing one PO line count together
       MATCH-ONE-LINE.
           MOVE WS-VIL-REC(WS-VIL-SUB) TO DATA-VINV.
           COMPUTE WS-LINE-AMT ROUNDED = VI-QTY * VI-UNIT-PRICE.
           ADD WS-LINE-AMT TO WS-CUR-AMT.
           ADD 1 TO WS-CUR-LINES.
           MOVE ZEROES TO WS-PO-FOUND-SUB.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > WS-PO-TABLE-COUNT
              MOVE WS-PO-REC(WS-PO-SUB) TO DATA-PO
              IF PO-NUM = VI-PO-NUM AND PO-ING-ID = VI-ING-ID
                 MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
              END-IF
           END-PERFORM.
           MOVE WS-PO-FOUND-SUB TO WS-VIL-PO-SUB(WS-VIL-SUB).
           IF WS-PO-FOUND-SUB = ZEROES
              MOVE "NOPO" TO WS-VIL-REASON(WS-VIL-SUB)
              MOVE 'Y' TO WS-CUR-HOLD
           ELSE
              MOVE WS-PO-REC(WS-PO-FOUND-SUB) TO DATA-PO
              IF PO-VENDOR NOT = VI-VENDOR
                 MOVE "NOPO" TO WS-VIL-REASON(WS-VIL-SUB)
                 MOVE 'Y' TO WS-CUR-HOLD
              ELSE
                 IF PO-UNIT-COST IS NOT NUMERIC OR
                    PO-UNIT-COST = ZEROES
                    MOVE "PRICE" TO WS-VIL-REASON(WS-VIL-SUB)
                    MOVE 'Y' TO WS-CUR-HOLD
                 ELSE
                    COMPUTE WS-PRICE-VAR-PCT ROUNDED =
                       (VI-UNIT-PRICE - PO-UNIT-COST) * 100 /
                       PO-UNIT-COST
                    IF WS-PRICE-VAR-PCT > WS-PRICE-TOL-PCT OR
                       WS-PRICE-VAR-PCT < ZERO - WS-PRICE-TOL-PCT
                       MOVE "PRICE" TO WS-VIL-REASON(WS-VIL-SUB)
                       MOVE 'Y' TO WS-CUR-HOLD
                    END-IF
                 END-IF
                 COMPUTE WS-QTY-BILLED = PO-QTY-INVOICED +
                    WS-PO-PEND(WS-PO-FOUND-SUB) + VI-QTY
                 COMPUTE WS-QTY-ALLOWED ROUNDED = PO-QTY-RECEIVED *
                    (100 + WS-QTY-TOL-PCT) / 100
                 ADD VI-QTY TO WS-PO-PEND(WS-PO-FOUND-SUB)
                 IF WS-QTY-BILLED > WS-QTY-ALLOWED
                    IF WS-VIL-REASON(WS-VIL-SUB) = SPACES
                       MOVE "QTY" TO WS-VIL-REASON(WS-VIL-SUB)
                    ELSE
                       MOVE "PRICE+QTY" TO WS-VIL-REASON(WS-VIL-SUB)
                    END-IF
                    MOVE 'Y' TO WS-CUR-HOLD
                 END-IF
              END-IF
           END-IF.

      * every line matched: the invoice is payable on the first PO
      * line's vendor terms from the invoice date
       APPROVE-INVOICE.
           MOVE WS-VIL-REC(WS-VIL-FIRST) TO DATA-VINV.
           MOVE WS-VIL-PO-SUB(WS-VIL-FIRST) TO WS-CUR-PO-SUB.
           MOVE WS-PO-REC(WS-CUR-PO-SUB) TO DATA-PO.
           MOVE SPACES TO DATA-APMAST.
           MOVE VI-VENDOR TO AP-VENDOR.
           MOVE VI-INVOICE TO AP-INVOICE.
           MOVE VI-INV-DATE TO AP-INV-DATE.
           MOVE VI-INV-DATE TO AP-DUE-DATE.
           IF VI-INV-DATE(1:4) IS NUMERIC AND
              VI-INV-DATE(6:2) IS NUMERIC AND
              VI-INV-DATE(9:2) IS NUMERIC AND
              PO-TERMS-DAYS IS NUMERIC
              MOVE ZEROES TO WS-DATE-NUM
              MOVE VI-INV-DATE(1:4) TO WS-DATE-NUM(1:4)
              MOVE VI-INV-DATE(6:2) TO WS-DATE-NUM(5:2)
              MOVE VI-INV-DATE(9:2) TO WS-DATE-NUM(7:2)
              COMPUTE WS-DATE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) +
                 PO-TERMS-DAYS
              COMPUTE WS-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-DAYS)
              STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
                 WS-DATE-NUM(7:2)
                 DELIMITED BY SIZE INTO AP-DUE-DATE
           END-IF.
           MOVE WS-CUR-AMT TO AP-AMOUNT.
           MOVE WS-CUR-AMT TO AP-OPEN.
           MOVE 'O' TO AP-STATUS.
           MOVE VI-PO-NUM TO AP-PO-NUM.
           MOVE WS-CYCLE-DATE TO AP-ENTRY-DATE.
           WRITE DATA-APMAST.
           IF WS-APK-TABLE-COUNT < WS-APK-TABLE-COUNT-MAX
              ADD 1 TO WS-APK-TABLE-COUNT
              MOVE WS-CUR-KEY TO WS-APK-KEY(WS-APK-TABLE-COUNT)
           END-IF.
           ADD 1 TO WS-APPR-COUNT.
           ADD WS-CUR-AMT TO WS-APPR-TOTAL.
           PERFORM VARYING WS-VIL-SUB FROM WS-VIL-FIRST BY 1
              UNTIL WS-VIL-SUB > WS-VIL-TABLE-COUNT
              IF WS-VIL-REC(WS-VIL-SUB)(1:18) = WS-CUR-KEY
                 MOVE WS-VIL-REC(WS-VIL-SUB) TO DATA-VINV
                 MOVE WS-VIL-PO-SUB(WS-VIL-SUB) TO WS-CUR-PO-SUB
                 MOVE WS-PO-REC(WS-CUR-PO-SUB) TO DATA-PO
                 ADD VI-QTY TO PO-QTY-INVOICED
                 MOVE DATA-PO TO WS-PO-REC(WS-CUR-PO-SUB)
              END-IF
           END-PERFORM.
           MOVE WS-CUR-LINES TO WS-COUNT-EDIT.
           MOVE WS-CUR-AMT TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING AP-VENDOR " " AP-INVOICE " " AP-INV-DATE "  "
              AP-DUE-DATE "  " AP-PO-NUM " " WS-COUNT-EDIT " "
              WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      * a held line goes to APHOLD as entered and onto the report
      * with the PO's side of the match beside it
       HOLD-ONE-LINE.
           MOVE WS-VIL-REC(WS-VIL-SUB) TO DATA-VINV.
           MOVE SPACES TO DATA-APHOLD.
           MOVE DATA-VINV(1:54) TO DATA-APHOLD(1:54).
           MOVE WS-VIL-REASON(WS-VIL-SUB) TO HLD-REASON.
           IF HLD-REASON = SPACES
              MOVE "INVOICE" TO HLD-REASON
           END-IF.
           MOVE WS-CYCLE-DATE TO HLD-DATE.
           WRITE DATA-APHOLD.
           MOVE ZEROES TO WS-PRICE-EDIT WS-QTY-EDIT WS-QTY-EDIT-2.
           IF WS-VIL-PO-SUB(WS-VIL-SUB) NOT = ZEROES
              MOVE WS-VIL-PO-SUB(WS-VIL-SUB) TO WS-CUR-PO-SUB
              MOVE WS-PO-REC(WS-CUR-PO-SUB) TO DATA-PO
              IF PO-UNIT-COST IS NUMERIC
                 MOVE PO-UNIT-COST TO WS-PRICE-EDIT
              END-IF
              MOVE PO-QTY-RECEIVED TO WS-QTY-EDIT
              MOVE PO-QTY-INVOICED TO WS-QTY-EDIT-2
           END-IF.
           MOVE VI-UNIT-PRICE TO WS-PRICE-EDIT-2.
           MOVE VI-QTY TO WS-QTY-EDIT-3.
           MOVE SPACES TO EXC-REC.
           STRING VI-VENDOR " " VI-INVOICE " " VI-PO-NUM " "
              VI-ING-ID "  " HLD-REASON " " WS-PRICE-EDIT "   "
              WS-PRICE-EDIT-2 " " WS-QTY-EDIT " " WS-QTY-EDIT-2
              " " WS-QTY-EDIT-3
              DELIMITED BY SIZE INTO EXC-REC.
           WRITE EXC-REC.

       WRITE-GL-LINE.
           MOVE "APENTRY" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE WS-APPR-TOTAL TO GL-AMT.
           WRITE GL-REC.
