       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARDISP.

      * disputed invoice maintenance for the AR master. a dispute
      * transaction marks an open ARMAST item in dispute with a reason
      * code and the owner working it (a second dispute transaction on
      * the same item reassigns the owner or reason). a resolution
      * transaction either releases the item back to normal collection
      * or settles it with a credit memo: a LI-TYPE 'C' credit line
      * against the disputed invoice is added to LINEDISP for the next
      * A2 invoice run, the same way REFUNDS credits a dropped course.
      * a credit that clears the open balance leaves the item marked
      * credited; a partial credit releases what is left of it back
      * to normal collection. items in dispute or
      * credited are passed over by DUNNING and FINCHG; the A2 credit
      * limit check leaves out items still in dispute. the master is
      * rewritten to ARMASTO, and OUTPUT1 lists the transactions and
      * then ages every open dispute by owner.
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
           SELECT DISPFILE ASSIGN TO DISPIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DISPFILE-STATUS.
           SELECT LINEOUT ASSIGN TO LINEDISP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LINEOUT-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * dispute flag D in dispute, C settled by credit memo
       FD ARMAST.
       01 ARM-REC.
           05 ARM-INVOICE PIC 9(6).
           05 ARM-CUST-ID PIC 9(6).
           05 ARM-DATE PIC X(10).
           05 ARM-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-STATUS PIC X(1).
           05 ARM-DUE-DATE PIC X(10).
           05 ARM-DISP-FLAG PIC X(1).
           05 ARM-DISP-REASON PIC X(4).
           05 ARM-DISP-OWNER PIC X(8).
           05 ARM-DISP-DATE PIC X(10).

       FD ARMASTO.
       01 ARO-REC PIC X(80).

      * action D dispute, R resolve. a resolution is C credit memo
      * (for the credit amount, or the whole open balance when none
      * is given) or N back to normal collection
       FD DISPFILE.
       01 DATA-DISP.
           05 DT-ACTION PIC X(1).
           05 DT-INVOICE PIC 9(6).
           05 DT-REASON PIC X(4).
           05 DT-OWNER PIC X(8).
           05 DT-RESOLUTION PIC X(1).
           05 DT-CREDIT-AMT PIC 9(7)V99.
           05 DT-BLANKS PIC X(51).

       FD LINEOUT.
       01 DATA-LINE-ITEM.
           05 LI-CUST-ID PIC 9(6).
           05 LI-DESC PIC X(32).
           05 LI-QUANT PIC 9(8).
           05 LI-UNIT-PRICE PIC 9(7)V99.
           05 LI-TYPE PIC X(1).
           05 LI-ORIG-INVOICE PIC 9(6).
           05 LI-ITEM-NUM PIC 9(5).
           05 LI-BLANKS PIC X(13).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

       FD RPTFILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-DISPFILE-STATUS PIC XX.
       01 WS-LINEOUT-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-CYCLE-DAYS PIC 9(7) VALUE ZEROES.
       01 WS-DATE-NUM PIC 9(8).

       01 WS-AR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-AR-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 2000 TIMES.
               10 WS-AR-REC PIC X(57).
               10 WS-AR-INVOICE PIC 9(6).
               10 WS-AR-CUST-ID PIC 9(6).
               10 WS-AR-OPEN PIC S9(9)V99.
               10 WS-AR-DUE-DATE PIC X(10).
               10 WS-AR-DISP-FLAG PIC X(1).
               10 WS-AR-DISP-REASON PIC X(4).
               10 WS-AR-DISP-OWNER PIC X(8).
               10 WS-AR-DISP-DATE PIC X(10).
       01 WS-AR-SUB PIC 9(4).
       01 WS-AR-FOUND-SUB PIC 9(4).

      * reason codes a dispute may be raised under
       01 WS-RSN-LIST PIC X(28)
           VALUE "PRICQTY DMGDNRECDUPLSVC OTHR".
       01 WS-RSN-TABLE REDEFINES WS-RSN-LIST.
           05 WS-RSN-CODE PIC X(4) OCCURS 7 TIMES.
       01 WS-RSN-SUB PIC 9(2).
       01 WS-RSN-OK PIC A.

      * owners with open disputes, for the aging report
       01 WS-OWN-TABLE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-OWN-TABLE-COUNT-MAX PIC 9(3) VALUE 200.
       01 WS-OWN-TABLE.
           05 WS-OWN-ID PIC X(8) OCCURS 200 TIMES.
       01 WS-OWN-SUB PIC 9(3).
       01 WS-OWN-FOUND-SUB PIC 9(3).

       01 WS-REJECT PIC X(40).
       01 WS-CREDIT-AMT PIC 9(9)V99.
       01 WS-DAYS-OPEN PIC S9(7).
       01 WS-BUCKET PIC 9.
       01 WS-BUCKETS.
           05 WS-BUCKET-AMT PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-OWN-COUNT PIC 9(5).
       01 WS-OWN-AMT PIC S9(11)V99.
       01 WS-DISP-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-DISP-AMT PIC S9(11)V99 VALUE ZEROES.

       01 WS-TRAN-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-OPENED-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-CREDITED-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZEROES.

       01 WS-AMT-EDIT PIC $$$,$$$,$$9.99-.
       01 WS-AMT-EDIT-2 PIC $$$,$$$,$$9.99-.
       01 WS-AMT-EDIT-3 PIC $$$,$$$,$$9.99-.
       01 WS-AMT-EDIT-4 PIC $$$,$$$,$$9.99-.
       01 WS-DAYS-EDIT PIC Z,ZZ9.
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
           MOVE ZEROES TO WS-DATE-NUM.
           MOVE WS-CYCLE-DATE(1:4) TO WS-DATE-NUM(1:4).
           MOVE WS-CYCLE-DATE(6:2) TO WS-DATE-NUM(5:2).
           MOVE WS-CYCLE-DATE(9:2) TO WS-DATE-NUM(7:2).
           COMPUTE WS-CYCLE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS NOT = "00"
              DISPLAY "No AR master found - ARDISP has nothing to "
                 "maintain."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-ARMAST-STATUS = "10"
              READ ARMAST
                 AT END MOVE "10" TO WS-ARMAST-STATUS
                 NOT AT END
                    IF WS-AR-TABLE-COUNT = WS-AR-TABLE-COUNT-MAX
                       DISPLAY "AR master has more items than ARDISP "
                          "can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE ARMAST
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-AR-TABLE-COUNT
                    MOVE ARM-REC(1:57) TO WS-AR-REC(WS-AR-TABLE-COUNT)
                    MOVE ARM-INVOICE TO
                       WS-AR-INVOICE(WS-AR-TABLE-COUNT)
                    MOVE ARM-CUST-ID TO
                       WS-AR-CUST-ID(WS-AR-TABLE-COUNT)
                    MOVE ARM-OPEN TO WS-AR-OPEN(WS-AR-TABLE-COUNT)
                    MOVE ARM-DUE-DATE TO
                       WS-AR-DUE-DATE(WS-AR-TABLE-COUNT)
                    MOVE ARM-DISP-FLAG TO
                       WS-AR-DISP-FLAG(WS-AR-TABLE-COUNT)
                    MOVE ARM-DISP-REASON TO
                       WS-AR-DISP-REASON(WS-AR-TABLE-COUNT)
                    MOVE ARM-DISP-OWNER TO
                       WS-AR-DISP-OWNER(WS-AR-TABLE-COUNT)
                    MOVE ARM-DISP-DATE TO
                       WS-AR-DISP-DATE(WS-AR-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE ARMAST.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "DISPUTED INVOICE MAINTENANCE   " WS-CYCLE-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

      * credit lines accumulate until the nightly invoice run takes
      * them onto its line item feed
           OPEN EXTEND LINEOUT.
           IF WS-LINEOUT-STATUS = "35"
              OPEN OUTPUT LINEOUT
           END-IF.
           OPEN INPUT DISPFILE.
           IF WS-DISPFILE-STATUS = "00"
              PERFORM UNTIL WS-DISPFILE-STATUS = "10"
                 READ DISPFILE
                    AT END MOVE "10" TO WS-DISPFILE-STATUS
                    NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM APPLY-DISPUTE-TRAN
                 END-READ
              END-PERFORM
              CLOSE DISPFILE
           ELSE
              MOVE "  no dispute transactions this run" TO RPT-REC
              WRITE RPT-REC
           END-IF.
           CLOSE LINEOUT.

           OPEN OUTPUT ARMASTO.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
              MOVE SPACES TO ARM-REC
              MOVE WS-AR-REC(WS-AR-SUB) TO ARM-REC(1:57)
              MOVE WS-AR-DISP-FLAG(WS-AR-SUB) TO ARM-DISP-FLAG
              MOVE WS-AR-DISP-REASON(WS-AR-SUB) TO ARM-DISP-REASON
              MOVE WS-AR-DISP-OWNER(WS-AR-SUB) TO ARM-DISP-OWNER
              MOVE WS-AR-DISP-DATE(WS-AR-SUB) TO ARM-DISP-DATE
              MOVE ARM-REC TO ARO-REC
              WRITE ARO-REC
           END-PERFORM.
           CLOSE ARMASTO.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TRAN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Transactions read    " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-OPENED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Disputes opened      " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CREDITED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-CREDIT-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Resolved by credit   " WS-COUNT-EDIT
              "   credit memos " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Back to collection   " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Rejected             " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           PERFORM DISPUTE-AGING.
           CLOSE RPTFILE.

           MOVE WS-DISP-COUNT TO WS-COUNT-EDIT.
           DISPLAY "ARDISP: " WS-COUNT-EDIT " item(s) in dispute.".
           IF WS-REJECT-COUNT > ZEROES
              MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
              DISPLAY "ARDISP: " WS-COUNT-EDIT
                 " transaction(s) rejected - see OUTPUT1."
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       APPLY-DISPUTE-TRAN.
           MOVE SPACES TO WS-REJECT.
           MOVE ZEROES TO WS-AR-FOUND-SUB.
           IF DT-INVOICE IS NUMERIC
              PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                 UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
                 IF WS-AR-INVOICE(WS-AR-SUB) = DT-INVOICE
                    MOVE WS-AR-SUB TO WS-AR-FOUND-SUB
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-AR-FOUND-SUB = ZEROES
              MOVE "invoice not on the AR master" TO WS-REJECT
           ELSE
              EVALUATE DT-ACTION
                 WHEN 'D'
                    PERFORM CHECK-REASON
                    IF WS-REJECT = SPACES
                       IF WS-AR-OPEN(WS-AR-FOUND-SUB) NOT > ZERO
                          MOVE "invoice has no open balance" TO
                             WS-REJECT
                       ELSE
                       IF DT-OWNER = SPACES AND
                          WS-AR-DISP-FLAG(WS-AR-FOUND-SUB) NOT = 'D'
                          MOVE "no owner for the dispute" TO WS-REJECT
                       END-IF
                       END-IF
                    END-IF
                 WHEN 'R'
                    IF WS-AR-DISP-FLAG(WS-AR-FOUND-SUB) NOT = 'D'
                       MOVE "invoice is not in dispute" TO WS-REJECT
                    ELSE
                       IF DT-RESOLUTION = 'C'
                          IF DT-CREDIT-AMT IS NUMERIC AND
                             DT-CREDIT-AMT > ZERO
                             MOVE DT-CREDIT-AMT TO WS-CREDIT-AMT
                          ELSE
                             MOVE WS-AR-OPEN(WS-AR-FOUND-SUB) TO
                                WS-CREDIT-AMT
                          END-IF
                          IF WS-CREDIT-AMT >
                             WS-AR-OPEN(WS-AR-FOUND-SUB)
                             MOVE "credit is more than the open balance"
                                TO WS-REJECT
                          END-IF
                       ELSE
                       IF DT-RESOLUTION NOT = 'N'
                          MOVE "resolution must be C or N" TO WS-REJECT
                       END-IF
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE "unknown action code" TO WS-REJECT
              END-EVALUATE
           END-IF.

           IF WS-REJECT NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  " DT-ACTION " INVOICE " DT-INVOICE
                 " rejected - " WS-REJECT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              MOVE WS-AR-OPEN(WS-AR-FOUND-SUB) TO WS-AMT-EDIT
              EVALUATE TRUE
                 WHEN DT-ACTION = 'D'
                    IF WS-AR-DISP-FLAG(WS-AR-FOUND-SUB) = 'D'
                       IF DT-REASON NOT = SPACES
                          MOVE DT-REASON TO
                             WS-AR-DISP-REASON(WS-AR-FOUND-SUB)
                       END-IF
                       IF DT-OWNER NOT = SPACES
                          MOVE DT-OWNER TO
                             WS-AR-DISP-OWNER(WS-AR-FOUND-SUB)
                       END-IF
                       MOVE SPACES TO RPT-REC
                       STRING "  D INVOICE " DT-INVOICE " CUST "
                          WS-AR-CUST-ID(WS-AR-FOUND-SUB)
                          " dispute reassigned  reason "
                          WS-AR-DISP-REASON(WS-AR-FOUND-SUB)
                          "  owner "
                          WS-AR-DISP-OWNER(WS-AR-FOUND-SUB)
                          DELIMITED BY SIZE INTO RPT-REC
                    ELSE
                       MOVE 'D' TO WS-AR-DISP-FLAG(WS-AR-FOUND-SUB)
                       MOVE DT-REASON TO
                          WS-AR-DISP-REASON(WS-AR-FOUND-SUB)
                       MOVE DT-OWNER TO
                          WS-AR-DISP-OWNER(WS-AR-FOUND-SUB)
                       MOVE WS-CYCLE-DATE TO
                          WS-AR-DISP-DATE(WS-AR-FOUND-SUB)
                       ADD 1 TO WS-OPENED-COUNT
                       MOVE SPACES TO RPT-REC
                       STRING "  D INVOICE " DT-INVOICE " CUST "
                          WS-AR-CUST-ID(WS-AR-FOUND-SUB)
                          " in dispute  open " WS-AMT-EDIT
                          "  reason " DT-REASON "  owner " DT-OWNER
                          DELIMITED BY SIZE INTO RPT-REC
                    END-IF
                 WHEN DT-RESOLUTION = 'C'
                    MOVE SPACES TO DATA-LINE-ITEM
                    MOVE WS-AR-CUST-ID(WS-AR-FOUND-SUB) TO LI-CUST-ID
                    STRING "DISPUTE CREDIT INV " DT-INVOICE " "
                       WS-AR-DISP-REASON(WS-AR-FOUND-SUB)
                       DELIMITED BY SIZE INTO LI-DESC
                    MOVE 1 TO LI-QUANT
                    MOVE WS-CREDIT-AMT TO LI-UNIT-PRICE
                    MOVE 'C' TO LI-TYPE
                    MOVE DT-INVOICE TO LI-ORIG-INVOICE
                    MOVE ZEROES TO LI-ITEM-NUM
                    WRITE DATA-LINE-ITEM
                    ADD 1 TO WS-CREDITED-COUNT
                    ADD WS-CREDIT-AMT TO WS-CREDIT-TOTAL
                    MOVE WS-CREDIT-AMT TO WS-AMT-EDIT-2
                    MOVE SPACES TO RPT-REC
                    IF WS-CREDIT-AMT = WS-AR-OPEN(WS-AR-FOUND-SUB)
                       MOVE 'C' TO WS-AR-DISP-FLAG(WS-AR-FOUND-SUB)
                       MOVE WS-CYCLE-DATE TO
                          WS-AR-DISP-DATE(WS-AR-FOUND-SUB)
                       STRING "  R INVOICE " DT-INVOICE " CUST "
                          WS-AR-CUST-ID(WS-AR-FOUND-SUB)
                          " resolved by credit memo " WS-AMT-EDIT-2
                          "  owner "
                          WS-AR-DISP-OWNER(WS-AR-FOUND-SUB)
                          DELIMITED BY SIZE INTO RPT-REC
                    ELSE
      * the rest of the balance is still owed - back to collection
                       MOVE SPACES TO WS-AR-DISP-FLAG(WS-AR-FOUND-SUB)
                          WS-AR-DISP-REASON(WS-AR-FOUND-SUB)
                          WS-AR-DISP-OWNER(WS-AR-FOUND-SUB)
                          WS-AR-DISP-DATE(WS-AR-FOUND-SUB)
                       ADD 1 TO WS-RELEASED-COUNT
                       STRING "  R INVOICE " DT-INVOICE " CUST "
                          WS-AR-CUST-ID(WS-AR-FOUND-SUB)
                          " part credit " WS-AMT-EDIT-2
                          " rest released to collection"
                          DELIMITED BY SIZE INTO RPT-REC
                    END-IF
                 WHEN OTHER
                    MOVE SPACES TO WS-AR-DISP-FLAG(WS-AR-FOUND-SUB)
                       WS-AR-DISP-REASON(WS-AR-FOUND-SUB)
                       WS-AR-DISP-OWNER(WS-AR-FOUND-SUB)
                       WS-AR-DISP-DATE(WS-AR-FOUND-SUB)
                    ADD 1 TO WS-RELEASED-COUNT
                    MOVE SPACES TO RPT-REC
                    STRING "  R INVOICE " DT-INVOICE " CUST "
                       WS-AR-CUST-ID(WS-AR-FOUND-SUB)
                       " released to collection  open " WS-AMT-EDIT
                       DELIMITED BY SIZE INTO RPT-REC
              END-EVALUATE
              WRITE RPT-REC
           END-IF.

      * a new dispute must carry a known reason; a reassignment may
      * leave the reason blank to keep the one on file
       CHECK-REASON.
           MOVE 'N' TO WS-RSN-OK.
           IF DT-REASON = SPACES AND
              WS-AR-DISP-FLAG(WS-AR-FOUND-SUB) = 'D'
              MOVE 'Y' TO WS-RSN-OK
           END-IF.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
              UNTIL WS-RSN-SUB > 7
              IF WS-RSN-CODE(WS-RSN-SUB) = DT-REASON
                 MOVE 'Y' TO WS-RSN-OK
              END-IF
           END-PERFORM.
           IF WS-RSN-OK = 'N'
              STRING "unknown reason code " DT-REASON
                 DELIMITED BY SIZE INTO WS-REJECT
           END-IF.

      * open disputes by owner, aged from the date each was raised
       DISPUTE-AGING.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "OPEN DISPUTE AGING BY OWNER   " WS-CYCLE-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "OWNER    INVOICE CUST   DUE DATE   REASON "
              "DISPUTED        DAYS        OPEN AMOUNT"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE ZEROES TO WS-BUCKETS.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
              IF WS-AR-DISP-FLAG(WS-AR-SUB) = 'D'
                 MOVE ZEROES TO WS-OWN-FOUND-SUB
                 PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
                    UNTIL WS-OWN-SUB > WS-OWN-TABLE-COUNT
                    IF WS-OWN-ID(WS-OWN-SUB) =
                       WS-AR-DISP-OWNER(WS-AR-SUB)
                       MOVE WS-OWN-SUB TO WS-OWN-FOUND-SUB
                    END-IF
                 END-PERFORM
                 IF WS-OWN-FOUND-SUB = ZEROES AND
                    WS-OWN-TABLE-COUNT < WS-OWN-TABLE-COUNT-MAX
                    ADD 1 TO WS-OWN-TABLE-COUNT
                    MOVE WS-AR-DISP-OWNER(WS-AR-SUB) TO
                       WS-OWN-ID(WS-OWN-TABLE-COUNT)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
              UNTIL WS-OWN-SUB > WS-OWN-TABLE-COUNT
              MOVE ZEROES TO WS-OWN-COUNT WS-OWN-AMT
              PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                 UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
                 IF WS-AR-DISP-FLAG(WS-AR-SUB) = 'D' AND
                    WS-AR-DISP-OWNER(WS-AR-SUB) =
                    WS-OWN-ID(WS-OWN-SUB)
                    PERFORM AGE-DISPUTE
                 END-IF
              END-PERFORM
              MOVE WS-OWN-COUNT TO WS-COUNT-EDIT
              MOVE WS-OWN-AMT TO WS-AMT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  " WS-OWN-ID(WS-OWN-SUB) " "
                 WS-COUNT-EDIT " dispute(s)" "                    "
                 "            " WS-AMT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
           IF WS-DISP-COUNT = ZEROES
              MOVE "  no invoices in dispute" TO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE WS-DISP-COUNT TO WS-COUNT-EDIT.
           MOVE WS-DISP-AMT TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "ALL OWNERS " WS-COUNT-EDIT " dispute(s)  open "
              WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-BUCKET-AMT(1) TO WS-AMT-EDIT.
           MOVE WS-BUCKET-AMT(2) TO WS-AMT-EDIT-2.
           MOVE WS-BUCKET-AMT(3) TO WS-AMT-EDIT-3.
           MOVE WS-BUCKET-AMT(4) TO WS-AMT-EDIT-4.
           MOVE SPACES TO RPT-REC.
           STRING "  open 0-30 days " WS-AMT-EDIT
              "  31-60 " WS-AMT-EDIT-2
              "  61-90 " WS-AMT-EDIT-3
              "  over 90 " WS-AMT-EDIT-4
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

       AGE-DISPUTE.
           MOVE ZEROES TO WS-DAYS-OPEN.
           IF WS-AR-DISP-DATE(WS-AR-SUB)(1:4) IS NUMERIC AND
              WS-AR-DISP-DATE(WS-AR-SUB)(6:2) IS NUMERIC AND
              WS-AR-DISP-DATE(WS-AR-SUB)(9:2) IS NUMERIC
              MOVE ZEROES TO WS-DATE-NUM
              MOVE WS-AR-DISP-DATE(WS-AR-SUB)(1:4) TO
                 WS-DATE-NUM(1:4)
              MOVE WS-AR-DISP-DATE(WS-AR-SUB)(6:2) TO
                 WS-DATE-NUM(5:2)
              MOVE WS-AR-DISP-DATE(WS-AR-SUB)(9:2) TO
                 WS-DATE-NUM(7:2)
              COMPUTE WS-DAYS-OPEN = WS-CYCLE-DAYS -
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.
           IF WS-DAYS-OPEN < ZERO
              MOVE ZEROES TO WS-DAYS-OPEN
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-OPEN NOT > 30
                 MOVE 1 TO WS-BUCKET
              WHEN WS-DAYS-OPEN NOT > 60
                 MOVE 2 TO WS-BUCKET
              WHEN WS-DAYS-OPEN NOT > 90
                 MOVE 3 TO WS-BUCKET
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           ADD WS-AR-OPEN(WS-AR-SUB) TO WS-BUCKET-AMT(WS-BUCKET).
           ADD 1 TO WS-OWN-COUNT WS-DISP-COUNT.
           ADD WS-AR-OPEN(WS-AR-SUB) TO WS-OWN-AMT WS-DISP-AMT.
           MOVE WS-DAYS-OPEN TO WS-DAYS-EDIT.
           MOVE WS-AR-OPEN(WS-AR-SUB) TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING WS-AR-DISP-OWNER(WS-AR-SUB) " "
              WS-AR-INVOICE(WS-AR-SUB) "  "
              WS-AR-CUST-ID(WS-AR-SUB) " "
              WS-AR-DUE-DATE(WS-AR-SUB) " "
              WS-AR-DISP-REASON(WS-AR-SUB) "   "
              WS-AR-DISP-DATE(WS-AR-SUB) "  "
              WS-DAYS-EDIT "  " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
