       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDPROC.

      * sales order entry and shipment confirmation. new order lines
      * from ORDIN (order number, customer, item, quantity ordered and
      * requested date) are checked against CUSTIN and the ITEMIN item
      * master and added to the ORDMAST open order master. each SHIPIN
      * confirmation names the order line and the quantity that went
      * out; the shipped quantity is written to LINESHIP as a LINEFILE
      * line item for the next A2 invoice run to bill, and whatever is
      * still unshipped stays on ORDMAST as a backorder. a line is
      * dropped from the master once it has shipped in full. OUTPUT1
      * lists the night's entries and shipments, then ages every open
      * order and backorder line by customer and item from its
      * requested date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDFILE ASSIGN TO ORDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ORDFILE-STATUS.
           SELECT SHIPFILE ASSIGN TO SHIPIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SHIPFILE-STATUS.
           SELECT ORDMAST ASSIGN TO ORDMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ORDMAST-STATUS.
           SELECT CUSTFILE ASSIGN TO CUSTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT ITEMFILE ASSIGN TO ITEMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ITEMFILE-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT LINEOUT ASSIGN TO LINESHIP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ORDFILE.
       01 DATA-ORDER.
           05 OI-ORDER PIC 9(6).
           05 OI-CUST-ID PIC 9(6).
           05 OI-ITEM-NUM PIC 9(5).
           05 OI-QTY PIC 9(8).
           05 OI-REQ-DATE PIC X(10).
           05 OI-BLANKS PIC X(45).

       FD SHIPFILE.
       01 DATA-SHIP.
           05 SH-ORDER PIC 9(6).
           05 SH-ITEM-NUM PIC 9(5).
           05 SH-QTY PIC 9(8).
           05 SH-SHIP-DATE PIC X(10).
           05 SH-BLANKS PIC X(51).

      * one record per open order line, kept in customer, item and
      * order number sequence. status O nothing shipped yet, B
      * backordered (part shipped, remainder still owed)
       FD ORDMAST.
       01 DATA-ORDMAST.
           05 OM-ORDER PIC 9(6).
           05 OM-CUST-ID PIC 9(6).
           05 OM-ITEM-NUM PIC 9(5).
           05 OM-QTY-ORD PIC 9(8).
           05 OM-QTY-SHIP PIC 9(8).
           05 OM-REQ-DATE PIC X(10).
           05 OM-ORDER-DATE PIC X(10).
           05 OM-STATUS PIC X(1).
           05 OM-LAST-SHIP PIC X(10).
           05 OM-BLANKS PIC X(16).

       FD CUSTFILE.
       01 DATA-CUSTOMER.
           05 CUST-ID PIC 9(6).
           05 CUST-NAME PIC X(30).
           05 CUST-ADDR PIC X(30).
           05 CUST-CURRENCY PIC X(3).
           05 CUST-TERMS PIC X(9).
           05 CUST-STATUS PIC X(1).
           05 CUST-BLANKS PIC X(1).

       FD ITEMFILE.
       01 DATA-ITEM.
           05 ITEM-NUM PIC 9(5).
           05 ITEM-DESC PIC X(32).
           05 ITEM-LIST-PRICE PIC 9(7)V99.
           05 ITEM-QTY1 PIC 9(5).
           05 ITEM-DISC1 PIC 9(2)V99.
           05 ITEM-QTY2 PIC 9(5).
           05 ITEM-DISC2 PIC 9(2)V99.
           05 ITEM-BLANKS PIC X(16).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

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

       FD RPTFILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ORDFILE-STATUS PIC XX.
       01 WS-SHIPFILE-STATUS PIC XX.
       01 WS-ORDMAST-STATUS PIC XX.
       01 WS-CUSTFILE-STATUS PIC XX.
       01 WS-ITEMFILE-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-CYCLE-DAYS PIC 9(7) VALUE ZEROES.

       01 WS-CUST-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CUST-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 2000 TIMES.
               10 WS-CUST-ID PIC 9(6).
               10 WS-CUST-NAME PIC X(30).
               10 WS-CUST-STATUS PIC X(1).
       01 WS-CUST-SUB PIC 9(4).
       01 WS-CUST-FOUND-SUB PIC 9(4).

       01 WS-ITEM-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ITEM-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1000 TIMES.
               10 WS-ITEM-NUM PIC 9(5).
               10 WS-ITEM-DESC PIC X(32).
               10 WS-ITEM-PRICE PIC 9(7)V99.
       01 WS-ITEM-SUB PIC 9(4).
       01 WS-ITEM-FOUND-SUB PIC 9(4).

       01 WS-ORD-TABLE-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-ORD-TABLE-COUNT-MAX PIC 9(5) VALUE 5000.
       01 WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 5000 TIMES.
               10 WS-ORD-KEY.
                   15 WS-ORD-CUST-ID PIC 9(6).
                   15 WS-ORD-ITEM-NUM PIC 9(5).
                   15 WS-ORD-ORDER PIC 9(6).
               10 WS-ORD-QTY-ORD PIC 9(8).
               10 WS-ORD-QTY-SHIP PIC 9(8).
               10 WS-ORD-REQ-DATE PIC X(10).
               10 WS-ORD-ORDER-DATE PIC X(10).
               10 WS-ORD-STATUS PIC X(1).
               10 WS-ORD-LAST-SHIP PIC X(10).
       01 WS-ORD-SUB PIC 9(5).
       01 WS-ORD-FOUND-SUB PIC 9(5).
       01 WS-ORD-INS-SUB PIC 9(5).

       01 WS-NEW-ORD.
           05 WS-NEW-KEY.
               10 WS-NEW-CUST-ID PIC 9(6).
               10 WS-NEW-ITEM-NUM PIC 9(5).
               10 WS-NEW-ORDER PIC 9(6).
           05 WS-NEW-QTY-ORD PIC 9(8).
           05 WS-NEW-QTY-SHIP PIC 9(8).
           05 WS-NEW-REQ-DATE PIC X(10).
           05 WS-NEW-ORDER-DATE PIC X(10).
           05 WS-NEW-STATUS PIC X(1).
           05 WS-NEW-LAST-SHIP PIC X(10).

       01 WS-REJECT PIC X(40).
       01 WS-OPEN-QTY PIC 9(8).
       01 WS-OVER-QTY PIC 9(8).
       01 WS-OPEN-VALUE PIC 9(11)V99.
       01 WS-DAYS-LATE PIC S9(7).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-BUCKET PIC 9.
       01 WS-PREV-CUST-ID PIC 9(6).
       01 WS-PREV-ITEM-NUM PIC 9(5).
       01 WS-FIRST-LINE PIC A.

      * aging buckets 1 not yet due, 2 1-30 days past the requested
      * date, 3 31-60, 4 61-90, 5 over 90
       01 WS-CUST-BUCKETS.
           05 WS-CUST-BUCKET PIC 9(11)V99 OCCURS 5 TIMES.
       01 WS-TOTAL-BUCKETS.
           05 WS-TOTAL-BUCKET PIC 9(11)V99 OCCURS 5 TIMES.
       01 WS-ITEM-OPEN-QTY PIC 9(9).
       01 WS-ITEM-OPEN-VALUE PIC 9(11)V99.
       01 WS-CUST-OPEN-VALUE PIC 9(11)V99.
       01 WS-TOTAL-OPEN-VALUE PIC 9(11)V99 VALUE ZEROES.

       01 WS-ENTER-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ENTER-REJ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-SHIP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-SHIP-REJ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COMPLETE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-OPEN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-BACK-COUNT PIC 9(6) VALUE ZEROES.

       01 WS-QTY-EDIT PIC ZZ,ZZZ,ZZ9.
       01 WS-QTY-EDIT-2 PIC ZZ,ZZZ,ZZ9.
       01 WS-QTY-EDIT-3 PIC ZZ,ZZZ,ZZ9.
       01 WS-AMT-EDIT PIC $$$,$$$,$$9.99.
       01 WS-AMT-EDIT-2 PIC $$$,$$$,$$9.99.
       01 WS-AMT-EDIT-3 PIC $$$,$$$,$$9.99.
       01 WS-AMT-EDIT-4 PIC $$$,$$$,$$9.99.
       01 WS-AMT-EDIT-5 PIC $$$,$$$,$$9.99.
       01 WS-DAYS-EDIT PIC Z,ZZ9.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZ,ZZ9.
       01 WS-STATUS-TEXT PIC X(9).

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

           OPEN INPUT CUSTFILE.
           IF WS-CUSTFILE-STATUS = "00"
              PERFORM UNTIL WS-CUSTFILE-STATUS = "10"
                 READ CUSTFILE
                    AT END MOVE "10" TO WS-CUSTFILE-STATUS
                    NOT AT END
                       IF WS-CUST-TABLE-COUNT = WS-CUST-TABLE-COUNT-MAX
                          DISPLAY "CUSTIN has more customers than "
                             "ORDPROC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE CUSTFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CUST-TABLE-COUNT
                       MOVE CUST-ID TO WS-CUST-ID(WS-CUST-TABLE-COUNT)
                       MOVE CUST-NAME TO
                          WS-CUST-NAME(WS-CUST-TABLE-COUNT)
                       MOVE CUST-STATUS TO
                          WS-CUST-STATUS(WS-CUST-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTFILE
           END-IF.

           OPEN INPUT ITEMFILE.
           IF WS-ITEMFILE-STATUS = "00"
              PERFORM UNTIL WS-ITEMFILE-STATUS = "10"
                 READ ITEMFILE
                    AT END MOVE "10" TO WS-ITEMFILE-STATUS
                    NOT AT END
                       IF WS-ITEM-TABLE-COUNT = WS-ITEM-TABLE-COUNT-MAX
                          DISPLAY "ITEMIN has more items than "
                             "ORDPROC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE ITEMFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-ITEM-TABLE-COUNT
                       MOVE ITEM-NUM TO WS-ITEM-NUM(WS-ITEM-TABLE-COUNT)
                       MOVE ITEM-DESC TO
                          WS-ITEM-DESC(WS-ITEM-TABLE-COUNT)
                       MOVE ITEM-LIST-PRICE TO
                          WS-ITEM-PRICE(WS-ITEM-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ITEMFILE
           END-IF.

           OPEN INPUT ORDMAST.
           IF WS-ORDMAST-STATUS = "00"
              PERFORM UNTIL WS-ORDMAST-STATUS = "10"
                 READ ORDMAST
                    AT END MOVE "10" TO WS-ORDMAST-STATUS
                    NOT AT END
                       MOVE OM-CUST-ID TO WS-NEW-CUST-ID
                       MOVE OM-ITEM-NUM TO WS-NEW-ITEM-NUM
                       MOVE OM-ORDER TO WS-NEW-ORDER
                       MOVE OM-QTY-ORD TO WS-NEW-QTY-ORD
                       MOVE OM-QTY-SHIP TO WS-NEW-QTY-SHIP
                       MOVE OM-REQ-DATE TO WS-NEW-REQ-DATE
                       MOVE OM-ORDER-DATE TO WS-NEW-ORDER-DATE
                       MOVE OM-STATUS TO WS-NEW-STATUS
                       MOVE OM-LAST-SHIP TO WS-NEW-LAST-SHIP
                       PERFORM INSERT-ORDER
                 END-READ
              END-PERFORM
              CLOSE ORDMAST
           END-IF.

           OPEN OUTPUT LINEOUT.
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "SALES ORDER ENTRY AND SHIPMENT CONFIRMATION   "
              WS-CYCLE-DATE DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

           OPEN INPUT ORDFILE.
           IF WS-ORDFILE-STATUS = "00"
              PERFORM UNTIL WS-ORDFILE-STATUS = "10"
                 READ ORDFILE
                    AT END MOVE "10" TO WS-ORDFILE-STATUS
                    NOT AT END PERFORM ENTER-ORDER
                 END-READ
              END-PERFORM
              CLOSE ORDFILE
           ELSE
              MOVE "  no new orders this run" TO RPT-REC
              WRITE RPT-REC
           END-IF.

           OPEN INPUT SHIPFILE.
           IF WS-SHIPFILE-STATUS = "00"
              PERFORM UNTIL WS-SHIPFILE-STATUS = "10"
                 READ SHIPFILE
                    AT END MOVE "10" TO WS-SHIPFILE-STATUS
                    NOT AT END PERFORM CONFIRM-SHIPMENT
                 END-READ
              END-PERFORM
              CLOSE SHIPFILE
           ELSE
              MOVE "  no shipment confirmations this run" TO RPT-REC
              WRITE RPT-REC
           END-IF.
           CLOSE LINEOUT.

      * lines shipped in full leave the master; the rest carry
      * forward as open orders and backorders
           OPEN OUTPUT ORDMAST.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-TABLE-COUNT
              IF WS-ORD-STATUS(WS-ORD-SUB) NOT = 'C'
                 MOVE SPACES TO DATA-ORDMAST
                 MOVE WS-ORD-ORDER(WS-ORD-SUB) TO OM-ORDER
                 MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO OM-CUST-ID
                 MOVE WS-ORD-ITEM-NUM(WS-ORD-SUB) TO OM-ITEM-NUM
                 MOVE WS-ORD-QTY-ORD(WS-ORD-SUB) TO OM-QTY-ORD
                 MOVE WS-ORD-QTY-SHIP(WS-ORD-SUB) TO OM-QTY-SHIP
                 MOVE WS-ORD-REQ-DATE(WS-ORD-SUB) TO OM-REQ-DATE
                 MOVE WS-ORD-ORDER-DATE(WS-ORD-SUB) TO OM-ORDER-DATE
                 MOVE WS-ORD-STATUS(WS-ORD-SUB) TO OM-STATUS
                 MOVE WS-ORD-LAST-SHIP(WS-ORD-SUB) TO OM-LAST-SHIP
                 WRITE DATA-ORDMAST
              END-IF
           END-PERFORM.
           CLOSE ORDMAST.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-ENTER-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ENTER-REJ-COUNT TO WS-COUNT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "Order lines entered " WS-COUNT-EDIT
              "   rejected " WS-COUNT-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-SHIP-COUNT TO WS-COUNT-EDIT.
           MOVE WS-SHIP-REJ-COUNT TO WS-COUNT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "Shipments billed    " WS-COUNT-EDIT
              "   rejected " WS-COUNT-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-COMPLETE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Lines shipped complete " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           PERFORM AGING-REPORT.
           CLOSE RPTFILE.

           MOVE WS-SHIP-COUNT TO WS-COUNT-EDIT.
           DISPLAY "ORDPROC wrote " WS-COUNT-EDIT
              " shipped line item(s) to LINESHIP.".
           MOVE WS-BACK-COUNT TO WS-COUNT-EDIT.
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT-2.
           DISPLAY "ORDPROC open order lines " WS-COUNT-EDIT-2
              ", backordered " WS-COUNT-EDIT.
           IF WS-ENTER-REJ-COUNT > ZEROES OR
              WS-SHIP-REJ-COUNT > ZEROES
              DISPLAY "ORDPROC rejected order or shipment lines - "
                 "see OUTPUT1."
           END-IF.

           STOP RUN.

       ENTER-ORDER.
           MOVE SPACES TO WS-REJECT.
           MOVE ZEROES TO WS-CUST-FOUND-SUB WS-ITEM-FOUND-SUB.
           IF OI-ORDER IS NOT NUMERIC OR OI-ORDER = ZEROES
              MOVE "order number missing" TO WS-REJECT
           ELSE
           IF OI-CUST-ID IS NOT NUMERIC
              MOVE "customer id is not numeric" TO WS-REJECT
           ELSE
           IF OI-ITEM-NUM IS NOT NUMERIC
              MOVE "item number is not numeric" TO WS-REJECT
           ELSE
           IF OI-QTY IS NOT NUMERIC OR OI-QTY = ZEROES
              MOVE "quantity ordered missing" TO WS-REJECT
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT = SPACES
              PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                 UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT
                 IF WS-CUST-ID(WS-CUST-SUB) = OI-CUST-ID
                    MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                 UNTIL WS-ITEM-SUB > WS-ITEM-TABLE-COUNT
                 IF WS-ITEM-NUM(WS-ITEM-SUB) = OI-ITEM-NUM
                    MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
                 END-IF
              END-PERFORM
              IF WS-CUST-FOUND-SUB = ZEROES
                 MOVE "customer not on CUSTIN" TO WS-REJECT
              ELSE
              IF WS-CUST-STATUS(WS-CUST-FOUND-SUB) = 'I'
                 MOVE "customer is inactive" TO WS-REJECT
              ELSE
              IF WS-ITEM-FOUND-SUB = ZEROES
                 MOVE "item not on ITEMIN" TO WS-REJECT
              END-IF
              END-IF
              END-IF
           END-IF.
           IF WS-REJECT = SPACES
              PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                 UNTIL WS-ORD-SUB > WS-ORD-TABLE-COUNT
                 IF WS-ORD-ORDER(WS-ORD-SUB) = OI-ORDER
                    IF WS-ORD-CUST-ID(WS-ORD-SUB) NOT = OI-CUST-ID
                       MOVE "order number is another customer's" TO
                          WS-REJECT
                    ELSE
                    IF WS-ORD-ITEM-NUM(WS-ORD-SUB) = OI-ITEM-NUM
                       MOVE "item already on this order" TO WS-REJECT
                    END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-REJECT NOT = SPACES
              ADD 1 TO WS-ENTER-REJ-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  ORDER " OI-ORDER " CUST " OI-CUST-ID
                 " ITEM " OI-ITEM-NUM " rejected - " WS-REJECT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              MOVE OI-CUST-ID TO WS-NEW-CUST-ID
              MOVE OI-ITEM-NUM TO WS-NEW-ITEM-NUM
              MOVE OI-ORDER TO WS-NEW-ORDER
              MOVE OI-QTY TO WS-NEW-QTY-ORD
              MOVE ZEROES TO WS-NEW-QTY-SHIP
              IF OI-REQ-DATE(1:4) IS NUMERIC AND
                 OI-REQ-DATE(6:2) IS NUMERIC AND
                 OI-REQ-DATE(9:2) IS NUMERIC
                 MOVE OI-REQ-DATE TO WS-NEW-REQ-DATE
              ELSE
                 MOVE WS-CYCLE-DATE TO WS-NEW-REQ-DATE
              END-IF
              MOVE WS-CYCLE-DATE TO WS-NEW-ORDER-DATE
              MOVE 'O' TO WS-NEW-STATUS
              MOVE SPACES TO WS-NEW-LAST-SHIP
              PERFORM INSERT-ORDER
              ADD 1 TO WS-ENTER-COUNT
              MOVE OI-QTY TO WS-QTY-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  ORDER " OI-ORDER " CUST " OI-CUST-ID
                 " ITEM " OI-ITEM-NUM " entered   qty " WS-QTY-EDIT
                 "  requested " WS-NEW-REQ-DATE
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

      * the shipped quantity is billed as confirmed by the warehouse,
      * even past what was ordered; the overshipment is noted so the
      * order desk can follow up
       CONFIRM-SHIPMENT.
           MOVE SPACES TO WS-REJECT.
           MOVE ZEROES TO WS-ORD-FOUND-SUB.
           IF SH-ORDER IS NOT NUMERIC OR SH-ITEM-NUM IS NOT NUMERIC
              MOVE "order or item number not numeric" TO WS-REJECT
           ELSE
           IF SH-QTY IS NOT NUMERIC OR SH-QTY = ZEROES
              MOVE "quantity shipped missing" TO WS-REJECT
           ELSE
              PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                 UNTIL WS-ORD-SUB > WS-ORD-TABLE-COUNT
                 IF WS-ORD-ORDER(WS-ORD-SUB) = SH-ORDER AND
                    WS-ORD-ITEM-NUM(WS-ORD-SUB) = SH-ITEM-NUM
                    MOVE WS-ORD-SUB TO WS-ORD-FOUND-SUB
                 END-IF
              END-PERFORM
              IF WS-ORD-FOUND-SUB = ZEROES
                 MOVE "no open order line" TO WS-REJECT
              ELSE
              IF WS-ORD-STATUS(WS-ORD-FOUND-SUB) = 'C'
                 MOVE "order line already shipped complete" TO
                    WS-REJECT
              END-IF
              END-IF
           END-IF
           END-IF.

           IF WS-REJECT NOT = SPACES
              ADD 1 TO WS-SHIP-REJ-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  SHIP  " SH-ORDER " ITEM " SH-ITEM-NUM
                 " rejected - " WS-REJECT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              MOVE ZEROES TO WS-ITEM-FOUND-SUB
              PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                 UNTIL WS-ITEM-SUB > WS-ITEM-TABLE-COUNT
                 IF WS-ITEM-NUM(WS-ITEM-SUB) = SH-ITEM-NUM
                    MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
                 END-IF
              END-PERFORM
              MOVE SPACES TO DATA-LINE-ITEM
              MOVE WS-ORD-CUST-ID(WS-ORD-FOUND-SUB) TO LI-CUST-ID
              MOVE SH-QTY TO LI-QUANT
              IF WS-ITEM-FOUND-SUB NOT = ZEROES
                 MOVE WS-ITEM-DESC(WS-ITEM-FOUND-SUB) TO LI-DESC
                 MOVE WS-ITEM-PRICE(WS-ITEM-FOUND-SUB) TO
                    LI-UNIT-PRICE
              ELSE
                 MOVE ZEROES TO LI-UNIT-PRICE
              END-IF
              MOVE SPACE TO LI-TYPE
              MOVE ZEROES TO LI-ORIG-INVOICE
              MOVE SH-ITEM-NUM TO LI-ITEM-NUM
              WRITE DATA-LINE-ITEM
              ADD 1 TO WS-SHIP-COUNT

              MOVE ZEROES TO WS-OVER-QTY
              COMPUTE WS-OPEN-QTY = WS-ORD-QTY-ORD(WS-ORD-FOUND-SUB) -
                 WS-ORD-QTY-SHIP(WS-ORD-FOUND-SUB)
              IF SH-QTY > WS-OPEN-QTY
                 COMPUTE WS-OVER-QTY = SH-QTY - WS-OPEN-QTY
                 MOVE WS-ORD-QTY-ORD(WS-ORD-FOUND-SUB) TO
                    WS-ORD-QTY-SHIP(WS-ORD-FOUND-SUB)
              ELSE
                 ADD SH-QTY TO WS-ORD-QTY-SHIP(WS-ORD-FOUND-SUB)
              END-IF
              IF SH-SHIP-DATE(1:4) IS NUMERIC
                 MOVE SH-SHIP-DATE TO
                    WS-ORD-LAST-SHIP(WS-ORD-FOUND-SUB)
              ELSE
                 MOVE WS-CYCLE-DATE TO
                    WS-ORD-LAST-SHIP(WS-ORD-FOUND-SUB)
              END-IF
              COMPUTE WS-OPEN-QTY = WS-ORD-QTY-ORD(WS-ORD-FOUND-SUB) -
                 WS-ORD-QTY-SHIP(WS-ORD-FOUND-SUB)
              IF WS-OPEN-QTY = ZEROES
                 MOVE 'C' TO WS-ORD-STATUS(WS-ORD-FOUND-SUB)
                 ADD 1 TO WS-COMPLETE-COUNT
                 MOVE "COMPLETE" TO WS-STATUS-TEXT
              ELSE
                 MOVE 'B' TO WS-ORD-STATUS(WS-ORD-FOUND-SUB)
                 MOVE "BACKORDER" TO WS-STATUS-TEXT
              END-IF
              MOVE SH-QTY TO WS-QTY-EDIT
              MOVE WS-OPEN-QTY TO WS-QTY-EDIT-2
              MOVE SPACES TO RPT-REC
              STRING "  SHIP  " SH-ORDER " CUST "
                 WS-ORD-CUST-ID(WS-ORD-FOUND-SUB)
                 " ITEM " SH-ITEM-NUM " shipped   qty " WS-QTY-EDIT
                 "  remaining " WS-QTY-EDIT-2 "  " WS-STATUS-TEXT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              IF WS-OVER-QTY > ZEROES
                 MOVE WS-OVER-QTY TO WS-QTY-EDIT
                 MOVE SPACES TO RPT-REC
                 STRING "        overshipped by " WS-QTY-EDIT
                    " - billed as shipped"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-IF.

      * the order master is kept in customer, item, order number
      * sequence so the aging report can break on customer and item
       INSERT-ORDER.
           IF WS-ORD-TABLE-COUNT = WS-ORD-TABLE-COUNT-MAX
              DISPLAY "ORDMAST has more open order lines than "
                 "ORDPROC can hold - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 1 TO WS-ORD-INS-SUB.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-TABLE-COUNT
              IF WS-ORD-KEY(WS-ORD-SUB) < WS-NEW-KEY
                 COMPUTE WS-ORD-INS-SUB = WS-ORD-SUB + 1
              END-IF
           END-PERFORM.
           ADD 1 TO WS-ORD-TABLE-COUNT.
           PERFORM VARYING WS-ORD-SUB FROM WS-ORD-TABLE-COUNT BY -1
              UNTIL WS-ORD-SUB NOT > WS-ORD-INS-SUB
              MOVE WS-ORD-ENTRY(WS-ORD-SUB - 1) TO
                 WS-ORD-ENTRY(WS-ORD-SUB)
           END-PERFORM.
           MOVE WS-NEW-ORD TO WS-ORD-ENTRY(WS-ORD-INS-SUB).

      * every line still owed, aged by days past its requested date
       AGING-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "OPEN ORDER AND BACKORDER AGING BY CUSTOMER AND ITEM"
              "   " WS-CYCLE-DATE DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "CUST   ITEM  ORDER  ORDERED     REQUESTED    "
              "QTY ORDERED QTY SHIPPED    QTY OPEN     OPEN VALUE"
              " DAYS LATE STATUS"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE ZEROES TO WS-TOTAL-BUCKETS WS-CUST-BUCKETS.
           MOVE ZEROES TO WS-ITEM-OPEN-QTY WS-ITEM-OPEN-VALUE.
           MOVE ZEROES TO WS-CUST-OPEN-VALUE.
           MOVE 'Y' TO WS-FIRST-LINE.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-TABLE-COUNT
              IF WS-ORD-STATUS(WS-ORD-SUB) NOT = 'C'
                 IF WS-FIRST-LINE = 'N'
                    IF WS-ORD-CUST-ID(WS-ORD-SUB) NOT =
                       WS-PREV-CUST-ID
                       PERFORM ITEM-BREAK
                       PERFORM CUST-BREAK
                    ELSE
                    IF WS-ORD-ITEM-NUM(WS-ORD-SUB) NOT =
                       WS-PREV-ITEM-NUM
                       PERFORM ITEM-BREAK
                    END-IF
                    END-IF
                 END-IF
                 MOVE 'N' TO WS-FIRST-LINE
                 MOVE WS-ORD-CUST-ID(WS-ORD-SUB) TO WS-PREV-CUST-ID
                 MOVE WS-ORD-ITEM-NUM(WS-ORD-SUB) TO WS-PREV-ITEM-NUM
                 PERFORM AGE-LINE
              END-IF
           END-PERFORM.
           IF WS-FIRST-LINE = 'N'
              PERFORM ITEM-BREAK
              PERFORM CUST-BREAK
           ELSE
              MOVE "  no open orders or backorders" TO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOTAL-OPEN-VALUE TO WS-AMT-EDIT.
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
           MOVE WS-BACK-COUNT TO WS-COUNT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "ALL CUSTOMERS  open lines " WS-COUNT-EDIT
              "  backordered lines " WS-COUNT-EDIT-2
              "  open value " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOTAL-BUCKET(1) TO WS-AMT-EDIT.
           MOVE WS-TOTAL-BUCKET(2) TO WS-AMT-EDIT-2.
           MOVE WS-TOTAL-BUCKET(3) TO WS-AMT-EDIT-3.
           MOVE WS-TOTAL-BUCKET(4) TO WS-AMT-EDIT-4.
           MOVE WS-TOTAL-BUCKET(5) TO WS-AMT-EDIT-5.
           MOVE SPACES TO RPT-REC.
           STRING "  not yet due " WS-AMT-EDIT
              "  1-30 " WS-AMT-EDIT-2
              "  31-60 " WS-AMT-EDIT-3
              "  61-90 " WS-AMT-EDIT-4
              "  over 90 " WS-AMT-EDIT-5
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

       AGE-LINE.
           COMPUTE WS-OPEN-QTY = WS-ORD-QTY-ORD(WS-ORD-SUB) -
              WS-ORD-QTY-SHIP(WS-ORD-SUB).
           MOVE ZEROES TO WS-OPEN-VALUE.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-ITEM-TABLE-COUNT
              IF WS-ITEM-NUM(WS-ITEM-SUB) = WS-ORD-ITEM-NUM(WS-ORD-SUB)
                 COMPUTE WS-OPEN-VALUE =
                    WS-OPEN-QTY * WS-ITEM-PRICE(WS-ITEM-SUB)
              END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-DAYS-LATE.
           IF WS-ORD-REQ-DATE(WS-ORD-SUB)(1:4) IS NUMERIC AND
              WS-ORD-REQ-DATE(WS-ORD-SUB)(6:2) IS NUMERIC AND
              WS-ORD-REQ-DATE(WS-ORD-SUB)(9:2) IS NUMERIC
              MOVE ZEROES TO WS-DATE-NUM
              MOVE WS-ORD-REQ-DATE(WS-ORD-SUB)(1:4) TO
                 WS-DATE-NUM(1:4)
              MOVE WS-ORD-REQ-DATE(WS-ORD-SUB)(6:2) TO
                 WS-DATE-NUM(5:2)
              MOVE WS-ORD-REQ-DATE(WS-ORD-SUB)(9:2) TO
                 WS-DATE-NUM(7:2)
              COMPUTE WS-DAYS-LATE = WS-CYCLE-DAYS -
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-LATE NOT > ZERO
                 MOVE ZEROES TO WS-DAYS-LATE
                 MOVE 1 TO WS-BUCKET
              WHEN WS-DAYS-LATE NOT > 30
                 MOVE 2 TO WS-BUCKET
              WHEN WS-DAYS-LATE NOT > 60
                 MOVE 3 TO WS-BUCKET
              WHEN WS-DAYS-LATE NOT > 90
                 MOVE 4 TO WS-BUCKET
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET
           END-EVALUATE.
           ADD WS-OPEN-VALUE TO WS-CUST-BUCKET(WS-BUCKET).
           ADD WS-OPEN-VALUE TO WS-TOTAL-BUCKET(WS-BUCKET).
           ADD WS-OPEN-QTY TO WS-ITEM-OPEN-QTY.
           ADD WS-OPEN-VALUE TO WS-ITEM-OPEN-VALUE.
           ADD WS-OPEN-VALUE TO WS-CUST-OPEN-VALUE.
           ADD WS-OPEN-VALUE TO WS-TOTAL-OPEN-VALUE.
           IF WS-ORD-STATUS(WS-ORD-SUB) = 'B'
              ADD 1 TO WS-BACK-COUNT
              MOVE "BACKORDER" TO WS-STATUS-TEXT
           ELSE
              ADD 1 TO WS-OPEN-COUNT
              MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF.
           MOVE WS-ORD-QTY-ORD(WS-ORD-SUB) TO WS-QTY-EDIT.
           MOVE WS-ORD-QTY-SHIP(WS-ORD-SUB) TO WS-QTY-EDIT-2.
           MOVE WS-OPEN-QTY TO WS-QTY-EDIT-3.
           MOVE WS-OPEN-VALUE TO WS-AMT-EDIT.
           MOVE WS-DAYS-LATE TO WS-DAYS-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING WS-ORD-CUST-ID(WS-ORD-SUB) " "
              WS-ORD-ITEM-NUM(WS-ORD-SUB) " "
              WS-ORD-ORDER(WS-ORD-SUB) " "
              WS-ORD-ORDER-DATE(WS-ORD-SUB) "  "
              WS-ORD-REQ-DATE(WS-ORD-SUB) "  "
              WS-QTY-EDIT "  " WS-QTY-EDIT-2 "  " WS-QTY-EDIT-3
              " " WS-AMT-EDIT "     " WS-DAYS-EDIT " "
              WS-STATUS-TEXT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

       ITEM-BREAK.
           MOVE WS-ITEM-OPEN-QTY TO WS-QTY-EDIT.
           MOVE WS-ITEM-OPEN-VALUE TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "       item " WS-PREV-ITEM-NUM " open"
              "                                   " WS-QTY-EDIT
              " " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE ZEROES TO WS-ITEM-OPEN-QTY WS-ITEM-OPEN-VALUE.

       CUST-BREAK.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CUST-OPEN-VALUE TO WS-AMT-EDIT.
           STRING "  customer " WS-PREV-CUST-ID " total open value "
              WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
              UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT
              IF WS-CUST-ID(WS-CUST-SUB) = WS-PREV-CUST-ID
                 MOVE WS-CUST-NAME(WS-CUST-SUB) TO RPT-REC(53:30)
              END-IF
           END-PERFORM.
           WRITE RPT-REC.
           MOVE WS-CUST-BUCKET(1) TO WS-AMT-EDIT.
           MOVE WS-CUST-BUCKET(2) TO WS-AMT-EDIT-2.
           MOVE WS-CUST-BUCKET(3) TO WS-AMT-EDIT-3.
           MOVE WS-CUST-BUCKET(4) TO WS-AMT-EDIT-4.
           MOVE WS-CUST-BUCKET(5) TO WS-AMT-EDIT-5.
           MOVE SPACES TO RPT-REC.
           STRING "    not yet due " WS-AMT-EDIT
              "  1-30 " WS-AMT-EDIT-2
              "  31-60 " WS-AMT-EDIT-3
              "  61-90 " WS-AMT-EDIT-4
              "  over 90 " WS-AMT-EDIT-5
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE ZEROES TO WS-CUST-BUCKETS WS-CUST-OPEN-VALUE.
