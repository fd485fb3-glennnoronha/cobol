           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT RATEFILE ASSIGN TO RATEIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RATEFILE-STATUS.

           SELECT TAXFILE ASSIGN TO TAXIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TAXFILE-STATUS.

           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT TIPPOOLFILE ASSIGN TO TIPPOOL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TIPPOOL-STATUS.

           SELECT TIPFEED ASSIGN TO TIPOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TIPFEED-STATUS.

           SELECT TIPRPT ASSIGN TO OUTPUT3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT MIXFILE ASSIGN TO MIXOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRICEFILE.
           05 ORD-TICKET PIC 9(4).
           05 ORD-DAY PIC X(1).
           05 ORD-TIME PIC 9(4).
           05 ORD-SERVER PIC X(11).
           05 ORD-BLANKS PIC X(53).

       FD TICKETFILE.
       01 TICKET-REC PIC X(80).
           05 ING-DESC PIC X(20).
           05 ING-QTY PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 ING-REORDER PIC 9(5)V99.
           05 ING-COST PIC 9(5)V99.
           05 ING-BLANKS PIC X(30).

       FD BANDFILE.
       01 BAND-REC.
       FD DRAWRPT.
       01 DRAW-RPT-REC PIC X(80).

      * the invoice system's rate card and tax jurisdiction setup;
      * jurisdiction rows for customer 000000 are the restaurant's
      * own location
       FD RATEFILE.
       01 DATA-RATE.
           05 RATE-PF-PCT PIC 9V9(4).
           05 RATE-TAX-PCT PIC 9V9(4).
           05 RATE-BLANKS PIC X(70).

       FD TAXFILE.
       01 DATA-TAX-JURIS.
           05 TAX-CUST-ID PIC 9(6).
           05 TAX-JURIS-NAME PIC X(15).
           05 TAX-PCT PIC 9V9(4).
           05 TAX-BLANKS PIC X(54).

       FD GLFILE.
       01 GL-REC.
           05 GL-SOURCE PIC X(8).
           05 GL-RUN-SEQ PIC 9(9).
           05 GL-ACCOUNT PIC X(20).
           05 GL-DC PIC X(1).
           05 GL-AMT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 GL-DESC PIC X(25).
           05 FILLER PIC X(3).

      * the night's tip-pool setup: one P row carries the share of
      * each server's card tips that goes to the pool, and an H row
      * per support staffer carries the hours they worked the shift
       FD TIPPOOLFILE.
       01 TIP-POOL-REC.
           05 TP-TYPE PIC X(1).
           05 TP-EID PIC X(11).
           05 TP-HOURS PIC 9(3)V99.
           05 TP-PCT PIC 9V9(4).
           05 TP-BLANKS PIC X(58).

      * tip income for payroll, in SALPROC's EARNIN layout
       FD TIPFEED.
       01 DATA-EARN-LINE.
           05 ELN-EID PIC X(11).
           05 ELN-CODE PIC X(4).
           05 ELN-AMT PIC 9(7)V99.
           05 ELN-BLANKS PIC X(56).

       FD TIPRPT.
       01 TIP-RPT-REC PIC X(80).

      * the day's sales mix by menu item, for the menu costing
       FD MIXFILE.
       01 MIX-REC.
           05 MIX-ITEM-ID PIC 9(3).
           05 MIX-QTY PIC 9(6).
           05 MIX-REV PIC 9(9)V99.
           05 MIX-BLANKS PIC X(60).

       WORKING-STORAGE SECTION.
       01 W-MENU-TXT PIC A(4) VALUE "MENU".
       01 W-APP-TXT PIC A(10) VALUE "APPETIZERS".
               10 WS-ORD-QUANT PIC 9(4).
               10 WS-ORD-DAY PIC X(1).
               10 WS-ORD-TIME PIC 9(4).
               10 WS-ORD-SERVER PIC X(11).
               10 WS-ORD-DONE PIC A.
       01 WS-ORD-SUB PIC 9(4) VALUE ZERO.
       01 WS-ORD-SUB-2 PIC 9(4) VALUE ZERO.
               10 WS-ING-DESC PIC X(20).
               10 WS-ING-QTY PIC S9(7)V99.
               10 WS-ING-REORDER PIC 9(5)V99.
               10 WS-ING-COST PIC 9(5)V99.
       01 WS-ING-SUB PIC 9(4) VALUE ZERO.
       01 WS-ING-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-USE-QTY PIC 9(7)V99 VALUE ZERO.
       01 WS-DAY-CASH PIC 9(11)V99 VALUE ZERO.
       01 WS-DAY-CARD PIC 9(11)V99 VALUE ZERO.
       01 WS-DAY-TIPS PIC 9(11)V99 VALUE ZERO.
       01 WS-TIPS-PAID PIC 9(11)V99 VALUE ZERO.
       01 WS-DAY-CHANGE PIC 9(11)V99 VALUE ZERO.
       01 WS-UNPAID-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DRW-COUNTED PIC 9(9)V99 VALUE ZERO.
       01 WS-TND-AMT-F2 PIC $$,$$$,$$9.99.
       01 WS-DRW-AMT-F PIC $$,$$$,$$$,$$9.99-.

       01 WS-RATEFILE-STATUS PIC XX.
       01 WS-TAXFILE-STATUS PIC XX.
       01 WS-JURIS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-JURIS-COUNT-MAX PIC 9(4) VALUE 10.
       01 WS-JURIS-TABLE.
           05 WS-JURIS-ENTRY OCCURS 10 TIMES.
               10 WS-JURIS-NAME PIC X(15).
               10 WS-JURIS-PCT PIC 9V9(4).
               10 WS-JURIS-DAY-AMT PIC 9(11)V99.
       01 WS-JURIS-SUB PIC 9(4) VALUE ZERO.
       01 WS-JURIS-AMT PIC 9(9)V99 VALUE ZERO.
       01 WS-GL-RUN-SEQ PIC 9(9) VALUE ZERO.
       01 WS-GL-SEQ-NAME PIC X(12) VALUE "REST-CLOSE".
       01 WS-GL-DEBITS PIC S9(13)V99 VALUE ZERO.
       01 WS-GL-CREDITS PIC S9(13)V99 VALUE ZERO.
       01 WS-GL-CASH PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-UNSETTLED PIC S9(11)V99 VALUE ZERO.

       01 WS-TIPPOOL-STATUS PIC XX.
       01 WS-TIPFEED-STATUS PIC XX.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CUR-SERVER PIC X(11) VALUE SPACES.
       01 WS-SRV-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SRV-COUNT-MAX PIC 9(4) VALUE 50.
       01 WS-SRV-TABLE.
           05 WS-SRV-ENTRY OCCURS 50 TIMES.
               10 WS-SRV-ID PIC X(11).
               10 WS-SRV-TICKETS PIC 9(4).
               10 WS-SRV-TIPS PIC 9(9)V99.
               10 WS-SRV-POOL PIC 9(9)V99.
       01 WS-SRV-SUB PIC 9(4) VALUE ZERO.
       01 WS-SRV-CUR-SUB PIC 9(4) VALUE ZERO.
       01 WS-SUP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUP-COUNT-MAX PIC 9(4) VALUE 50.
       01 WS-SUP-TABLE.
           05 WS-SUP-ENTRY OCCURS 50 TIMES.
               10 WS-SUP-EID PIC X(11).
               10 WS-SUP-HOURS PIC 9(3)V99.
               10 WS-SUP-SHARE PIC 9(9)V99.
       01 WS-SUP-SUB PIC 9(4) VALUE ZERO.
       01 WS-POOL-PCT PIC 9V9(4) VALUE ZERO.
       01 WS-POOL-HOURS PIC 9(5)V99 VALUE ZERO.
       01 WS-POOL-AMT PIC 9(11)V99 VALUE ZERO.
       01 WS-POOL-ALLOC PIC 9(11)V99 VALUE ZERO.
       01 WS-SRV-NET PIC 9(9)V99 VALUE ZERO.
       01 WS-TIPFEED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TIP-TICKETS-F PIC ZZZ9.
       01 WS-TIP-HOURS-F PIC ZZ9.99.
       01 WS-TIP-AMT-F PIC $$$,$$9.99.
       01 WS-TIP-AMT-F2 PIC $$$,$$9.99.
       01 WS-TIP-AMT-F3 PIC $$$,$$9.99.

       PROCEDURE DIVISION.
           OPEN INPUT PRICEFILE.
           IF WS-PRICEFILE-STATUS = "00"
              MOVE 5 TO WS-MENU-COUNT
           END-IF.

      * sales tax follows the invoice system's setup: the RATEIN
      * default rate, split by jurisdiction where TAXIN carries rows
      * for the restaurant's location
           OPEN INPUT RATEFILE.
           IF WS-RATEFILE-STATUS = "00"
              READ RATEFILE
                 AT END CONTINUE
              END-READ
              IF WS-RATEFILE-STATUS = "00" AND
                 RATE-TAX-PCT IS NUMERIC
                 MOVE RATE-TAX-PCT TO WS-TAX-RATE
              END-IF
              CLOSE RATEFILE
           END-IF.

           OPEN INPUT TAXFILE.
           IF WS-TAXFILE-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TAXFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF TAX-CUST-ID = ZERO
                          IF WS-JURIS-COUNT = WS-JURIS-COUNT-MAX
                             DISPLAY "TAXIN has more jurisdictions "
                                "than prog07 can hold - aborting run."
                             MOVE 16 TO RETURN-CODE
                             CLOSE TAXFILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-JURIS-COUNT
                          MOVE TAX-JURIS-NAME TO
                             WS-JURIS-NAME (WS-JURIS-COUNT)
                          MOVE TAX-PCT TO
                             WS-JURIS-PCT (WS-JURIS-COUNT)
                          MOVE ZERO TO
                             WS-JURIS-DAY-AMT (WS-JURIS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAXFILE
           END-IF.

           OPEN INPUT RECIPEFILE.
           IF WS-RECIPEFILE-STATUS = "00"
              MOVE 'N' TO WS-EOF
                       MOVE ING-QTY TO WS-ING-QTY (WS-ING-COUNT)
                       MOVE ING-REORDER TO
                          WS-ING-REORDER (WS-ING-COUNT)
                       IF ING-COST IS NUMERIC
                          MOVE ING-COST TO WS-ING-COST (WS-ING-COUNT)
                       ELSE
                          MOVE ZERO TO WS-ING-COST (WS-ING-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STOCKFILE
                 "no payment record."
           END-IF.

           OPEN INPUT TIPPOOLFILE.
           IF WS-TIPPOOL-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TIPPOOLFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF TP-TYPE = 'P' AND TP-PCT IS NUMERIC
                          MOVE TP-PCT TO WS-POOL-PCT
                       END-IF
                       IF TP-TYPE = 'H' AND TP-HOURS IS NUMERIC AND
                          TP-HOURS > ZERO
                          IF WS-SUP-COUNT = WS-SUP-COUNT-MAX
                             DISPLAY "TIPPOOL has more support staff "
                                "than prog07 can hold - aborting run."
                             MOVE 16 TO RETURN-CODE
                             CLOSE TIPPOOLFILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-SUP-COUNT
                          MOVE TP-EID TO WS-SUP-EID (WS-SUP-COUNT)
                          MOVE TP-HOURS TO WS-SUP-HOURS (WS-SUP-COUNT)
                          MOVE ZERO TO WS-SUP-SHARE (WS-SUP-COUNT)
                          ADD TP-HOURS TO WS-POOL-HOURS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIPPOOLFILE
           END-IF.

           DISPLAY W-MENU-TXT WS-SPACES-46 WS-SPACES-22.
           DISPLAY WS-SPACES-50 WS-SPACES-22.
           DISPLAY W-APP-TXT WS-SPACES-40 WS-SPACES-22.
                       ELSE
                          MOVE ZERO TO WS-ORD-TIME (WS-ORD-COUNT)
                       END-IF
                       MOVE ORD-SERVER TO
                          WS-ORD-SERVER (WS-ORD-COUNT)
                       MOVE 'N' TO WS-ORD-DONE (WS-ORD-COUNT)
                 END-READ
              END-PERFORM
                       WS-TICKET-SEQ WS-SEQ-RANGE-MAX
                       WS-SEQ-INCREMENT
                    MOVE WS-TICKET-SEQ TO WS-TICKET-SEQ-F
      * the server who opened the ticket owns it and its tips
                    MOVE WS-ORD-SERVER (WS-ORD-SUB) TO WS-CUR-SERVER
                    MOVE ZERO TO WS-SRV-CUR-SUB
                    PERFORM VARYING WS-SRV-SUB FROM 1 BY 1
                       UNTIL WS-SRV-SUB > WS-SRV-COUNT
                       IF WS-SRV-ID (WS-SRV-SUB) = WS-CUR-SERVER
                          MOVE WS-SRV-SUB TO WS-SRV-CUR-SUB
                       END-IF
                    END-PERFORM
                    IF WS-SRV-CUR-SUB = ZERO
                       IF WS-SRV-COUNT = WS-SRV-COUNT-MAX
                          DISPLAY "ORDERFILE has more servers than "
                             "prog07 can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE ORDERFILE TICKETFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-SRV-COUNT
                       MOVE WS-SRV-COUNT TO WS-SRV-CUR-SUB
                       MOVE WS-CUR-SERVER TO WS-SRV-ID (WS-SRV-COUNT)
                       MOVE ZERO TO WS-SRV-TICKETS (WS-SRV-COUNT)
                          WS-SRV-TIPS (WS-SRV-COUNT)
                          WS-SRV-POOL (WS-SRV-COUNT)
                    END-IF
                    ADD 1 TO WS-SRV-TICKETS (WS-SRV-CUR-SUB)
                    DISPLAY WS-SPACES-72
                    DISPLAY WS-TICKET-TXT SPACE
                       WS-TICKET-SEQ-F " TABLE " WS-CUR-TICKET
                       " SERVER " WS-CUR-SERVER
                    MOVE SPACES TO TICKET-REC
                    STRING WS-TICKET-TXT SPACE WS-TICKET-SEQ-F
                       " TABLE " WS-CUR-TICKET
                       " SERVER " WS-CUR-SERVER
                       DELIMITED BY SIZE INTO TICKET-REC
                    WRITE TICKET-REC
                    PERFORM VARYING WS-ORD-SUB-2 FROM 1 BY 1
                          END-IF
                       END-IF
                    END-PERFORM
                    IF WS-JURIS-COUNT = ZERO
                       COMPUTE WS-TICKET-TAX ROUNDED =
                          WS-TICKET-SUBTOTAL * WS-TAX-RATE
                    ELSE
                       MOVE ZERO TO WS-TICKET-TAX
                       PERFORM VARYING WS-JURIS-SUB FROM 1 BY 1
                          UNTIL WS-JURIS-SUB > WS-JURIS-COUNT
                          COMPUTE WS-JURIS-AMT ROUNDED =
                             WS-TICKET-SUBTOTAL *
                             WS-JURIS-PCT (WS-JURIS-SUB)
                          ADD WS-JURIS-AMT TO WS-TICKET-TAX
                          ADD WS-JURIS-AMT TO
                             WS-JURIS-DAY-AMT (WS-JURIS-SUB)
                       END-PERFORM
                    END-IF
                    COMPUTE WS-TICKET-TOTAL =
                       WS-TICKET-SUBTOTAL + WS-TICKET-TAX
                    MOVE WS-TICKET-SUBTOTAL TO WS-SUBTOTAL-F
                                   WS-DAY-CARD
                                ADD WS-TND-TIP (WS-TND-SUB) TO
                                   WS-DAY-TIPS
                                ADD WS-TND-TIP (WS-TND-SUB) TO
                                   WS-SRV-TIPS (WS-SRV-CUR-SUB)
                                MOVE WS-TND-TIP (WS-TND-SUB) TO
                                   WS-TND-AMT-F2
                                STRING "TENDER CARD " WS-TND-AMT-F
              STRING "END OF DAY CLOSE-OUT"
                 DELIMITED BY SIZE INTO TICKET-REC
              WRITE TICKET-REC
              OPEN OUTPUT MIXFILE
              PERFORM VARYING WS-MENU-SUB FROM 1 BY 1
                 UNTIL WS-MENU-SUB > WS-MENU-COUNT
                 IF WS-MIX-QTY (WS-MENU-SUB) NOT = ZERO
                    MOVE SPACES TO MIX-REC
                    MOVE WS-MENU-ID (WS-MENU-SUB) TO MIX-ITEM-ID
                    MOVE WS-MIX-QTY (WS-MENU-SUB) TO MIX-QTY
                    MOVE WS-MIX-REV (WS-MENU-SUB) TO MIX-REV
                    WRITE MIX-REC
                    MOVE WS-MENU-ID (WS-MENU-SUB) TO W-ITEM-ID-F
                    MOVE WS-MENU-DESC (WS-MENU-SUB) TO W-ITEM-DESC-F
                    MOVE WS-MIX-QTY (WS-MENU-SUB) TO WS-MIX-QTY-F
                    WRITE TICKET-REC
                 END-IF
              END-PERFORM
              CLOSE MIXFILE
              MOVE WS-CAT-APP-REV TO WS-DAY-AMT-F
              MOVE SPACES TO TICKET-REC
              STRING "APPETIZERS TOTAL: " WS-DAY-AMT-F
           END-IF.
           CLOSE ORDERFILE.

      * card tips are paid out to staff in cash from the drawer at
      * the close - all but those on tickets with no server, which
      * wait in TIPS-PAYABLE for the manager to assign them
           MOVE ZERO TO WS-TIPS-PAID.
           PERFORM VARYING WS-SRV-SUB FROM 1 BY 1
              UNTIL WS-SRV-SUB > WS-SRV-COUNT
              IF WS-SRV-ID (WS-SRV-SUB) NOT = SPACES
                 ADD WS-SRV-TIPS (WS-SRV-SUB) TO WS-TIPS-PAID
              END-IF
           END-PERFORM.

      * end-of-day drawer balancing: expected cash is what was
      * tendered in cash less the change handed back and the card
      * tips paid out, proved against the counted-drawer entry,
      * with card totals kept separate for the processor settlement
           IF WS-TENDER-PRESENT = 'Y'
              OPEN INPUT DRAWERFILE
              IF WS-DRAWERFILE-STATUS = "00"
              STRING "CHANGE GIVEN         " WS-DRW-AMT-F
                 DELIMITED BY SIZE INTO DRAW-RPT-REC
              WRITE DRAW-RPT-REC
              MOVE WS-TIPS-PAID TO WS-DRW-AMT-F
              MOVE SPACES TO DRAW-RPT-REC
              STRING "CARD TIPS PAID OUT   " WS-DRW-AMT-F
                 DELIMITED BY SIZE INTO DRAW-RPT-REC
              WRITE DRAW-RPT-REC
              COMPUTE WS-DRW-EXPECTED =
                 WS-DAY-CASH - WS-DAY-CHANGE - WS-TIPS-PAID
              MOVE WS-DRW-EXPECTED TO WS-DRW-AMT-F
              MOVE SPACES TO DRAW-RPT-REC
              STRING "EXPECTED CASH        " WS-DRW-AMT-F
              CLOSE DRAWRPT
           END-IF.

      * tips by server: each server puts the pool share of their card
      * tips into the pool, which the support staff split by hours
      * worked (the last on the list takes the rounding). the net
      * tips go to payroll as tip income - reported and taxed, but
      * not paid again - and the report goes to the floor for each
      * person to sign off. tickets with no server are listed for
      * the manager but kept out of the pool and the payroll feed
           IF WS-SRV-COUNT > ZERO
              IF WS-POOL-PCT > ZERO AND WS-POOL-HOURS > ZERO
                 PERFORM VARYING WS-SRV-SUB FROM 1 BY 1
                    UNTIL WS-SRV-SUB > WS-SRV-COUNT
                    IF WS-SRV-ID (WS-SRV-SUB) NOT = SPACES
                       COMPUTE WS-SRV-POOL (WS-SRV-SUB) ROUNDED =
                          WS-SRV-TIPS (WS-SRV-SUB) * WS-POOL-PCT
                       ADD WS-SRV-POOL (WS-SRV-SUB) TO WS-POOL-AMT
                    END-IF
                 END-PERFORM
                 MOVE ZERO TO WS-POOL-ALLOC
                 PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                    UNTIL WS-SUP-SUB > WS-SUP-COUNT
                    IF WS-SUP-SUB = WS-SUP-COUNT
                       COMPUTE WS-SUP-SHARE (WS-SUP-SUB) =
                          WS-POOL-AMT - WS-POOL-ALLOC
                    ELSE
                       COMPUTE WS-SUP-SHARE (WS-SUP-SUB) ROUNDED =
                          WS-POOL-AMT * WS-SUP-HOURS (WS-SUP-SUB) /
                          WS-POOL-HOURS
                    END-IF
                    ADD WS-SUP-SHARE (WS-SUP-SUB) TO WS-POOL-ALLOC
                 END-PERFORM
              END-IF
              OPEN EXTEND TIPFEED
              IF WS-TIPFEED-STATUS = "35"
                 OPEN OUTPUT TIPFEED
              END-IF
              MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME
              OPEN OUTPUT TIPRPT
              MOVE SPACES TO TIP-RPT-REC
              STRING "DAILY SERVER TIP REPORT  "
                 WS-RUN-DATETIME (1:4) "-" WS-RUN-DATETIME (5:2) "-"
                 WS-RUN-DATETIME (7:2)
                 DELIMITED BY SIZE INTO TIP-RPT-REC
              WRITE TIP-RPT-REC
              MOVE SPACES TO TIP-RPT-REC
              WRITE TIP-RPT-REC
              MOVE SPACES TO TIP-RPT-REC
              STRING "SERVER      TICKETS  CARD TIPS  TO POOL    "
                 "NET TIPS"
                 DELIMITED BY SIZE INTO TIP-RPT-REC
              WRITE TIP-RPT-REC
              PERFORM VARYING WS-SRV-SUB FROM 1 BY 1
                 UNTIL WS-SRV-SUB > WS-SRV-COUNT
                 COMPUTE WS-SRV-NET = WS-SRV-TIPS (WS-SRV-SUB) -
                    WS-SRV-POOL (WS-SRV-SUB)
                 MOVE WS-SRV-TICKETS (WS-SRV-SUB) TO WS-TIP-TICKETS-F
                 MOVE WS-SRV-TIPS (WS-SRV-SUB) TO WS-TIP-AMT-F
                 MOVE WS-SRV-POOL (WS-SRV-SUB) TO WS-TIP-AMT-F2
                 MOVE WS-SRV-NET TO WS-TIP-AMT-F3
                 MOVE SPACES TO TIP-RPT-REC
                 MOVE SPACES TO WS-CUR-SERVER
                 IF WS-SRV-ID (WS-SRV-SUB) = SPACES
                    MOVE "UNASSIGNED" TO WS-CUR-SERVER
                 ELSE
                    MOVE WS-SRV-ID (WS-SRV-SUB) TO WS-CUR-SERVER
                 END-IF
                 STRING WS-CUR-SERVER "   " WS-TIP-TICKETS-F " "
                    WS-TIP-AMT-F " " WS-TIP-AMT-F2 " " WS-TIP-AMT-F3
                    DELIMITED BY SIZE INTO TIP-RPT-REC
                 WRITE TIP-RPT-REC
                 MOVE SPACES TO TIP-RPT-REC
                 IF WS-SRV-ID (WS-SRV-SUB) = SPACES
                    STRING "    NO SERVER ON TICKET - MANAGER TO "
                       "ASSIGN, NOT SENT TO PAYROLL"
                       DELIMITED BY SIZE INTO TIP-RPT-REC
                 ELSE
                    STRING "    SIGNATURE ____________________________"
                       DELIMITED BY SIZE INTO TIP-RPT-REC
                 END-IF
                 WRITE TIP-RPT-REC
                 IF WS-SRV-ID (WS-SRV-SUB) NOT = SPACES AND
                    WS-SRV-NET > ZERO
                    MOVE SPACES TO DATA-EARN-LINE
                    MOVE WS-SRV-ID (WS-SRV-SUB) TO ELN-EID
                    MOVE "TIPS" TO ELN-CODE
                    MOVE WS-SRV-NET TO ELN-AMT
                    WRITE DATA-EARN-LINE
                    ADD 1 TO WS-TIPFEED-COUNT
                 END-IF
              END-PERFORM
              IF WS-POOL-AMT > ZERO
                 MOVE SPACES TO TIP-RPT-REC
                 WRITE TIP-RPT-REC
                 MOVE WS-POOL-AMT TO WS-TIP-AMT-F
                 MOVE SPACES TO TIP-RPT-REC
                 STRING "TIP POOL " WS-TIP-AMT-F
                    " SHARED BY HOURS WORKED"
                    DELIMITED BY SIZE INTO TIP-RPT-REC
                 WRITE TIP-RPT-REC
                 MOVE SPACES TO TIP-RPT-REC
                 STRING "SUPPORT       HOURS      SHARE"
                    DELIMITED BY SIZE INTO TIP-RPT-REC
                 WRITE TIP-RPT-REC
                 PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                    UNTIL WS-SUP-SUB > WS-SUP-COUNT
                    MOVE WS-SUP-HOURS (WS-SUP-SUB) TO WS-TIP-HOURS-F
                    MOVE WS-SUP-SHARE (WS-SUP-SUB) TO WS-TIP-AMT-F
                    MOVE SPACES TO TIP-RPT-REC
                    STRING WS-SUP-EID (WS-SUP-SUB) "   "
                       WS-TIP-HOURS-F " " WS-TIP-AMT-F
                       DELIMITED BY SIZE INTO TIP-RPT-REC
                    WRITE TIP-RPT-REC
                    MOVE SPACES TO TIP-RPT-REC
                    STRING "    SIGNATURE ____________________________"
                       DELIMITED BY SIZE INTO TIP-RPT-REC
                    WRITE TIP-RPT-REC
                    IF WS-SUP-SHARE (WS-SUP-SUB) > ZERO
                       MOVE SPACES TO DATA-EARN-LINE
                       MOVE WS-SUP-EID (WS-SUP-SUB) TO ELN-EID
                       MOVE "TIPS" TO ELN-CODE
                       MOVE WS-SUP-SHARE (WS-SUP-SUB) TO ELN-AMT
                       WRITE DATA-EARN-LINE
                       ADD 1 TO WS-TIPFEED-COUNT
                    END-IF
                 END-PERFORM
              END-IF
              MOVE SPACES TO TIP-RPT-REC
              WRITE TIP-RPT-REC
              MOVE SPACES TO TIP-RPT-REC
              STRING "TIP INCOME LINES SENT TO PAYROLL: "
                 WS-TIPFEED-COUNT
                 DELIMITED BY SIZE INTO TIP-RPT-REC
              WRITE TIP-RPT-REC
              CLOSE TIPRPT
              CLOSE TIPFEED
           END-IF.

      * the day's sales journal for the general ledger: sales by
      * menu category and sales tax by jurisdiction against the
      * cash taken into the drawer, card settlement, card tips owed
      * to staff and the drawer over/short. the tips paid out of the
      * drawer relieve TIPS-PAYABLE against CASH, so the liability
      * only carries tips still waiting for a server. whatever the
      * tenders do not settle (tickets with no tender, card
      * overpayments) goes to REST-UNSETTLED for the manager to clear
           COMPUTE WS-GL-CASH = WS-DAY-CASH - WS-DAY-CHANGE.
           IF WS-DRW-PRESENT = 'Y'
              COMPUTE WS-GL-CASH = WS-DRW-COUNTED + WS-TIPS-PAID
           END-IF.
           COMPUTE WS-GL-UNSETTLED = WS-DAY-TOTAL -
              (WS-DAY-CASH - WS-DAY-CHANGE) - WS-DAY-CARD.
           CALL "SEQGEN" USING WS-GL-SEQ-NAME WS-GL-RUN-SEQ
              WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT.
           OPEN OUTPUT GLFILE.
           MOVE SPACES TO GL-REC.
           MOVE "CASH" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-GL-CASH TO GL-AMT.
           MOVE "Restaurant cash received" TO GL-DESC.
           PERFORM WRITE-GL-LINE.
           MOVE SPACES TO GL-REC.
           MOVE "CARD-CLEARING" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           COMPUTE GL-AMT = WS-DAY-CARD + WS-DAY-TIPS.
           MOVE "Card settlement with tips" TO GL-DESC.
           PERFORM WRITE-GL-LINE.
           MOVE SPACES TO GL-REC.
           MOVE "SALES-APPETIZER" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-CAT-APP-REV TO GL-AMT.
           MOVE "Appetizer sales" TO GL-DESC.
           PERFORM WRITE-GL-LINE.
           MOVE SPACES TO GL-REC.
           MOVE "SALES-ENTREE" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-CAT-ENT-REV TO GL-AMT.
           MOVE "Entree sales" TO GL-DESC.
           PERFORM WRITE-GL-LINE.
           IF WS-JURIS-COUNT = ZERO
              MOVE SPACES TO GL-REC
              MOVE "TAX-DEFAULT RATE" TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              MOVE WS-DAY-TAX TO GL-AMT
              MOVE "DEFAULT RATE" TO GL-DESC
              PERFORM WRITE-GL-LINE
           ELSE
              PERFORM VARYING WS-JURIS-SUB FROM 1 BY 1
                 UNTIL WS-JURIS-SUB > WS-JURIS-COUNT
                 MOVE SPACES TO GL-REC
                 STRING "TAX-" WS-JURIS-NAME (WS-JURIS-SUB) (1:12)
                    DELIMITED BY SIZE INTO GL-ACCOUNT
                 MOVE "C" TO GL-DC
                 MOVE WS-JURIS-DAY-AMT (WS-JURIS-SUB) TO GL-AMT
                 MOVE WS-JURIS-NAME (WS-JURIS-SUB) TO GL-DESC
                 PERFORM WRITE-GL-LINE
              END-PERFORM
           END-IF.
           MOVE SPACES TO GL-REC.
           MOVE "TIPS-PAYABLE" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-DAY-TIPS TO GL-AMT.
           MOVE "Card tips owed to staff" TO GL-DESC.
           PERFORM WRITE-GL-LINE.
           IF WS-TIPS-PAID > ZERO
              MOVE SPACES TO GL-REC
              MOVE "TIPS-PAYABLE" TO GL-ACCOUNT
              MOVE "D" TO GL-DC
              MOVE WS-TIPS-PAID TO GL-AMT
              MOVE "Tips paid from drawer" TO GL-DESC
              PERFORM WRITE-GL-LINE
              MOVE SPACES TO GL-REC
              MOVE "CASH" TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              MOVE WS-TIPS-PAID TO GL-AMT
              MOVE "Tips paid from drawer" TO GL-DESC
              PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-DRW-PRESENT = 'Y' AND WS-DRW-OVER-SHORT NOT = ZERO
              MOVE SPACES TO GL-REC
              MOVE "CASH-OVER-SHORT" TO GL-ACCOUNT
              IF WS-DRW-OVER-SHORT > ZERO
                 MOVE "C" TO GL-DC
                 MOVE WS-DRW-OVER-SHORT TO GL-AMT
              ELSE
                 MOVE "D" TO GL-DC
                 COMPUTE GL-AMT = ZERO - WS-DRW-OVER-SHORT
              END-IF
              MOVE "Drawer over/short" TO GL-DESC
              PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-GL-UNSETTLED NOT = ZERO
              MOVE SPACES TO GL-REC
              MOVE "REST-UNSETTLED" TO GL-ACCOUNT
              IF WS-GL-UNSETTLED > ZERO
                 MOVE "D" TO GL-DC
                 MOVE WS-GL-UNSETTLED TO GL-AMT
              ELSE
                 MOVE "C" TO GL-DC
                 COMPUTE GL-AMT = ZERO - WS-GL-UNSETTLED
              END-IF
              MOVE "Tickets not settled" TO GL-DESC
              PERFORM WRITE-GL-LINE
           END-IF.
           MOVE SPACES TO GL-REC.
           MOVE "PROOF-DEBITS" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-GL-DEBITS TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           MOVE "RESTSALE" TO GL-SOURCE.
           MOVE WS-GL-RUN-SEQ TO GL-RUN-SEQ.
           WRITE GL-REC.
           MOVE SPACES TO GL-REC.
           MOVE "PROOF-CREDITS" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-GL-CREDITS TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           MOVE "RESTSALE" TO GL-SOURCE.
           MOVE WS-GL-RUN-SEQ TO GL-RUN-SEQ.
           WRITE GL-REC.
           CLOSE GLFILE.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
              DISPLAY "WARNING: restaurant sales journal does not "
                 "balance - debits and credits differ."
           END-IF.

           IF WS-STOCK-PRESENT = 'Y'
              OPEN OUTPUT STOCKFILE
              PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                 MOVE WS-ING-DESC (WS-ING-SUB) TO ING-DESC
                 MOVE WS-ING-QTY (WS-ING-SUB) TO ING-QTY
                 MOVE WS-ING-REORDER (WS-ING-SUB) TO ING-REORDER
                 MOVE WS-ING-COST (WS-ING-SUB) TO ING-COST
                 WRITE STOCK-REC
              END-PERFORM
              CLOSE STOCKFILE
           END-IF.

           STOP RUN.

       WRITE-GL-LINE.
           MOVE "RESTSALE" TO GL-SOURCE.
           MOVE WS-GL-RUN-SEQ TO GL-RUN-SEQ.
           IF GL-DC = "D"
              ADD GL-AMT TO WS-GL-DEBITS
           ELSE
              ADD GL-AMT TO WS-GL-CREDITS
           END-IF.
           WRITE GL-REC.
