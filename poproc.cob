      * below its reorder point with no open PO already covering it
      * is ordered from its vendor off the supplier master - one PO
      * number per vendor per run, drawn from the shared sequence,
      * rounded up to whole case packs. each new PO line carries the
      * vendor's unit cost and payment terms from the supplier
      * master and the order date, so open commitments can be valued
      * and dated for the cash forecast. the quantity invoiced on each
      * line is kept by APENTRY's three-way match and carried here.
      * each receipt also sets the ingredient's unit cost on the
      * stock counter to the price it came in at - the delivery's
      * own price where RECVIN carries one, else the PO line's - so
      * recipes can be costed off the last receiving price.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SUP-VENDOR PIC X(6).
           05 SUP-VENDOR-NAME PIC X(20).
           05 SUP-CASE-PACK PIC 9(5)V99.
           05 SUP-UNIT-COST PIC 9(5)V99.
           05 SUP-TERMS-DAYS PIC 9(3).
           05 SUP-BLANKS PIC X(33).

       FD STOCKFILE.
       01 STOCK-REC.
           05 ING-DESC PIC X(20).
           05 ING-QTY PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 ING-REORDER PIC 9(5)V99.
           05 ING-COST PIC 9(5)V99.
           05 ING-BLANKS PIC X(30).

       FD POFILE.
       01 DATA-PO.
           05 PO-QTY-ORDERED PIC 9(7)V99.
           05 PO-QTY-RECEIVED PIC 9(7)V99.
           05 PO-STATUS PIC X(1).
           05 PO-UNIT-COST PIC 9(5)V99.
           05 PO-ORDER-DATE PIC X(10).
           05 PO-TERMS-DAYS PIC 9(3).
           05 PO-QTY-INVOICED PIC 9(7)V99.
           05 PO-BLANKS PIC X(16).

       FD RECVFILE.
       01 DATA-RECV.
           05 RCV-PO-NUM PIC 9(6).
           05 RCV-ING-ID PIC 9(4).
           05 RCV-QTY PIC 9(7)V99.
           05 RCV-UNIT-COST PIC 9(5)V99.
           05 RCV-BLANKS PIC X(54).

       FD POOUT.
       01 PO-OUT-REC PIC X(80).
               10 WS-SUP-VENDOR PIC X(6).
               10 WS-SUP-NAME PIC X(20).
               10 WS-SUP-CASE PIC 9(5)V99.
               10 WS-SUP-COST PIC 9(5)V99.
               10 WS-SUP-TERMS PIC 9(3).
       01 WS-SUP-SUB PIC 9(4).
       01 WS-SUP-FOUND-SUB PIC 9(4).

               10 WS-ING-DESC PIC X(20).
               10 WS-ING-QTY PIC S9(7)V99.
               10 WS-ING-REORDER PIC 9(5)V99.
               10 WS-ING-COST PIC 9(5)V99.
       01 WS-ING-SUB PIC 9(4).
       01 WS-ING-FOUND-SUB PIC 9(4).

               10 WS-PO-ORDERED PIC 9(7)V99.
               10 WS-PO-RECEIVED PIC 9(7)V99.
               10 WS-PO-STATUS PIC X(1).
               10 WS-PO-COST PIC 9(5)V99.
               10 WS-PO-ORDER-DATE PIC X(10).
               10 WS-PO-TERMS PIC 9(3).
               10 WS-PO-INVOICED PIC 9(7)V99.
               10 WS-PO-TOUCHED PIC A.
       01 WS-PO-SUB PIC 9(4).
       01 WS-PO-FOUND-SUB PIC 9(4).
       01 WS-RECV-REJ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-SHORT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-NEW-PO-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE-EDIT.
           05 WS-RUN-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC X(2).

       01 WS-QTY-F PIC ZZZZZZ9.99.
       01 WS-QTY-F2 PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-RUN-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-RUN-DD.

           OPEN INPUT SUPPFILE.
           IF WS-SUPPFILE-STATUS NOT = "00"
              DISPLAY "No supplier master found - aborting run."
                    ELSE
                       MOVE 1 TO WS-SUP-CASE(WS-SUP-TABLE-COUNT)
                    END-IF
                    IF SUP-UNIT-COST IS NUMERIC
                       MOVE SUP-UNIT-COST TO
                          WS-SUP-COST(WS-SUP-TABLE-COUNT)
                    ELSE
                       MOVE ZEROES TO WS-SUP-COST(WS-SUP-TABLE-COUNT)
                    END-IF
                    IF SUP-TERMS-DAYS IS NUMERIC
                       MOVE SUP-TERMS-DAYS TO
                          WS-SUP-TERMS(WS-SUP-TABLE-COUNT)
                    ELSE
                       MOVE 30 TO WS-SUP-TERMS(WS-SUP-TABLE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUPPFILE.
                    MOVE ING-QTY TO WS-ING-QTY(WS-ING-TABLE-COUNT)
                    MOVE ING-REORDER TO
                       WS-ING-REORDER(WS-ING-TABLE-COUNT)
                    IF ING-COST IS NUMERIC
                       MOVE ING-COST TO WS-ING-COST(WS-ING-TABLE-COUNT)
                    ELSE
                       MOVE ZEROES TO WS-ING-COST(WS-ING-TABLE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STOCKFILE.
                          WS-PO-RECEIVED(WS-PO-TABLE-COUNT)
                       MOVE PO-STATUS TO
                          WS-PO-STATUS(WS-PO-TABLE-COUNT)
                       IF PO-UNIT-COST IS NUMERIC
                          MOVE PO-UNIT-COST TO
                             WS-PO-COST(WS-PO-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO WS-PO-COST(WS-PO-TABLE-COUNT)
                       END-IF
                       MOVE PO-ORDER-DATE TO
                          WS-PO-ORDER-DATE(WS-PO-TABLE-COUNT)
                       IF PO-TERMS-DAYS IS NUMERIC
                          MOVE PO-TERMS-DAYS TO
                             WS-PO-TERMS(WS-PO-TABLE-COUNT)
                       ELSE
                          MOVE 30 TO WS-PO-TERMS(WS-PO-TABLE-COUNT)
                       END-IF
                       IF PO-QTY-INVOICED IS NUMERIC
                          MOVE PO-QTY-INVOICED TO
                             WS-PO-INVOICED(WS-PO-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-PO-INVOICED(WS-PO-TABLE-COUNT)
                       END-IF
                       MOVE 'N' TO
                          WS-PO-TOUCHED(WS-PO-TABLE-COUNT)
                 END-READ
                          IF WS-ING-FOUND-SUB NOT = ZEROES
                             ADD RCV-QTY TO
                                WS-ING-QTY(WS-ING-FOUND-SUB)
                             IF RCV-UNIT-COST IS NUMERIC AND
                                RCV-UNIT-COST > ZEROES
                                MOVE RCV-UNIT-COST TO
                                   WS-ING-COST(WS-ING-FOUND-SUB)
                             ELSE
                             IF WS-PO-COST(WS-PO-FOUND-SUB) > ZEROES
                                MOVE WS-PO-COST(WS-PO-FOUND-SUB) TO
                                   WS-ING-COST(WS-ING-FOUND-SUB)
                             END-IF
                             END-IF
                          END-IF
                          IF WS-PO-RECEIVED(WS-PO-FOUND-SUB) NOT <
                             WS-PO-ORDERED(WS-PO-FOUND-SUB)
              MOVE WS-PO-ORDERED(WS-PO-SUB) TO PO-QTY-ORDERED
              MOVE WS-PO-RECEIVED(WS-PO-SUB) TO PO-QTY-RECEIVED
              MOVE WS-PO-STATUS(WS-PO-SUB) TO PO-STATUS
              MOVE WS-PO-COST(WS-PO-SUB) TO PO-UNIT-COST
              MOVE WS-PO-ORDER-DATE(WS-PO-SUB) TO PO-ORDER-DATE
              MOVE WS-PO-TERMS(WS-PO-SUB) TO PO-TERMS-DAYS
              MOVE WS-PO-INVOICED(WS-PO-SUB) TO PO-QTY-INVOICED
              WRITE DATA-PO
           END-PERFORM.
           CLOSE POFILE.
              MOVE WS-ING-DESC(WS-ING-SUB) TO ING-DESC
              MOVE WS-ING-QTY(WS-ING-SUB) TO ING-QTY
              MOVE WS-ING-REORDER(WS-ING-SUB) TO ING-REORDER
              MOVE WS-ING-COST(WS-ING-SUB) TO ING-COST
              WRITE STOCK-REC
           END-PERFORM.
           CLOSE STOCKFILE.
                 WS-PO-ORDERED(WS-PO-TABLE-COUNT)
              MOVE ZEROES TO WS-PO-RECEIVED(WS-PO-TABLE-COUNT)
              MOVE 'O' TO WS-PO-STATUS(WS-PO-TABLE-COUNT)
              MOVE WS-SUP-COST(WS-SUP-FOUND-SUB) TO
                 WS-PO-COST(WS-PO-TABLE-COUNT)
              MOVE WS-RUN-DATE-EDIT TO
                 WS-PO-ORDER-DATE(WS-PO-TABLE-COUNT)
              MOVE WS-SUP-TERMS(WS-SUP-FOUND-SUB) TO
                 WS-PO-TERMS(WS-PO-TABLE-COUNT)
              MOVE ZEROES TO WS-PO-INVOICED(WS-PO-TABLE-COUNT)
              MOVE 'N' TO WS-PO-TOUCHED(WS-PO-TABLE-COUNT)
              ADD 1 TO WS-NEW-PO-COUNT
              MOVE WS-ORDER-QTY TO WS-QTY-F
