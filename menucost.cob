       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUCOST.

      * recipe costing and menu profitability for the restaurant.
      * each menu item's plate cost is built up from its recipe -
      * RECIPEIN quantity per ingredient at the ingredient's unit
      * cost on the stock counter, which POPROC keeps at the last
      * receiving price - and set against the menu price and every
      * time-banded price on PRCBAND as a food cost percentage.
      * the menu-mix grid then takes the sales mix prog07 writes at
      * close and classes each item by popularity (its share of
      * plates against 70% of an even share) and profitability (its
      * margin per plate against the menu's average): stars are
      * both, plowhorses sell well but earn little, puzzles earn
      * well but do not sell, dogs do neither.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICEFILE ASSIGN TO PRICEIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRICEFILE-STATUS.
           SELECT RECIPEFILE ASSIGN TO RECIPEIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECIPEFILE-STATUS.
           SELECT STOCKFILE ASSIGN TO STOCKCTR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STOCKFILE-STATUS.
           SELECT BANDFILE ASSIGN TO PRCBAND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BANDFILE-STATUS.
           SELECT MIXFILE ASSIGN TO MIXIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MIXFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRICEFILE.
       01 PRICE-REC.
           05 PRICE-ITEM-ID PIC 9(3).
           05 PRICE-CODE PIC X(1).
           05 PRICE-DESC PIC X(34).
           05 PRICE-AMT PIC 9(7)V99.
           05 PRICE-BLANKS PIC X(33).

       FD RECIPEFILE.
       01 RECIPE-REC.
           05 RCP-MENU-ID PIC 9(3).
           05 RCP-ING-ID PIC 9(4).
           05 RCP-QTY PIC 9(3)V99.
           05 RCP-BLANKS PIC X(68).

       FD STOCKFILE.
       01 STOCK-REC.
           05 ING-ID PIC 9(4).
           05 ING-DESC PIC X(20).
           05 ING-QTY PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 ING-REORDER PIC 9(5)V99.
           05 ING-COST PIC 9(5)V99.
           05 ING-BLANKS PIC X(30).

       FD BANDFILE.
       01 BAND-REC.
           05 BAND-ITEM-ID PIC 9(3).
           05 BAND-DAYS PIC X(7).
           05 BAND-START PIC 9(4).
           05 BAND-END PIC 9(4).
           05 BAND-PRICE PIC 9(7)V99.
           05 BAND-NAME PIC X(10).
           05 BAND-BLANKS PIC X(43).

       FD MIXFILE.
       01 MIX-REC.
           05 MIX-ITEM-ID PIC 9(3).
           05 MIX-QTY PIC 9(6).
           05 MIX-REV PIC 9(9)V99.
           05 MIX-BLANKS PIC X(60).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PRICEFILE-STATUS PIC XX.
       01 WS-RECIPEFILE-STATUS PIC XX.
       01 WS-STOCKFILE-STATUS PIC XX.
       01 WS-BANDFILE-STATUS PIC XX.
       01 WS-MIXFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-MIX-PRESENT PIC A VALUE 'N'.

       01 WS-MENU-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MENU-COUNT-MAX PIC 9(4) VALUE 20.
       01 WS-MENU-TABLE.
           05 WS-MENU-ENTRY OCCURS 20 TIMES.
               10 WS-MENU-ID PIC 9(3).
               10 WS-MENU-CODE PIC X(1).
               10 WS-MENU-DESC PIC X(34).
               10 WS-MENU-AMT PIC 9(7)V99.
               10 WS-MENU-COST PIC 9(7)V99.
               10 WS-MENU-COSTED PIC A.
               10 WS-MENU-MIX-QTY PIC 9(7).
               10 WS-MENU-MIX-REV PIC 9(11)V99.
       01 WS-MENU-SUB PIC 9(4) VALUE ZERO.
       01 WS-MENU-FOUND-SUB PIC 9(4) VALUE ZERO.

       01 WS-RCP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RCP-COUNT-MAX PIC 9(4) VALUE 100.
       01 WS-RCP-TABLE.
           05 WS-RCP-ENTRY OCCURS 100 TIMES.
               10 WS-RCP-MENU-ID PIC 9(3).
               10 WS-RCP-ING-ID PIC 9(4).
               10 WS-RCP-QTY PIC 9(3)V99.
       01 WS-RCP-SUB PIC 9(4) VALUE ZERO.

       01 WS-ING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ING-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-ING-TABLE.
           05 WS-ING-ENTRY OCCURS 200 TIMES.
               10 WS-ING-ID PIC 9(4).
               10 WS-ING-DESC PIC X(20).
               10 WS-ING-COST PIC 9(5)V99.
       01 WS-ING-SUB PIC 9(4) VALUE ZERO.
       01 WS-ING-FOUND-SUB PIC 9(4) VALUE ZERO.

       01 WS-BND-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BND-COUNT-MAX PIC 9(4) VALUE 50.
       01 WS-BND-TABLE.
           05 WS-BND-ENTRY OCCURS 50 TIMES.
               10 WS-BND-ITEM PIC 9(3).
               10 WS-BND-DAYS PIC X(7).
               10 WS-BND-START PIC 9(4).
               10 WS-BND-END PIC 9(4).
               10 WS-BND-PRICE PIC 9(7)V99.
               10 WS-BND-NAME PIC X(10).
       01 WS-BND-SUB PIC 9(4) VALUE ZERO.

       01 WS-LINE-COST PIC 9(7)V99 VALUE ZERO.
       01 WS-FC-PCT PIC 9(5)V9 VALUE ZERO.
       01 WS-FC-PRICE PIC 9(7)V99 VALUE ZERO.
       01 WS-MARGIN PIC S9(7)V99 VALUE ZERO.
       01 WS-CONTRIB PIC S9(11)V99 VALUE ZERO.
       01 WS-MIX-PCT PIC 9(3)V9 VALUE ZERO.
       01 WS-POP-PCT PIC 9(3)V9 VALUE ZERO.
       01 WS-AVG-MARGIN PIC S9(7)V99 VALUE ZERO.
       01 WS-TOTAL-QTY PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-REV PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CONTRIB PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-COST PIC 9(13)V99 VALUE ZERO.
       01 WS-CLASS PIC X(10) VALUE SPACES.
       01 WS-UNKNOWN-MIX-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NOCOST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STAR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PLOW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PUZZLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DOG-COUNT PIC 9(4) VALUE ZERO.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-ITEM-ID-F PIC ZZ9.
       01 WS-DESC-F PIC X(16).
       01 WS-AMT-F PIC $$$,$$$,$$9.99.
       01 WS-COST-F PIC $$$,$$9.99.
       01 WS-QTY-F PIC ZZ9.99.
       01 WS-PCT-F PIC ZZZZ9.9.
       01 WS-SOLD-F PIC ZZZZZ9.
       01 WS-MIX-F PIC ZZ9.9.
       01 WS-MARGIN-F PIC -ZZZZ9.99.
       01 WS-CONTRIB-F PIC -ZZZ,ZZ9.99.
       01 WS-FC-F PIC ZZ9.9.
       01 WS-COUNT-F PIC ZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.

           OPEN INPUT PRICEFILE.
           IF WS-PRICEFILE-STATUS NOT = "00"
              DISPLAY "No menu price file found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PRICEFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-MENU-COUNT = WS-MENU-COUNT-MAX
                       DISPLAY "PRICEFILE has more items than "
                          "MENUCOST can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE PRICEFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-MENU-COUNT
                    MOVE PRICE-ITEM-ID TO WS-MENU-ID (WS-MENU-COUNT)
                    MOVE PRICE-CODE TO WS-MENU-CODE (WS-MENU-COUNT)
                    MOVE PRICE-DESC TO WS-MENU-DESC (WS-MENU-COUNT)
                    MOVE PRICE-AMT TO WS-MENU-AMT (WS-MENU-COUNT)
                    MOVE ZERO TO WS-MENU-COST (WS-MENU-COUNT)
                       WS-MENU-MIX-QTY (WS-MENU-COUNT)
                       WS-MENU-MIX-REV (WS-MENU-COUNT)
                    MOVE 'N' TO WS-MENU-COSTED (WS-MENU-COUNT)
              END-READ
           END-PERFORM.
           CLOSE PRICEFILE.

           OPEN INPUT RECIPEFILE.
           IF WS-RECIPEFILE-STATUS NOT = "00"
              DISPLAY "No recipe file found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RECIPEFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-RCP-COUNT = WS-RCP-COUNT-MAX
                       DISPLAY "RECIPEIN has more rows than "
                          "MENUCOST can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE RECIPEFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-RCP-COUNT
                    MOVE RCP-MENU-ID TO WS-RCP-MENU-ID (WS-RCP-COUNT)
                    MOVE RCP-ING-ID TO WS-RCP-ING-ID (WS-RCP-COUNT)
                    MOVE RCP-QTY TO WS-RCP-QTY (WS-RCP-COUNT)
              END-READ
           END-PERFORM.
           CLOSE RECIPEFILE.

           OPEN INPUT STOCKFILE.
           IF WS-STOCKFILE-STATUS NOT = "00"
              DISPLAY "No ingredient stock file found - aborting "
                 "run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STOCKFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-ING-COUNT = WS-ING-COUNT-MAX
                       DISPLAY "Stock file has more ingredients "
                          "than MENUCOST can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE STOCKFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-ING-COUNT
                    MOVE ING-ID TO WS-ING-ID (WS-ING-COUNT)
                    MOVE ING-DESC TO WS-ING-DESC (WS-ING-COUNT)
                    IF ING-COST IS NUMERIC
                       MOVE ING-COST TO WS-ING-COST (WS-ING-COUNT)
                    ELSE
                       MOVE ZERO TO WS-ING-COST (WS-ING-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STOCKFILE.

           OPEN INPUT BANDFILE.
           IF WS-BANDFILE-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ BANDFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-BND-COUNT = WS-BND-COUNT-MAX
                          DISPLAY "PRCBAND has more rows than "
                             "MENUCOST can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE BANDFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-BND-COUNT
                       MOVE BAND-ITEM-ID TO WS-BND-ITEM (WS-BND-COUNT)
                       MOVE BAND-DAYS TO WS-BND-DAYS (WS-BND-COUNT)
                       MOVE BAND-START TO WS-BND-START (WS-BND-COUNT)
                       MOVE BAND-END TO WS-BND-END (WS-BND-COUNT)
                       MOVE BAND-PRICE TO WS-BND-PRICE (WS-BND-COUNT)
                       MOVE BAND-NAME TO WS-BND-NAME (WS-BND-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BANDFILE
           END-IF.

      * the sales mix may be one day's close or several appended
      * together - quantities and revenue simply add up by item
           OPEN INPUT MIXFILE.
           IF WS-MIXFILE-STATUS = "00"
              MOVE 'Y' TO WS-MIX-PRESENT
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MIXFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE ZERO TO WS-MENU-FOUND-SUB
                       PERFORM VARYING WS-MENU-SUB FROM 1 BY 1
                          UNTIL WS-MENU-SUB > WS-MENU-COUNT
                          IF WS-MENU-ID (WS-MENU-SUB) = MIX-ITEM-ID
                             MOVE WS-MENU-SUB TO WS-MENU-FOUND-SUB
                          END-IF
                       END-PERFORM
                       IF WS-MENU-FOUND-SUB = ZERO
                          ADD 1 TO WS-UNKNOWN-MIX-COUNT
                       ELSE
                          ADD MIX-QTY TO
                             WS-MENU-MIX-QTY (WS-MENU-FOUND-SUB)
                          ADD MIX-REV TO
                             WS-MENU-MIX-REV (WS-MENU-FOUND-SUB)
                          ADD MIX-QTY TO WS-TOTAL-QTY
                          ADD MIX-REV TO WS-TOTAL-REV
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MIXFILE
           ELSE
              DISPLAY "No sales mix found - menu-mix grid skipped "
                 "this run."
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "MENU COSTING AND PROFITABILITY  "
              WS-RUN-DATETIME (1:4) "-" WS-RUN-DATETIME (5:2) "-"
              WS-RUN-DATETIME (7:2)
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      * plate cost: each recipe line at the ingredient's last
      * receiving price. an ingredient with no cost on file yet
      * (never received through POPROC) is flagged, and the item's
      * plate cost is understated until it is
           PERFORM VARYING WS-MENU-SUB FROM 1 BY 1
              UNTIL WS-MENU-SUB > WS-MENU-COUNT
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE WS-MENU-ID (WS-MENU-SUB) TO WS-ITEM-ID-F
              MOVE WS-MENU-AMT (WS-MENU-SUB) TO WS-AMT-F
              MOVE SPACES TO RPT-REC
              STRING "ITEM " WS-ITEM-ID-F " "
                 WS-MENU-DESC (WS-MENU-SUB) " PRICE " WS-AMT-F
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                 UNTIL WS-RCP-SUB > WS-RCP-COUNT
                 IF WS-RCP-MENU-ID (WS-RCP-SUB) =
                    WS-MENU-ID (WS-MENU-SUB)
                    MOVE 'Y' TO WS-MENU-COSTED (WS-MENU-SUB)
                    MOVE ZERO TO WS-ING-FOUND-SUB
                    PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                       UNTIL WS-ING-SUB > WS-ING-COUNT
                       IF WS-ING-ID (WS-ING-SUB) =
                          WS-RCP-ING-ID (WS-RCP-SUB)
                          MOVE WS-ING-SUB TO WS-ING-FOUND-SUB
                       END-IF
                    END-PERFORM
                    MOVE WS-RCP-QTY (WS-RCP-SUB) TO WS-QTY-F
                    MOVE SPACES TO RPT-REC
                    IF WS-ING-FOUND-SUB = ZERO
                       ADD 1 TO WS-NOCOST-COUNT
                       STRING "   " WS-RCP-ING-ID (WS-RCP-SUB)
                          " NOT ON STOCK FILE      QTY " WS-QTY-F
                          "  ** NO COST **"
                          DELIMITED BY SIZE INTO RPT-REC
                    ELSE
                       COMPUTE WS-LINE-COST ROUNDED =
                          WS-RCP-QTY (WS-RCP-SUB) *
                          WS-ING-COST (WS-ING-FOUND-SUB)
                       ADD WS-LINE-COST TO WS-MENU-COST (WS-MENU-SUB)
                       MOVE WS-ING-COST (WS-ING-FOUND-SUB) TO
                          WS-COST-F
                       MOVE WS-LINE-COST TO WS-AMT-F
                       IF WS-ING-COST (WS-ING-FOUND-SUB) = ZERO
                          ADD 1 TO WS-NOCOST-COUNT
                          STRING "   " WS-RCP-ING-ID (WS-RCP-SUB) " "
                             WS-ING-DESC (WS-ING-FOUND-SUB)
                             " QTY " WS-QTY-F
                             "  ** NO COST **"
                             DELIMITED BY SIZE INTO RPT-REC
                       ELSE
                          STRING "   " WS-RCP-ING-ID (WS-RCP-SUB) " "
                             WS-ING-DESC (WS-ING-FOUND-SUB)
                             " QTY " WS-QTY-F " @" WS-COST-F
                             WS-AMT-F
                             DELIMITED BY SIZE INTO RPT-REC
                       END-IF
                    END-IF
                    WRITE RPT-REC
                 END-IF
              END-PERFORM
              IF WS-MENU-COSTED (WS-MENU-SUB) = 'N'
                 MOVE SPACES TO RPT-REC
                 STRING "   NO RECIPE ON FILE - PLATE COST NOT KNOWN"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              ELSE
                 MOVE WS-MENU-AMT (WS-MENU-SUB) TO WS-FC-PRICE
                 PERFORM FOOD-COST-PCT
                 COMPUTE WS-MARGIN = WS-MENU-AMT (WS-MENU-SUB) -
                    WS-MENU-COST (WS-MENU-SUB)
                 MOVE WS-MENU-COST (WS-MENU-SUB) TO WS-AMT-F
                 MOVE WS-FC-PCT TO WS-PCT-F
                 MOVE WS-MARGIN TO WS-MARGIN-F
                 MOVE SPACES TO RPT-REC
                 STRING "   PLATE COST " WS-AMT-F
                    "  FOOD COST " WS-PCT-F "%"
                    "  MARGIN " WS-MARGIN-F
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
      * a banded price moves the food cost, so each band on the item
      * is shown at its own price
                 PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                    UNTIL WS-BND-SUB > WS-BND-COUNT
                    IF WS-BND-ITEM (WS-BND-SUB) =
                       WS-MENU-ID (WS-MENU-SUB)
                       MOVE WS-BND-PRICE (WS-BND-SUB) TO WS-FC-PRICE
                       PERFORM FOOD-COST-PCT
                       MOVE WS-BND-PRICE (WS-BND-SUB) TO WS-COST-F
                       MOVE WS-FC-PCT TO WS-PCT-F
                       MOVE SPACES TO RPT-REC
                       STRING "   BAND " WS-BND-NAME (WS-BND-SUB) " "
                          WS-BND-DAYS (WS-BND-SUB) " "
                          WS-BND-START (WS-BND-SUB) "-"
                          WS-BND-END (WS-BND-SUB)
                          " PRICE " WS-COST-F
                          "  FOOD COST " WS-PCT-F "%"
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           IF WS-MIX-PRESENT = 'Y' AND WS-MENU-COUNT > ZERO
              PERFORM MENU-MIX-GRID
           END-IF.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           IF WS-NOCOST-COUNT NOT = ZERO
              MOVE WS-NOCOST-COUNT TO WS-COUNT-F
              MOVE SPACES TO RPT-REC
              STRING WS-COUNT-F " RECIPE LINE(S) WITH NO INGREDIENT "
                 "COST - PLATE COSTS UNDERSTATED"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-UNKNOWN-MIX-COUNT NOT = ZERO
              MOVE WS-UNKNOWN-MIX-COUNT TO WS-COUNT-F
              MOVE SPACES TO RPT-REC
              STRING WS-COUNT-F " SALES MIX ROW(S) FOR ITEMS NOT ON "
                 "THE MENU - IGNORED"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           CLOSE RPTFILE.
           DISPLAY "MENUCOST costed " WS-MENU-COUNT " menu item(s).".

           STOP RUN.

       FOOD-COST-PCT.
           IF WS-FC-PRICE = ZERO
              MOVE ZERO TO WS-FC-PCT
           ELSE
              COMPUTE WS-FC-PCT ROUNDED =
                 WS-MENU-COST (WS-MENU-SUB) * 100 / WS-FC-PRICE
           END-IF.

      * menu engineering over the sales mix: revenue is what the
      * plates actually sold for (banded prices included), so the
      * margin per plate is the average selling price less the
      * plate cost. popularity is measured against 70% of an even
      * share of the plates sold, profitability against the
      * menu's average margin per plate
       MENU-MIX-GRID.
           PERFORM VARYING WS-MENU-SUB FROM 1 BY 1
              UNTIL WS-MENU-SUB > WS-MENU-COUNT
              COMPUTE WS-TOTAL-COST = WS-TOTAL-COST +
                 WS-MENU-MIX-QTY (WS-MENU-SUB) *
                 WS-MENU-COST (WS-MENU-SUB)
           END-PERFORM.
           COMPUTE WS-TOTAL-CONTRIB = WS-TOTAL-REV - WS-TOTAL-COST.
           IF WS-TOTAL-QTY = ZERO
              MOVE ZERO TO WS-AVG-MARGIN
           ELSE
              COMPUTE WS-AVG-MARGIN ROUNDED =
                 WS-TOTAL-CONTRIB / WS-TOTAL-QTY
           END-IF.
           COMPUTE WS-POP-PCT ROUNDED = 70 / WS-MENU-COUNT.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "MENU-MIX PROFITABILITY GRID"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "ITM DESCRIPTION        SOLD  MIX%    MARGIN    "
              "CONTRIB  FC%  CLASS"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-MENU-SUB FROM 1 BY 1
              UNTIL WS-MENU-SUB > WS-MENU-COUNT
              IF WS-TOTAL-QTY = ZERO
                 MOVE ZERO TO WS-MIX-PCT
              ELSE
                 COMPUTE WS-MIX-PCT ROUNDED =
                    WS-MENU-MIX-QTY (WS-MENU-SUB) * 100 /
                    WS-TOTAL-QTY
              END-IF
              IF WS-MENU-MIX-QTY (WS-MENU-SUB) = ZERO
                 MOVE WS-MENU-AMT (WS-MENU-SUB) TO WS-FC-PRICE
              ELSE
                 COMPUTE WS-FC-PRICE ROUNDED =
                    WS-MENU-MIX-REV (WS-MENU-SUB) /
                    WS-MENU-MIX-QTY (WS-MENU-SUB)
              END-IF
              PERFORM FOOD-COST-PCT
              COMPUTE WS-MARGIN = WS-FC-PRICE -
                 WS-MENU-COST (WS-MENU-SUB)
              COMPUTE WS-CONTRIB = WS-MENU-MIX-REV (WS-MENU-SUB) -
                 WS-MENU-MIX-QTY (WS-MENU-SUB) *
                 WS-MENU-COST (WS-MENU-SUB)
              IF WS-MENU-COSTED (WS-MENU-SUB) = 'N'
                 MOVE "NO RECIPE" TO WS-CLASS
              ELSE
                 IF WS-MIX-PCT NOT < WS-POP-PCT
                    IF WS-MARGIN NOT < WS-AVG-MARGIN
                       MOVE "STAR" TO WS-CLASS
                       ADD 1 TO WS-STAR-COUNT
                    ELSE
                       MOVE "PLOWHORSE" TO WS-CLASS
                       ADD 1 TO WS-PLOW-COUNT
                    END-IF
                 ELSE
                    IF WS-MARGIN NOT < WS-AVG-MARGIN
                       MOVE "PUZZLE" TO WS-CLASS
                       ADD 1 TO WS-PUZZLE-COUNT
                    ELSE
                       MOVE "DOG" TO WS-CLASS
                       ADD 1 TO WS-DOG-COUNT
                    END-IF
                 END-IF
              END-IF
              MOVE WS-MENU-ID (WS-MENU-SUB) TO WS-ITEM-ID-F
              MOVE WS-MENU-DESC (WS-MENU-SUB) TO WS-DESC-F
              MOVE WS-MENU-MIX-QTY (WS-MENU-SUB) TO WS-SOLD-F
              MOVE WS-MIX-PCT TO WS-MIX-F
              MOVE WS-MARGIN TO WS-MARGIN-F
              MOVE WS-CONTRIB TO WS-CONTRIB-F
              MOVE WS-FC-PCT TO WS-FC-F
              MOVE SPACES TO RPT-REC
              STRING WS-ITEM-ID-F " " WS-DESC-F " " WS-SOLD-F " "
                 WS-MIX-F " " WS-MARGIN-F " " WS-CONTRIB-F " "
                 WS-FC-F "  " WS-CLASS
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOTAL-QTY TO WS-SOLD-F.
           MOVE WS-AVG-MARGIN TO WS-MARGIN-F.
           MOVE WS-TOTAL-CONTRIB TO WS-CONTRIB-F.
           MOVE SPACES TO RPT-REC.
           STRING "PLATES SOLD " WS-SOLD-F
              "  AVG MARGIN " WS-MARGIN-F
              "  TOTAL CONTRIBUTION " WS-CONTRIB-F
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-POP-PCT TO WS-MIX-F.
           MOVE SPACES TO RPT-REC.
           STRING "POPULAR AT MIX% OF " WS-MIX-F " OR MORE"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "STARS " WS-STAR-COUNT
              "  PLOWHORSES " WS-PLOW-COUNT
              "  PUZZLES " WS-PUZZLE-COUNT
              "  DOGS " WS-DOG-COUNT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-PLOW-COUNT NOT = ZERO
              MOVE SPACES TO RPT-REC
              STRING "PLOWHORSES SELL WELL BUT EARN BELOW AVERAGE - "
                 "REVIEW PRICE OR RECIPE"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
