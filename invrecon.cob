       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRECON.

      * physical inventory reconciliation for the ingredient stock.
      * the book quantity on the stock counter only moves by recipe
      * depletion at the register and receipts through POPROC, so
      * the weekly shelf count on COUNTIN is set against it. the
      * difference for each ingredient is split into the waste and
      * spoilage logged on WASTEIN under a reason code and the
      * unexplained shrinkage left over, both valued at the
      * ingredient's unit cost. counted ingredients are then reset
      * to the counted quantity so the reorder points work from what
      * is really on the shelf; an ingredient with no count row
      * keeps its book quantity and is listed. several count rows
      * for one ingredient (more than one storage spot) add up. the
      * waste log covers the period since the last count; once the
      * counter has been reset it is rewritten with only the rows for
      * ingredients left uncounted, which wait for their count. an
      * ingredient flagged on TEMPFLAG was held in a cooler or
      * freezer through a long temperature excursion (temp_conv), so
      * whatever is missing from it at the count is waste under
      * reason TEMP rather than shrinkage; the flag is cleared once
      * the ingredient has been counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKFILE ASSIGN TO STOCKCTR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STOCKFILE-STATUS.
           SELECT COUNTFILE ASSIGN TO COUNTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COUNTFILE-STATUS.
           SELECT WASTEFILE ASSIGN TO WASTEIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WASTEFILE-STATUS.
           SELECT TFLAGFILE ASSIGN TO TEMPFLAG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TFLAGFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
       01 STOCK-REC.
           05 ING-ID PIC 9(4).
           05 ING-DESC PIC X(20).
           05 ING-QTY PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 ING-REORDER PIC 9(5)V99.
           05 ING-COST PIC 9(5)V99.
           05 ING-BLANKS PIC X(30).

       FD COUNTFILE.
       01 DATA-COUNT.
           05 CNT-ING-ID PIC 9(4).
           05 CNT-QTY PIC 9(7)V99.
           05 CNT-DATE PIC X(10).
           05 CNT-BLANKS PIC X(57).

       FD WASTEFILE.
       01 DATA-WASTE.
           05 WST-ING-ID PIC 9(4).
           05 WST-QTY PIC 9(7)V99.
           05 WST-REASON PIC X(4).
           05 WST-DATE PIC X(10).
           05 WST-BLANKS PIC X(53).

       FD TFLAGFILE.
       01 DATA-TEMPFLAG.
           05 TFL-ING-ID PIC 9(4).
           05 TFL-UNIT-ID PIC X(6).
           05 TFL-DATE PIC X(10).
           05 TFL-TIME PIC X(4).
           05 TFL-MINUTES PIC 9(7).
           05 TFL-BLANKS PIC X(49).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS PIC XX.
       01 WS-COUNTFILE-STATUS PIC XX.
       01 WS-WASTEFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-WASTE-PRESENT PIC A VALUE 'N'.
       01 WS-TFLAGFILE-STATUS PIC XX.
       01 WS-TFLAG-PRESENT PIC A VALUE 'N'.

       01 WS-ING-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ING-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-ING-TABLE.
           05 WS-ING-ENTRY OCCURS 200 TIMES.
               10 WS-ING-ID PIC 9(4).
               10 WS-ING-DESC PIC X(20).
               10 WS-ING-QTY PIC S9(7)V99.
               10 WS-ING-REORDER PIC 9(5)V99.
               10 WS-ING-COST PIC 9(5)V99.
               10 WS-ING-COUNTED PIC A.
               10 WS-ING-COUNT-QTY PIC 9(7)V99.
               10 WS-ING-WASTE-QTY PIC 9(7)V99.
               10 WS-ING-WASTE-VAL PIC 9(9)V99.
               10 WS-ING-TEMP-FLAG PIC A.
               10 WS-ING-TEMP-UNIT PIC X(6).
               10 WS-ING-TEMP-DATE PIC X(10).
               10 WS-ING-TEMP-TIME PIC X(4).
               10 WS-ING-TEMP-MINS PIC 9(7).
       01 WS-ING-SUB PIC 9(4).
       01 WS-ING-FOUND-SUB PIC 9(4).

      * waste rows for uncounted ingredients, written back to the log
       01 WS-WKEEP-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-WKEEP-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-WKEEP-TABLE.
           05 WS-WKEEP-ROW PIC X(80) OCCURS 2000 TIMES.
       01 WS-WKEEP-SUB PIC 9(4).

      * reasons waste may be logged under: spoiled, past date,
      * dropped or spilled, overproduction, returned plate, other,
      * temperature excursion
       01 WS-RSN-LIST PIC X(28)
           VALUE "SPOLEXPRDROPOVPRRTRNOTHRTEMP".
       01 WS-RSN-TABLE REDEFINES WS-RSN-LIST.
           05 WS-RSN-CODE PIC X(4) OCCURS 7 TIMES.
       01 WS-RSN-TOTALS.
           05 WS-RSN-VALUE PIC 9(9)V99 OCCURS 7 TIMES
              VALUE ZEROES.
       01 WS-RSN-TEMP-SUB PIC 9(2) VALUE 7.
       01 WS-RSN-SUB PIC 9(2).
       01 WS-RSN-FOUND-SUB PIC 9(2).

       01 WS-COUNT-DATE PIC X(10) VALUE SPACES.
       01 WS-LOSS-QTY PIC S9(7)V99 VALUE ZEROES.
       01 WS-SHRINK-QTY PIC S9(7)V99 VALUE ZEROES.
       01 WS-WASTE-VALUE PIC 9(9)V99 VALUE ZEROES.
       01 WS-SHRINK-VALUE PIC S9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-WASTE-VALUE PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-SHRINK-VALUE PIC S9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-ADJ-VALUE PIC S9(11)V99 VALUE ZEROES.
       01 WS-ADJ-VALUE PIC S9(9)V99 VALUE ZEROES.
       01 WS-COUNT-ROWS PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-REJ PIC 9(6) VALUE ZEROES.
       01 WS-WASTE-ROWS PIC 9(6) VALUE ZEROES.
       01 WS-WASTE-REJ PIC 9(6) VALUE ZEROES.
       01 WS-TFLAG-ROWS PIC 9(6) VALUE ZEROES.
       01 WS-TFLAG-REJ PIC 9(6) VALUE ZEROES.
       01 WS-TFLAG-KEPT PIC 9(6) VALUE ZEROES.
       01 WS-RESET-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-UNCOUNTED PIC 9(6) VALUE ZEROES.

       01 WS-DESC-F PIC X(14).
       01 WS-BOOK-F PIC -----9.99.
       01 WS-CNT-F PIC ZZZZZ9.99.
       01 WS-WASTE-F PIC ZZZZ9.99.
       01 WS-SHRINK-F PIC -----9.99.
       01 WS-WVAL-F PIC ZZZZ9.99.
       01 WS-SVAL-F PIC -----9.99.
       01 WS-AMT-F PIC $$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
           OPEN INPUT STOCKFILE.
           IF WS-STOCKFILE-STATUS NOT = "00"
              DISPLAY "No ingredient stock file found - aborting "
                 "run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-STOCKFILE-STATUS = "10"
              READ STOCKFILE
                 AT END MOVE "10" TO WS-STOCKFILE-STATUS
                 NOT AT END
                    IF WS-ING-TABLE-COUNT = WS-ING-TABLE-COUNT-MAX
                       DISPLAY "Stock file has more ingredients "
                          "than INVRECON can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE STOCKFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-ING-TABLE-COUNT
                    MOVE ING-ID TO WS-ING-ID(WS-ING-TABLE-COUNT)
                    MOVE ING-DESC TO
                       WS-ING-DESC(WS-ING-TABLE-COUNT)
                    MOVE ING-QTY TO WS-ING-QTY(WS-ING-TABLE-COUNT)
                    MOVE ING-REORDER TO
                       WS-ING-REORDER(WS-ING-TABLE-COUNT)
                    IF ING-COST IS NUMERIC
                       MOVE ING-COST TO WS-ING-COST(WS-ING-TABLE-COUNT)
                    ELSE
                       MOVE ZEROES TO WS-ING-COST(WS-ING-TABLE-COUNT)
                    END-IF
                    MOVE 'N' TO WS-ING-COUNTED(WS-ING-TABLE-COUNT)
                    MOVE ZEROES TO WS-ING-COUNT-QTY(WS-ING-TABLE-COUNT)
                       WS-ING-WASTE-QTY(WS-ING-TABLE-COUNT)
                       WS-ING-WASTE-VAL(WS-ING-TABLE-COUNT)
                    MOVE 'N' TO WS-ING-TEMP-FLAG(WS-ING-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE STOCKFILE.

           OPEN OUTPUT RPTFILE.

           OPEN INPUT COUNTFILE.
           IF WS-COUNTFILE-STATUS NOT = "00"
              DISPLAY "No physical count feed found - stock counter "
                 "left as it is."
              MOVE SPACES TO RPT-REC
              STRING "NO PHYSICAL COUNT FEED - NOTHING RECONCILED"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              CLOSE RPTFILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING "PHYSICAL INVENTORY RECONCILIATION"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ COUNTFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-COUNT-ROWS
                    IF CNT-DATE NOT = SPACES
                       MOVE CNT-DATE TO WS-COUNT-DATE
                    END-IF
                    PERFORM FIND-INGREDIENT-COUNT
                    IF WS-ING-FOUND-SUB = ZEROES OR
                       CNT-QTY IS NOT NUMERIC
                       ADD 1 TO WS-COUNT-REJ
                       MOVE SPACES TO RPT-REC
                       STRING "  count row for item " CNT-ING-ID
                          " not on stock counter or no quantity"
                          " - ignored"
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    ELSE
                       MOVE 'Y' TO WS-ING-COUNTED(WS-ING-FOUND-SUB)
                       ADD CNT-QTY TO
                          WS-ING-COUNT-QTY(WS-ING-FOUND-SUB)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COUNTFILE.

      * the waste log: quantities thrown away since the last count,
      * each under one of the reason codes above. a row for an
      * ingredient not counted this time is held for its next count
           OPEN INPUT WASTEFILE.
           IF WS-WASTEFILE-STATUS = "00"
              MOVE 'Y' TO WS-WASTE-PRESENT
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WASTEFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-WASTE-ROWS
                       PERFORM FIND-INGREDIENT-WASTE
                       IF WS-ING-FOUND-SUB NOT = ZEROES AND
                          WS-ING-COUNTED(WS-ING-FOUND-SUB) = 'N'
                          PERFORM KEEP-WASTE-ROW
                       ELSE
                          MOVE ZEROES TO WS-RSN-FOUND-SUB
                          PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                             UNTIL WS-RSN-SUB > 7
                             IF WS-RSN-CODE(WS-RSN-SUB) = WST-REASON
                                MOVE WS-RSN-SUB TO WS-RSN-FOUND-SUB
                             END-IF
                          END-PERFORM
                          IF WS-ING-FOUND-SUB = ZEROES OR
                             WS-RSN-FOUND-SUB = ZEROES OR
                             WST-QTY IS NOT NUMERIC
                             ADD 1 TO WS-WASTE-REJ
                             MOVE SPACES TO RPT-REC
                             STRING "  waste row for item " WST-ING-ID
                                " reason " WST-REASON
                                " not valid - counted as shrinkage"
                                DELIMITED BY SIZE INTO RPT-REC
                             WRITE RPT-REC
                          ELSE
                             ADD WST-QTY TO
                                WS-ING-WASTE-QTY(WS-ING-FOUND-SUB)
                             COMPUTE WS-WASTE-VALUE ROUNDED =
                                WST-QTY * WS-ING-COST(WS-ING-FOUND-SUB)
                             ADD WS-WASTE-VALUE TO
                                WS-ING-WASTE-VAL(WS-ING-FOUND-SUB)
                             ADD WS-WASTE-VALUE TO
                                WS-RSN-VALUE(WS-RSN-FOUND-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WASTEFILE
           ELSE
              DISPLAY "No waste log found - every difference is "
                 "unexplained shrinkage this run."
           END-IF.

      * temperature flags: food held through a long excursion in a
      * cooler or freezer. the first flag for an ingredient is kept
      * for the report; later ones add nothing
           OPEN INPUT TFLAGFILE.
           IF WS-TFLAGFILE-STATUS = "00"
              MOVE 'Y' TO WS-TFLAG-PRESENT
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TFLAGFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-TFLAG-ROWS
                       PERFORM FIND-INGREDIENT-TFLAG
                       IF WS-ING-FOUND-SUB = ZEROES
                          ADD 1 TO WS-TFLAG-REJ
                          MOVE SPACES TO RPT-REC
                          STRING "  temperature flag for item "
                             TFL-ING-ID " not on stock counter"
                             " - ignored"
                             DELIMITED BY SIZE INTO RPT-REC
                          WRITE RPT-REC
                       ELSE
                       IF WS-ING-TEMP-FLAG(WS-ING-FOUND-SUB) = 'N'
                          MOVE 'Y' TO
                             WS-ING-TEMP-FLAG(WS-ING-FOUND-SUB)
                          MOVE TFL-UNIT-ID TO
                             WS-ING-TEMP-UNIT(WS-ING-FOUND-SUB)
                          MOVE TFL-DATE TO
                             WS-ING-TEMP-DATE(WS-ING-FOUND-SUB)
                          MOVE TFL-TIME TO
                             WS-ING-TEMP-TIME(WS-ING-FOUND-SUB)
                          MOVE TFL-MINUTES TO
                             WS-ING-TEMP-MINS(WS-ING-FOUND-SUB)
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TFLAGFILE
           END-IF.

           MOVE SPACES TO RPT-REC.
           STRING "COUNT DATE " WS-COUNT-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "ING  DESCRIPTION         BOOK   COUNTED    WASTE"
              "   SHRINK  WASTE $ SHRINK $"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      * book less counted is what left the shelf unrecorded; the
      * logged waste explains part of it and the rest is shrinkage.
      * a negative shrink means more was found than the book knew of
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
              UNTIL WS-ING-SUB > WS-ING-TABLE-COUNT
              MOVE WS-ING-DESC(WS-ING-SUB) TO WS-DESC-F
              MOVE WS-ING-QTY(WS-ING-SUB) TO WS-BOOK-F
              MOVE SPACES TO RPT-REC
              IF WS-ING-COUNTED(WS-ING-SUB) = 'N'
                 ADD 1 TO WS-UNCOUNTED
                 STRING WS-ING-ID(WS-ING-SUB) " " WS-DESC-F " "
                    WS-BOOK-F "  NOT COUNTED - BOOK QUANTITY KEPT"
                    DELIMITED BY SIZE INTO RPT-REC
              ELSE
                 COMPUTE WS-LOSS-QTY = WS-ING-QTY(WS-ING-SUB) -
                    WS-ING-COUNT-QTY(WS-ING-SUB)
                 COMPUTE WS-SHRINK-QTY = WS-LOSS-QTY -
                    WS-ING-WASTE-QTY(WS-ING-SUB)
      * a temperature-flagged ingredient's missing quantity went in
      * the bin with the rest of the unit, so it is waste
                 IF WS-ING-TEMP-FLAG(WS-ING-SUB) = 'Y' AND
                    WS-SHRINK-QTY > ZEROES
                    COMPUTE WS-WASTE-VALUE ROUNDED =
                       WS-SHRINK-QTY * WS-ING-COST(WS-ING-SUB)
                    ADD WS-WASTE-VALUE TO
                       WS-RSN-VALUE(WS-RSN-TEMP-SUB)
                    ADD WS-WASTE-VALUE TO WS-ING-WASTE-VAL(WS-ING-SUB)
                    ADD WS-SHRINK-QTY TO WS-ING-WASTE-QTY(WS-ING-SUB)
                    MOVE ZEROES TO WS-SHRINK-QTY
                 END-IF
      * valued row by row, the same as the reason totals, so WASTE
      * BY REASON adds up to RECORDED WASTE
                 MOVE WS-ING-WASTE-VAL(WS-ING-SUB) TO WS-WASTE-VALUE
                 COMPUTE WS-SHRINK-VALUE ROUNDED =
                    WS-SHRINK-QTY * WS-ING-COST(WS-ING-SUB)
                 COMPUTE WS-ADJ-VALUE ROUNDED =
                    WS-LOSS-QTY * WS-ING-COST(WS-ING-SUB)
                 ADD WS-WASTE-VALUE TO WS-TOTAL-WASTE-VALUE
                 ADD WS-SHRINK-VALUE TO WS-TOTAL-SHRINK-VALUE
                 ADD WS-ADJ-VALUE TO WS-TOTAL-ADJ-VALUE
                 MOVE WS-ING-COUNT-QTY(WS-ING-SUB) TO WS-CNT-F
                 MOVE WS-ING-WASTE-QTY(WS-ING-SUB) TO WS-WASTE-F
                 MOVE WS-SHRINK-QTY TO WS-SHRINK-F
                 MOVE WS-WASTE-VALUE TO WS-WVAL-F
                 MOVE WS-SHRINK-VALUE TO WS-SVAL-F
                 STRING WS-ING-ID(WS-ING-SUB) " " WS-DESC-F " "
                    WS-BOOK-F " " WS-CNT-F " " WS-WASTE-F " "
                    WS-SHRINK-F " " WS-WVAL-F " " WS-SVAL-F
                    DELIMITED BY SIZE INTO RPT-REC
                 MOVE WS-ING-COUNT-QTY(WS-ING-SUB) TO
                    WS-ING-QTY(WS-ING-SUB)
                 ADD 1 TO WS-RESET-COUNT
              END-IF
              WRITE RPT-REC
              IF WS-ING-COUNTED(WS-ING-SUB) = 'Y' AND
                 WS-ING-COST(WS-ING-SUB) = ZEROES AND
                 WS-LOSS-QTY NOT = ZEROES
                 MOVE SPACES TO RPT-REC
                 STRING "       ** no unit cost on file - difference "
                    "not valued **"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
              IF WS-ING-TEMP-FLAG(WS-ING-SUB) = 'Y'
                 MOVE SPACES TO RPT-REC
                 IF WS-ING-COUNTED(WS-ING-SUB) = 'Y'
                    STRING "       ** held in "
                       WS-ING-TEMP-UNIT(WS-ING-SUB) " from "
                       WS-ING-TEMP-DATE(WS-ING-SUB) " "
                       WS-ING-TEMP-TIME(WS-ING-SUB)
                       " - loss counted as TEMP **"
                       DELIMITED BY SIZE INTO RPT-REC
                 ELSE
                    ADD 1 TO WS-TFLAG-KEPT
                    STRING "       ** held in "
                       WS-ING-TEMP-UNIT(WS-ING-SUB) " from "
                       WS-ING-TEMP-DATE(WS-ING-SUB) " "
                       WS-ING-TEMP-TIME(WS-ING-SUB)
                       " - flag kept for count **"
                       DELIMITED BY SIZE INTO RPT-REC
                 END-IF
                 WRITE RPT-REC
              END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "WASTE BY REASON" DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
              UNTIL WS-RSN-SUB > 7
              MOVE WS-RSN-VALUE(WS-RSN-SUB) TO WS-AMT-F
              MOVE SPACES TO RPT-REC
              STRING "  " WS-RSN-CODE(WS-RSN-SUB) "  " WS-AMT-F
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOTAL-WASTE-VALUE TO WS-AMT-F.
           MOVE SPACES TO RPT-REC.
           STRING "RECORDED WASTE        " WS-AMT-F
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOTAL-SHRINK-VALUE TO WS-AMT-F.
           MOVE SPACES TO RPT-REC.
           STRING "UNEXPLAINED SHRINKAGE " WS-AMT-F
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOTAL-ADJ-VALUE TO WS-AMT-F.
           MOVE SPACES TO RPT-REC.
           STRING "TOTAL STOCK WRITE-DOWN" WS-AMT-F
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Count rows " WS-COUNT-ROWS
              " rejected " WS-COUNT-REJ
              " waste rows " WS-WASTE-ROWS
              " rejected " WS-WASTE-REJ
              " kept " WS-WKEEP-TABLE-COUNT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Temperature flags " WS-TFLAG-ROWS
              " rejected " WS-TFLAG-REJ
              " kept for next count " WS-TFLAG-KEPT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Ingredients reset to count " WS-RESET-COUNT
              " not counted " WS-UNCOUNTED
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           OPEN OUTPUT STOCKFILE.
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
              UNTIL WS-ING-SUB > WS-ING-TABLE-COUNT
              MOVE SPACES TO STOCK-REC
              MOVE WS-ING-ID(WS-ING-SUB) TO ING-ID
              MOVE WS-ING-DESC(WS-ING-SUB) TO ING-DESC
              MOVE WS-ING-QTY(WS-ING-SUB) TO ING-QTY
              MOVE WS-ING-REORDER(WS-ING-SUB) TO ING-REORDER
              MOVE WS-ING-COST(WS-ING-SUB) TO ING-COST
              WRITE STOCK-REC
           END-PERFORM.
           CLOSE STOCKFILE.

      * the logged waste for the counted ingredients is now
      * reflected in the reset counter; the rows for ingredients left
      * uncounted stay on the log for their next count
           IF WS-WASTE-PRESENT = 'Y'
              OPEN OUTPUT WASTEFILE
              PERFORM VARYING WS-WKEEP-SUB FROM 1 BY 1
                 UNTIL WS-WKEEP-SUB > WS-WKEEP-TABLE-COUNT
                 MOVE WS-WKEEP-ROW(WS-WKEEP-SUB) TO DATA-WASTE
                 WRITE DATA-WASTE
              END-PERFORM
              CLOSE WASTEFILE
           END-IF.

      * temperature flags are cleared for the ingredients counted;
      * one left uncounted keeps its flag for the next count
           IF WS-TFLAG-PRESENT = 'Y'
              OPEN OUTPUT TFLAGFILE
              PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                 UNTIL WS-ING-SUB > WS-ING-TABLE-COUNT
                 IF WS-ING-TEMP-FLAG(WS-ING-SUB) = 'Y' AND
                    WS-ING-COUNTED(WS-ING-SUB) = 'N'
                    MOVE SPACES TO DATA-TEMPFLAG
                    MOVE WS-ING-ID(WS-ING-SUB) TO TFL-ING-ID
                    MOVE WS-ING-TEMP-UNIT(WS-ING-SUB) TO TFL-UNIT-ID
                    MOVE WS-ING-TEMP-DATE(WS-ING-SUB) TO TFL-DATE
                    MOVE WS-ING-TEMP-TIME(WS-ING-SUB) TO TFL-TIME
                    MOVE WS-ING-TEMP-MINS(WS-ING-SUB) TO TFL-MINUTES
                    WRITE DATA-TEMPFLAG
                 END-IF
              END-PERFORM
              CLOSE TFLAGFILE
           END-IF.

           DISPLAY "INVRECON reset " WS-RESET-COUNT
              " ingredient(s) to the physical count.".

           STOP RUN.

       FIND-INGREDIENT-COUNT.
           MOVE ZEROES TO WS-ING-FOUND-SUB.
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
              UNTIL WS-ING-SUB > WS-ING-TABLE-COUNT
              IF WS-ING-ID(WS-ING-SUB) = CNT-ING-ID
                 MOVE WS-ING-SUB TO WS-ING-FOUND-SUB
              END-IF
           END-PERFORM.

       KEEP-WASTE-ROW.
           IF WS-WKEEP-TABLE-COUNT = WS-WKEEP-TABLE-COUNT-MAX
              DISPLAY "WASTEIN has more rows for uncounted "
                 "ingredients than INVRECON can hold - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE WASTEFILE RPTFILE
              STOP RUN
           END-IF.
           ADD 1 TO WS-WKEEP-TABLE-COUNT.
           MOVE DATA-WASTE TO WS-WKEEP-ROW(WS-WKEEP-TABLE-COUNT).

       FIND-INGREDIENT-WASTE.
           MOVE ZEROES TO WS-ING-FOUND-SUB.
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
              UNTIL WS-ING-SUB > WS-ING-TABLE-COUNT
              IF WS-ING-ID(WS-ING-SUB) = WST-ING-ID
                 MOVE WS-ING-SUB TO WS-ING-FOUND-SUB
              END-IF
           END-PERFORM.

       FIND-INGREDIENT-TFLAG.
           MOVE ZEROES TO WS-ING-FOUND-SUB.
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
              UNTIL WS-ING-SUB > WS-ING-TABLE-COUNT
              IF WS-ING-ID(WS-ING-SUB) = TFL-ING-ID
                 MOVE WS-ING-SUB TO WS-ING-FOUND-SUB
              END-IF
           END-PERFORM.
