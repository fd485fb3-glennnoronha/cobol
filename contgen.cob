           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTCTR-STATUS.
           SELECT DEFFILE ASSIGN TO DEFSCHED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DEFFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CTR-LAST-MONTH PIC X(7).
           05 CTR-BLANKS PIC X(73).

      * one revenue recognition schedule per advance-billed (quarterly
      * or annual) contract invoice; DEFREV releases it month by month
       FD DEFFILE.
       01 DATA-DEFSCHED.
           05 DS-CUST-ID PIC 9(6).
           05 DS-DESC PIC X(32).
           05 DS-BILL-MONTH PIC X(7).
           05 DS-SVC-MONTHS PIC 9(3).
           05 DS-AMT PIC 9(7)V99.
           05 DS-RECOG-MONTHS PIC 9(3).
           05 DS-RECOG-AMT PIC 9(7)V99.
           05 DS-STATUS PIC X(1).
           05 DS-BLANKS PIC X(10).

       FD LINEOUT.
       01 DATA-LINE-ITEM.
           05 LI-CUST-ID PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-CONTRFILE-STATUS PIC XX.
       01 WS-CONTCTR-STATUS PIC XX.
       01 WS-DEFFILE-STATUS PIC XX.
       01 WS-LAST-MONTH PIC X(7) VALUE SPACES.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-GEN-FLAG PIC A VALUE 'N'.
       01 WS-GEN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-GEN-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-END-MONTHS PIC 9(6).
       01 WS-SVC-MONTHS PIC S9(6).
       01 WS-DEF-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-YYYY PIC 9(4).
       01 WS-MM PIC 9(2).

              STOP RUN
           END-IF.
           OPEN OUTPUT LINEOUT.
           OPEN EXTEND DEFFILE.
           IF WS-DEFFILE-STATUS = "35"
              OPEN OUTPUT DEFFILE
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CONTRFILE
                 AT END MOVE 'Y' TO WS-EOF
                       MOVE ZEROES TO LI-ITEM-NUM
                       WRITE DATA-LINE-ITEM
                       ADD 1 TO WS-GEN-COUNT
                       IF CON-FREQ = 'Q' OR CON-FREQ = 'A'
                          PERFORM WRITE-DEF-SCHEDULE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRFILE.
           CLOSE LINEOUT.
           CLOSE DEFFILE.
           OPEN OUTPUT CONTCTRFILE.
           MOVE SPACES TO DATA-CONTCTR.
           MOVE WS-RUN-YM TO CTR-LAST-MONTH.
           MOVE WS-GEN-COUNT TO WS-GEN-COUNT-EDIT.
           DISPLAY "CONTGEN generated " WS-GEN-COUNT-EDIT
              " recurring line item(s) for " WS-RUN-YM.
           IF WS-DEF-COUNT > ZEROES
              MOVE WS-DEF-COUNT TO WS-GEN-COUNT-EDIT
              DISPLAY "CONTGEN scheduled " WS-GEN-COUNT-EDIT
                 " advance-billed line(s) for deferral."
           END-IF.

           STOP RUN.

      * a quarterly or annual charge is billed up front for the
      * months it covers - the billing month and the two (or eleven)
      * after it, cut short at CON-END. revenue is recognized evenly
      * over those service months, so schedule it for DEFREV
       WRITE-DEF-SCHEDULE.
           IF CON-FREQ = 'Q'
              MOVE 3 TO WS-SVC-MONTHS
           ELSE
              MOVE 12 TO WS-SVC-MONTHS
           END-IF.
           IF CON-END(1:4) IS NUMERIC AND CON-END(6:2) IS NUMERIC
              MOVE CON-END(1:4) TO WS-YYYY
              MOVE CON-END(6:2) TO WS-MM
              COMPUTE WS-END-MONTHS = WS-YYYY * 12 + WS-MM
              IF WS-END-MONTHS - WS-RUN-MONTHS + 1 < WS-SVC-MONTHS
                 COMPUTE WS-SVC-MONTHS =
                    WS-END-MONTHS - WS-RUN-MONTHS + 1
              END-IF
           END-IF.
           IF WS-SVC-MONTHS < 1
              MOVE 1 TO WS-SVC-MONTHS
           END-IF.
           MOVE SPACES TO DATA-DEFSCHED.
           MOVE CON-CUST-ID TO DS-CUST-ID.
           MOVE CON-DESC TO DS-DESC.
           MOVE WS-RUN-YM TO DS-BILL-MONTH.
           MOVE WS-SVC-MONTHS TO DS-SVC-MONTHS.
           MOVE CON-AMT TO DS-AMT.
           MOVE ZEROES TO DS-RECOG-MONTHS.
           MOVE ZEROES TO DS-RECOG-AMT.
           MOVE 'N' TO DS-STATUS.
           WRITE DATA-DEFSCHED.
           ADD 1 TO WS-DEF-COUNT.
