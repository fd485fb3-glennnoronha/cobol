      * on any invoice the AR master does not yet show paid. the
      * run produces per-salesperson statements and a payable
      * summary for payroll.
      *
      * every commission paid is kept on the commission history,
      * so an invoice is only ever paid once. when an invoice paid
      * on is later reopened (NSF reversal in CASHAPP) or written
      * off by WRITEOFF, the commission paid is clawed back at the
      * rate it was paid at and netted against the salesperson's
      * earnings for the period; whatever the earnings do not cover
      * is carried forward on the history to the next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT COMMHIST ASSIGN TO COMMHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COMMHIST-STATUS.
           SELECT STMTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05 ARM-DUE-DATE PIC X(10).
           05 FILLER PIC X(23).

      * commission history: 'P' commission paid on an invoice, 'C'
      * clawed back (reason 'R' reversed, 'W' written off), 'N'
      * clawback recovered out of a later period's earnings
       FD COMMHIST.
       01 CH-REC.
           05 CH-INVOICE PIC 9(6).
           05 CH-SLS-CODE PIC X(6).
           05 CH-TYPE PIC X(1).
           05 CH-REASON PIC X(1).
           05 CH-BASE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CH-RATE PIC 9V9(4).
           05 CH-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CH-DATE PIC X(10).
           05 FILLER PIC X(27).

       FD STMTFILE.
       01 STMT-REC PIC X(80).

       01 WS-SLSFILE-STATUS PIC XX.
       01 WS-INVHIST-STATUS PIC XX.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-COMMHIST-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-FROM-DATE PIC X(10) VALUE "0000-00-00".
       01 WS-TO-DATE PIC X(10) VALUE "9999-99-99".
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC X(10) VALUE SPACES.

       01 WS-ASG-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ASG-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
               10 WS-SLS-RATE PIC 9V9(4).
               10 WS-SLS-EARNED PIC S9(11)V99.
               10 WS-SLS-HELD PIC S9(11)V99.
               10 WS-SLS-OWED PIC S9(11)V99.
               10 WS-SLS-CLAWED PIC S9(11)V99.
               10 WS-SLS-RECOVERED PIC S9(11)V99.
               10 WS-SLS-PAYABLE PIC S9(11)V99.
       01 WS-SLS-SUB PIC 9(2).
       01 WS-SLS-FOUND-SUB PIC 9(2).

               10 WS-INV-SLS PIC X(6).
               10 WS-INV-SUB-AMT PIC S9(9)V99.
               10 WS-INV-PAID PIC A.
               10 WS-INV-PRIOR PIC A.
       01 WS-INV-SUB PIC 9(4).
       01 WS-CUR-SLS PIC X(6) VALUE SPACES.

      * one row per invoice commission has ever been paid on, with
      * what was paid and where the invoice stands on the AR master
       01 WS-CH-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CH-TABLE-COUNT-MAX PIC 9(4) VALUE 3000.
       01 WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 3000 TIMES.
               10 WS-CH-INVOICE PIC 9(6).
               10 WS-CH-SLS PIC X(6).
               10 WS-CH-BASE PIC S9(9)V99.
               10 WS-CH-RATE PIC 9V9(4).
               10 WS-CH-AMT PIC S9(9)V99.
               10 WS-CH-PAID PIC A.
               10 WS-CH-AR-STATUS PIC X(1).
       01 WS-CH-SUB PIC 9(4).
       01 WS-CH-FOUND-SUB PIC 9(4).
       01 WS-CH-INV-LOOKUP PIC 9(6).
       01 WS-CLAW-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RATE-EDIT PIC 9.9999.
       01 WS-COMM-AMT PIC S9(9)V99 VALUE ZEROES.

       01 WS-STMT-COUNT PIC 9(4) VALUE ZEROES.
                    MOVE ZEROES TO
                       WS-SLS-EARNED(WS-SLS-TABLE-COUNT)
                       WS-SLS-HELD(WS-SLS-TABLE-COUNT)
                       WS-SLS-OWED(WS-SLS-TABLE-COUNT)
                       WS-SLS-CLAWED(WS-SLS-TABLE-COUNT)
                       WS-SLS-RECOVERED(WS-SLS-TABLE-COUNT)
                       WS-SLS-PAYABLE(WS-SLS-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE SLSFILE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
              "-" WS-RUN-DATETIME(7:2)
              DELIMITED BY SIZE INTO WS-RUN-DATE.

      * commission history: what is still paid on each invoice, and
      * each salesperson's clawback not yet recovered
           OPEN INPUT COMMHIST.
           IF WS-COMMHIST-STATUS = "00"
              PERFORM UNTIL WS-COMMHIST-STATUS = "10"
                 READ COMMHIST
                    AT END MOVE "10" TO WS-COMMHIST-STATUS
                    NOT AT END
                       PERFORM LOAD-HISTORY
                 END-READ
              END-PERFORM
              CLOSE COMMHIST
           END-IF.

           OPEN INPUT ASGNFILE.
           IF WS-ASGNFILE-STATUS NOT = "00"
              DISPLAY "No salesperson assignment file found - "
                             WS-INV-SUB-AMT(WS-INV-TABLE-COUNT)
                          MOVE 'N' TO
                             WS-INV-PAID(WS-INV-TABLE-COUNT)
                          MOVE 'N' TO
                             WS-INV-PRIOR(WS-INV-TABLE-COUNT)
                          MOVE IH-INVOICE TO WS-CH-INV-LOOKUP
                          PERFORM FIND-HISTORY
                          IF WS-CH-FOUND-SUB NOT = ZEROES
                             IF WS-CH-PAID(WS-CH-FOUND-SUB) = 'Y'
                                MOVE 'Y' TO
                                   WS-INV-PRIOR(WS-INV-TABLE-COUNT)
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
                             END-IF
                          END-PERFORM
                       END-IF
                       MOVE ARM-INVOICE TO WS-CH-INV-LOOKUP
                       PERFORM FIND-HISTORY
                       IF WS-CH-FOUND-SUB NOT = ZEROES
                          MOVE ARM-STATUS TO
                             WS-CH-AR-STATUS(WS-CH-FOUND-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARMAST
           END-IF.

           OPEN EXTEND COMMHIST.
           IF WS-COMMHIST-STATUS = "35"
              OPEN OUTPUT COMMHIST
           END-IF.
           OPEN OUTPUT STMTFILE.
           PERFORM VARYING WS-SLS-SUB FROM 1 BY 1
              UNTIL WS-SLS-SUB > WS-SLS-TABLE-COUNT
              PERFORM PRINT-STATEMENT
           END-PERFORM.
           CLOSE STMTFILE.
           CLOSE COMMHIST.

           OPEN OUTPUT PAYFILE.
           PERFORM VARYING WS-SLS-SUB FROM 1 BY 1
              UNTIL WS-SLS-SUB > WS-SLS-TABLE-COUNT
              IF WS-SLS-PAYABLE(WS-SLS-SUB) > ZEROES
                 MOVE SPACES TO PAY-SUM-REC
                 MOVE WS-SLS-CODE(WS-SLS-SUB) TO PS-SLS-CODE
                 MOVE WS-SLS-NAME(WS-SLS-SUB) TO PS-SLS-NAME
                 MOVE WS-SLS-PAYABLE(WS-SLS-SUB) TO PS-AMT
                 WRITE PAY-SUM-REC
              END-IF
           END-PERFORM.
           MOVE WS-STMT-COUNT TO WS-COUNT-EDIT.
           DISPLAY "COMMCALC produced " WS-COUNT-EDIT
              " commission statement(s).".
           IF WS-CLAW-COUNT NOT = ZEROES
              MOVE WS-CLAW-COUNT TO WS-COUNT-EDIT
              DISPLAY "COMMCALC clawed back commission on "
                 WS-COUNT-EDIT " invoice(s)."
           END-IF.

           STOP RUN.

                 MOVE WS-INV-SUB-AMT(WS-INV-SUB) TO WS-AMT-EDIT-2
                 MOVE SPACES TO STMT-REC
                 IF WS-INV-PAID(WS-INV-SUB) = 'Y'
                    IF WS-INV-PRIOR(WS-INV-SUB) = 'Y'
                       STRING "  invoice " WS-INV-NUM(WS-INV-SUB)
                          " net " WS-AMT-EDIT-2
                          " paid in an earlier run"
                          DELIMITED BY SIZE INTO STMT-REC
                    ELSE
                       ADD WS-COMM-AMT TO
                          WS-SLS-EARNED(WS-SLS-SUB)
                       STRING "  invoice " WS-INV-NUM(WS-INV-SUB)
                          " net " WS-AMT-EDIT-2
                          " commission " WS-AMT-EDIT
                          DELIMITED BY SIZE INTO STMT-REC
                       MOVE SPACES TO CH-REC
                       MOVE WS-INV-NUM(WS-INV-SUB) TO CH-INVOICE
                       MOVE WS-SLS-CODE(WS-SLS-SUB) TO CH-SLS-CODE
                       MOVE "P" TO CH-TYPE
                       MOVE WS-INV-SUB-AMT(WS-INV-SUB) TO CH-BASE
                       MOVE WS-SLS-RATE(WS-SLS-SUB) TO CH-RATE
                       MOVE WS-COMM-AMT TO CH-AMT
                       MOVE WS-RUN-DATE TO CH-DATE
                       WRITE CH-REC
                    END-IF
                 ELSE
                    ADD WS-COMM-AMT TO WS-SLS-HELD(WS-SLS-SUB)
                    STRING "  invoice " WS-INV-NUM(WS-INV-SUB)
                 WRITE STMT-REC
              END-IF
           END-PERFORM.
      * clawbacks: invoices this salesperson was paid on that the AR
      * master now shows reopened or written off
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
              UNTIL WS-CH-SUB > WS-CH-TABLE-COUNT
              IF WS-CH-SLS(WS-CH-SUB) = WS-SLS-CODE(WS-SLS-SUB) AND
                 WS-CH-PAID(WS-CH-SUB) = 'Y' AND
                 (WS-CH-AR-STATUS(WS-CH-SUB) = 'O' OR
                  WS-CH-AR-STATUS(WS-CH-SUB) = 'W')
                 MOVE 'N' TO WS-CH-PAID(WS-CH-SUB)
                 ADD 1 TO WS-CLAW-COUNT
                 ADD WS-CH-AMT(WS-CH-SUB) TO
                    WS-SLS-CLAWED(WS-SLS-SUB)
                 MOVE SPACES TO CH-REC
                 MOVE WS-CH-INVOICE(WS-CH-SUB) TO CH-INVOICE
                 MOVE WS-CH-SLS(WS-CH-SUB) TO CH-SLS-CODE
                 MOVE "C" TO CH-TYPE
                 MOVE WS-CH-BASE(WS-CH-SUB) TO CH-BASE
                 MOVE WS-CH-RATE(WS-CH-SUB) TO CH-RATE
                 MOVE WS-CH-AMT(WS-CH-SUB) TO CH-AMT
                 MOVE WS-RUN-DATE TO CH-DATE
                 MOVE WS-CH-AMT(WS-CH-SUB) TO WS-AMT-EDIT
                 MOVE WS-CH-RATE(WS-CH-SUB) TO WS-RATE-EDIT
                 MOVE SPACES TO STMT-REC
                 IF WS-CH-AR-STATUS(WS-CH-SUB) = 'W'
                    MOVE "W" TO CH-REASON
                    STRING "  invoice " WS-CH-INVOICE(WS-CH-SUB)
                       " CLAWBACK written off " WS-AMT-EDIT
                       " at " WS-RATE-EDIT
                       DELIMITED BY SIZE INTO STMT-REC
                 ELSE
                    MOVE "R" TO CH-REASON
                    STRING "  invoice " WS-CH-INVOICE(WS-CH-SUB)
                       " CLAWBACK reversed    " WS-AMT-EDIT
                       " at " WS-RATE-EDIT
                       DELIMITED BY SIZE INTO STMT-REC
                 END-IF
                 WRITE CH-REC
                 WRITE STMT-REC
              END-IF
           END-PERFORM.
      * net what is owed back against this period's earnings and
      * carry the rest forward
           ADD WS-SLS-CLAWED(WS-SLS-SUB) TO WS-SLS-OWED(WS-SLS-SUB).
           IF WS-SLS-OWED(WS-SLS-SUB) > ZEROES AND
              WS-SLS-EARNED(WS-SLS-SUB) > ZEROES
              IF WS-SLS-OWED(WS-SLS-SUB) < WS-SLS-EARNED(WS-SLS-SUB)
                 MOVE WS-SLS-OWED(WS-SLS-SUB) TO
                    WS-SLS-RECOVERED(WS-SLS-SUB)
              ELSE
                 MOVE WS-SLS-EARNED(WS-SLS-SUB) TO
                    WS-SLS-RECOVERED(WS-SLS-SUB)
              END-IF
              SUBTRACT WS-SLS-RECOVERED(WS-SLS-SUB) FROM
                 WS-SLS-OWED(WS-SLS-SUB)
              MOVE SPACES TO CH-REC
              MOVE ZEROES TO CH-INVOICE CH-BASE CH-RATE
              MOVE WS-SLS-CODE(WS-SLS-SUB) TO CH-SLS-CODE
              MOVE "N" TO CH-TYPE
              MOVE WS-SLS-RECOVERED(WS-SLS-SUB) TO CH-AMT
              MOVE WS-RUN-DATE TO CH-DATE
              WRITE CH-REC
           END-IF.
           COMPUTE WS-SLS-PAYABLE(WS-SLS-SUB) =
              WS-SLS-EARNED(WS-SLS-SUB) -
              WS-SLS-RECOVERED(WS-SLS-SUB).
           IF WS-SLS-RECOVERED(WS-SLS-SUB) NOT = ZEROES OR
              WS-SLS-OWED(WS-SLS-SUB) NOT = ZEROES
              MOVE WS-SLS-EARNED(WS-SLS-SUB) TO WS-AMT-EDIT
              MOVE WS-SLS-RECOVERED(WS-SLS-SUB) TO WS-AMT-EDIT-2
              MOVE SPACES TO STMT-REC
              STRING "  EARNED  " WS-AMT-EDIT
                 "  CLAWED BACK " WS-AMT-EDIT-2
                 DELIMITED BY SIZE INTO STMT-REC
              WRITE STMT-REC
           END-IF.
           MOVE WS-SLS-PAYABLE(WS-SLS-SUB) TO WS-AMT-EDIT.
           MOVE WS-SLS-HELD(WS-SLS-SUB) TO WS-AMT-EDIT-2.
           MOVE SPACES TO STMT-REC.
           STRING "  PAYABLE " WS-AMT-EDIT
              "  HELD " WS-AMT-EDIT-2
              DELIMITED BY SIZE INTO STMT-REC.
           WRITE STMT-REC.
           IF WS-SLS-OWED(WS-SLS-SUB) NOT = ZEROES
              MOVE WS-SLS-OWED(WS-SLS-SUB) TO WS-AMT-EDIT
              MOVE SPACES TO STMT-REC
              STRING "  UNRECOVERED CLAWBACK CARRIED FORWARD "
                 WS-AMT-EDIT
                 DELIMITED BY SIZE INTO STMT-REC
              WRITE STMT-REC
           END-IF.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.

      * one commission history row: 'P' records what was paid on
      * the invoice, 'C' takes it back, 'N' pays a clawback down
       LOAD-HISTORY.
           MOVE CH-SLS-CODE TO WS-CUR-SLS.
           PERFORM FIND-SLS.
           IF CH-TYPE = 'N'
              IF WS-SLS-FOUND-SUB NOT = ZEROES
                 SUBTRACT CH-AMT FROM WS-SLS-OWED(WS-SLS-FOUND-SUB)
              END-IF
           ELSE
              MOVE CH-INVOICE TO WS-CH-INV-LOOKUP
              PERFORM FIND-HISTORY
              IF WS-CH-FOUND-SUB = ZEROES
                 IF WS-CH-TABLE-COUNT = WS-CH-TABLE-COUNT-MAX
                    DISPLAY "COMMHIST has more invoices than "
                       "COMMCALC can hold - aborting run."
                    MOVE 16 TO RETURN-CODE
                    CLOSE COMMHIST
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CH-TABLE-COUNT
                 MOVE WS-CH-TABLE-COUNT TO WS-CH-FOUND-SUB
                 MOVE CH-INVOICE TO WS-CH-INVOICE(WS-CH-FOUND-SUB)
                 MOVE SPACE TO WS-CH-AR-STATUS(WS-CH-FOUND-SUB)
              END-IF
              IF CH-TYPE = 'C'
                 MOVE 'N' TO WS-CH-PAID(WS-CH-FOUND-SUB)
                 IF WS-SLS-FOUND-SUB NOT = ZEROES
                    ADD CH-AMT TO WS-SLS-OWED(WS-SLS-FOUND-SUB)
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-CH-PAID(WS-CH-FOUND-SUB)
                 MOVE CH-SLS-CODE TO WS-CH-SLS(WS-CH-FOUND-SUB)
                 MOVE CH-BASE TO WS-CH-BASE(WS-CH-FOUND-SUB)
                 MOVE CH-RATE TO WS-CH-RATE(WS-CH-FOUND-SUB)
                 MOVE CH-AMT TO WS-CH-AMT(WS-CH-FOUND-SUB)
              END-IF
           END-IF.

       FIND-HISTORY.
           MOVE ZEROES TO WS-CH-FOUND-SUB.
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
              UNTIL WS-CH-SUB > WS-CH-TABLE-COUNT
              IF WS-CH-INVOICE(WS-CH-SUB) = WS-CH-INV-LOOKUP
                 MOVE WS-CH-SUB TO WS-CH-FOUND-SUB
              END-IF
           END-PERFORM.

       FIND-SLS.
           MOVE ZEROES TO WS-SLS-FOUND-SUB.
           PERFORM VARYING WS-SLS-SUB FROM 1 BY 1
              UNTIL WS-SLS-SUB > WS-SLS-TABLE-COUNT
              IF WS-SLS-CODE(WS-SLS-SUB) = WS-CUR-SLS
                 MOVE WS-SLS-SUB TO WS-SLS-FOUND-SUB
              END-IF
           END-PERFORM.
