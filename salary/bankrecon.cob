      * four buckets - paid as sent, paid for the wrong amount,
      * sent but unpaid, paid but never sent - with control totals
      * for both sides so the difference is always explainable.
      * checks voided or stopped by CHKVOID come through POSPAY as
      * void records: a voided check is not counted as sent, is
      * listed as voided rather than unpaid when it never clears,
      * and is a discrepancy if the bank paid it anyway.
      * checks still unpaid at the end of the run are carried on the
      * outstanding check file, so a check that clears in a later
      * cycle matches instead of showing as never sent, and ESCHEAT
      * can find checks that never clear. checks ESCHEAT has
      * remitted as unclaimed property carry its 'R' flag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.
           SELECT OUTCHK ASSIGN TO OUTCHK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUTCHK-STATUS.
           SELECT OUTCHKO ASSIGN TO OUTCHKO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05 PP-CHECK-DATE PIC X(10).
           05 PP-PAYEE PIC X(25).
           05 PP-AMT PIC 9(9)V99.
           05 PP-VOID-IND PIC X(1).
           05 PP-BLANKS PIC X(24).

       FD OUTCHK.
       01 DATA-OUTCHK.
           05 OC-CHECK-NUM PIC 9(9).
           05 OC-CHECK-DATE PIC X(10).
           05 OC-PAYEE PIC X(25).
           05 OC-AMT PIC 9(9)V99.
           05 OC-ESCHEAT PIC X(1).
           05 OC-BLANKS PIC X(24).

       FD OUTCHKO.
       01 DATA-OUTCHKO.
           05 OCO-CHECK-NUM PIC 9(9).
           05 OCO-CHECK-DATE PIC X(10).
           05 OCO-PAYEE PIC X(25).
           05 OCO-AMT PIC 9(9)V99.
           05 OCO-ESCHEAT PIC X(1).
           05 OCO-BLANKS PIC X(24).

       FD RPTFILE.
       01 RPT-REC PIC X(80).
       01 WS-STMTFILE-STATUS PIC XX.
       01 WS-ACHFILE-STATUS PIC XX.
       01 WS-POSPAY-STATUS PIC XX.
       01 WS-OUTCHK-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-ACH-TABLE-COUNT PIC 9(4) VALUE ZEROES.
               10 WS-CHK-NUM PIC 9(9).
               10 WS-CHK-AMT PIC 9(9)V99.
               10 WS-CHK-MATCHED PIC A.
               10 WS-CHK-VOID PIC A.
               10 WS-CHK-PRIOR PIC A.
               10 WS-CHK-DATE PIC X(10).
               10 WS-CHK-PAYEE PIC X(25).
               10 WS-CHK-ESCHEAT PIC X(1).
       01 WS-CHK-SUB PIC 9(4).
       01 WS-CHK-FOUND-SUB PIC 9(4).

       01 WS-WRONG-AMT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-UNPAID-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-NEVER-SENT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-VOIDED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PAID-VOID-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PRIOR-CLEARED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PRIOR-OUT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REMITTED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PAID-REMIT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CARRIED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT PIC $$,$$$,$$9.99.
       01 WS-TOTAL-EDIT PIC $$$,$$$,$$$,$$9.99.
              CLOSE ACHFILE
           END-IF.

      * checks left unpaid by earlier runs
           OPEN INPUT OUTCHK.
           IF WS-OUTCHK-STATUS = "00"
              PERFORM UNTIL WS-OUTCHK-STATUS = "10"
                 READ OUTCHK
                    AT END MOVE "10" TO WS-OUTCHK-STATUS
                    NOT AT END
                       IF WS-CHK-TABLE-COUNT = WS-CHK-TABLE-COUNT-MAX
                          DISPLAY "OUTCHK has more checks than "
                             "BANKRECON can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE OUTCHK STMTFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CHK-TABLE-COUNT
                       MOVE OC-CHECK-NUM TO
                          WS-CHK-NUM(WS-CHK-TABLE-COUNT)
                       MOVE OC-AMT TO
                          WS-CHK-AMT(WS-CHK-TABLE-COUNT)
                       MOVE OC-CHECK-DATE TO
                          WS-CHK-DATE(WS-CHK-TABLE-COUNT)
                       MOVE OC-PAYEE TO
                          WS-CHK-PAYEE(WS-CHK-TABLE-COUNT)
                       MOVE OC-ESCHEAT TO
                          WS-CHK-ESCHEAT(WS-CHK-TABLE-COUNT)
                       MOVE 'N' TO
                          WS-CHK-MATCHED(WS-CHK-TABLE-COUNT)
                          WS-CHK-VOID(WS-CHK-TABLE-COUNT)
                       MOVE 'Y' TO
                          WS-CHK-PRIOR(WS-CHK-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE OUTCHK
           END-IF.

           OPEN INPUT POSPAY.
           IF WS-POSPAY-STATUS = "35"
              DISPLAY "No positive-pay issue file found for this "
                 READ POSPAY
                    AT END MOVE "10" TO WS-POSPAY-STATUS
                    NOT AT END
                       MOVE ZEROES TO WS-CHK-FOUND-SUB
                       IF PP-VOID-IND = 'V' OR PP-VOID-IND = 'S'
                          PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                             UNTIL WS-CHK-SUB > WS-CHK-TABLE-COUNT
                             IF WS-CHK-NUM(WS-CHK-SUB) = PP-CHECK-NUM
                                MOVE WS-CHK-SUB TO WS-CHK-FOUND-SUB
                             END-IF
                          END-PERFORM
                       END-IF
                       IF WS-CHK-FOUND-SUB NOT = ZEROES
      * void of a check issued this same cycle - take it back out
      * of the sent totals; an outstanding check from an earlier
      * cycle was never in them
                          IF WS-CHK-VOID(WS-CHK-FOUND-SUB) = 'N'
                             MOVE 'Y' TO WS-CHK-VOID(WS-CHK-FOUND-SUB)
                             IF WS-CHK-PRIOR(WS-CHK-FOUND-SUB) = 'N'
                                SUBTRACT 1 FROM WS-SENT-COUNT
                                SUBTRACT WS-CHK-AMT(WS-CHK-FOUND-SUB)
                                   FROM WS-SENT-TOTAL
                             END-IF
                          END-IF
                       ELSE
                       IF WS-CHK-TABLE-COUNT = WS-CHK-TABLE-COUNT-MAX
                          DISPLAY "POSPAY has more checks than "
                             "BANKRECON can hold - aborting run."
                          WS-CHK-AMT(WS-CHK-TABLE-COUNT)
                       MOVE 'N' TO
                          WS-CHK-MATCHED(WS-CHK-TABLE-COUNT)
                          WS-CHK-PRIOR(WS-CHK-TABLE-COUNT)
                       MOVE PP-CHECK-DATE TO
                          WS-CHK-DATE(WS-CHK-TABLE-COUNT)
                       MOVE PP-PAYEE TO
                          WS-CHK-PAYEE(WS-CHK-TABLE-COUNT)
                       MOVE SPACE TO
                          WS-CHK-ESCHEAT(WS-CHK-TABLE-COUNT)
                       IF PP-VOID-IND = 'V' OR PP-VOID-IND = 'S'
                          MOVE 'Y' TO
                             WS-CHK-VOID(WS-CHK-TABLE-COUNT)
                       ELSE
                          MOVE 'N' TO
                             WS-CHK-VOID(WS-CHK-TABLE-COUNT)
                          ADD 1 TO WS-SENT-COUNT
                          ADD PP-AMT TO WS-SENT-TOTAL
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSPAY
                       ELSE
                          MOVE 'Y' TO
                             WS-CHK-MATCHED(WS-CHK-FOUND-SUB)
                          IF WS-CHK-VOID(WS-CHK-FOUND-SUB) = 'Y'
                             ADD 1 TO WS-PAID-VOID-COUNT
                             MOVE STM-AMT TO WS-AMT-EDIT
                             MOVE SPACES TO RPT-REC
                             STRING "  check " WS-CHK-NUM-EDIT " "
                                WS-AMT-EDIT " PAID AFTER VOID"
                                DELIMITED BY SIZE INTO RPT-REC
                             WRITE RPT-REC
                          ELSE
                          IF WS-CHK-AMT(WS-CHK-FOUND-SUB) = STM-AMT
                             ADD 1 TO WS-AS-SENT-COUNT
                             IF WS-CHK-PRIOR(WS-CHK-FOUND-SUB) = 'Y'
                                ADD 1 TO WS-PRIOR-CLEARED-COUNT
                             END-IF
                             IF WS-CHK-ESCHEAT(WS-CHK-FOUND-SUB) = 'R'
                                ADD 1 TO WS-PAID-REMIT-COUNT
                                MOVE STM-AMT TO WS-AMT-EDIT
                                MOVE SPACES TO RPT-REC
                                STRING "  check " WS-CHK-NUM-EDIT " "
                                   WS-AMT-EDIT " PAID AFTER REMITTED"
                                   " AS UNCLAIMED"
                                   DELIMITED BY SIZE INTO RPT-REC
                                WRITE RPT-REC
                             END-IF
                          ELSE
                             ADD 1 TO WS-WRONG-AMT-COUNT
                             MOVE STM-AMT TO WS-AMT-EDIT
                                DELIMITED BY SIZE INTO RPT-REC
                             WRITE RPT-REC
                          END-IF
                          END-IF
                       END-IF
                    ELSE
                       MOVE SPACES TO RPT-REC
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
              UNTIL WS-CHK-SUB > WS-CHK-TABLE-COUNT
              IF WS-CHK-MATCHED(WS-CHK-SUB) = 'N'
                 MOVE WS-CHK-NUM(WS-CHK-SUB) TO WS-CHK-NUM-EDIT
                 MOVE WS-CHK-AMT(WS-CHK-SUB) TO WS-AMT-EDIT
                 MOVE SPACES TO RPT-REC
                 IF WS-CHK-VOID(WS-CHK-SUB) = 'Y'
                    ADD 1 TO WS-VOIDED-COUNT
                    STRING "  check " WS-CHK-NUM-EDIT " "
                       WS-AMT-EDIT " VOIDED"
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 ELSE
                 IF WS-CHK-ESCHEAT(WS-CHK-SUB) = 'R'
                    ADD 1 TO WS-REMITTED-COUNT
                 ELSE
                 IF WS-CHK-PRIOR(WS-CHK-SUB) = 'Y'
                    ADD 1 TO WS-PRIOR-OUT-COUNT
                    STRING "  check " WS-CHK-NUM-EDIT " "
                       WS-AMT-EDIT " OUTSTANDING SINCE "
                       WS-CHK-DATE(WS-CHK-SUB)
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 ELSE
                    ADD 1 TO WS-UNPAID-COUNT
                    STRING "  check " WS-CHK-NUM-EDIT " "
                       WS-AMT-EDIT " SENT BUT UNPAID"
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * every check not paid or voided goes forward to the next run
           OPEN OUTPUT OUTCHKO.
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
              UNTIL WS-CHK-SUB > WS-CHK-TABLE-COUNT
              IF WS-CHK-MATCHED(WS-CHK-SUB) = 'N' AND
                 WS-CHK-VOID(WS-CHK-SUB) = 'N'
                 ADD 1 TO WS-CARRIED-COUNT
                 MOVE SPACES TO DATA-OUTCHKO
                 MOVE WS-CHK-NUM(WS-CHK-SUB) TO OCO-CHECK-NUM
                 MOVE WS-CHK-DATE(WS-CHK-SUB) TO OCO-CHECK-DATE
                 MOVE WS-CHK-PAYEE(WS-CHK-SUB) TO OCO-PAYEE
                 MOVE WS-CHK-AMT(WS-CHK-SUB) TO OCO-AMT
                 MOVE WS-CHK-ESCHEAT(WS-CHK-SUB) TO OCO-ESCHEAT
                 WRITE DATA-OUTCHKO
              END-IF
           END-PERFORM.
           CLOSE OUTCHKO.

           MOVE WS-SENT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-SENT-TOTAL TO WS-TOTAL-EDIT.
           STRING "Paid but never sent " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-VOIDED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Voided, not presented " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-PAID-VOID-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Paid after void " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-PRIOR-CLEARED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Earlier checks cleared " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-PRIOR-OUT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Earlier checks still outstanding " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-REMITTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Remitted as unclaimed property " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Carried to outstanding check file "
              WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           IF WS-WRONG-AMT-COUNT = ZEROES AND
              WS-NEVER-SENT-COUNT = ZEROES AND
              WS-PAID-VOID-COUNT = ZEROES AND
              WS-PAID-REMIT-COUNT = ZEROES
              DISPLAY "BANKRECON: statement reconciles to the items "
                 "sent."
           ELSE
