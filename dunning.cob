      * before collections - listing their overdue invoices and the
      * total. the notice level and date reached per invoice are
      * carried on the dunning master so the next run escalates
      * instead of repeating the same letter. a student's bill
      * placed on a PAYPLAN installment plan carries nothing open
      * itself; only its installments are chased, each from the day
      * after its own due date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DUNFILE-STATUS.
           SELECT PLANFILE ASSIGN TO PAYPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLANFILE-STATUS.
           SELECT NOTICES ASSIGN TO NOTICES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05 ARM-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-STATUS PIC X(1).
           05 ARM-DUE-DATE PIC X(10).
      * ARDISP dispute flag - D in dispute, C settled by credit memo
           05 ARM-DISP-FLAG PIC X(1).
           05 FILLER PIC X(22).

       FD DUNFILE.
       01 DATA-DUN.
           05 DUN-DATE PIC X(10).
           05 DUN-BLANKS PIC X(63).

       FD PLANFILE.
       01 DATA-PLAN.
           05 PI-CUST-ID PIC 9(6).
           05 PI-ORIG-INVOICE PIC 9(6).
           05 PI-INST-NO PIC 9(2).
           05 PI-INST-COUNT PIC 9(2).
           05 PI-INVOICE PIC 9(6).
           05 PI-DUE-DATE PIC X(10).
           05 PI-AMT PIC 9(7)V99.
           05 PI-STATUS PIC X(1).
           05 PI-ENROLL-DATE PIC X(10).
           05 PI-BLANKS PIC X(28).

       FD NOTICES.
       01 NOTICE-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-DUNFILE-STATUS PIC XX.
       01 WS-PLANFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-DUN-SUB PIC 9(4).
       01 WS-DUN-FOUND-SUB PIC 9(4).

       01 WS-PLAN-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PLAN-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 2000 TIMES.
               10 WS-PLAN-INVOICE PIC 9(6).
       01 WS-PLAN-SUB PIC 9(4).

       01 WS-BAND-LEVEL PIC 9(1) VALUE ZERO.
       01 WS-PRIOR-LEVEL PIC 9(1) VALUE ZERO.
       01 WS-CUST-LEVEL PIC 9(1) VALUE ZERO.
              CLOSE DUNFILE
           END-IF.

           OPEN INPUT PLANFILE.
           IF WS-PLANFILE-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM UNTIL WS-PLANFILE-STATUS = "10"
                 READ PLANFILE
                    AT END MOVE "10" TO WS-PLANFILE-STATUS
                    NOT AT END
                       IF WS-PLAN-TABLE-COUNT =
                          WS-PLAN-TABLE-COUNT-MAX
                          DISPLAY "PAYPMAST has more installments "
                             "than DUNNING can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE PLANFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PLAN-TABLE-COUNT
                       MOVE PI-INVOICE TO
                          WS-PLAN-INVOICE(WS-PLAN-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PLANFILE
           END-IF.

           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS NOT = "00"
              DISPLAY "No AR master found - nothing to dun."
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ARM-OPEN > ZERO AND
                       ARM-DISP-FLAG NOT = 'D' AND
                       ARM-DISP-FLAG NOT = 'C' AND
                       ARM-DUE-DATE(1:4) IS NUMERIC
                       MOVE ZEROES TO WS-DUE-DATE-NUM
                       MOVE ARM-DUE-DATE(1:4) TO
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
      * a missed plan installment gets a reminder straight away
                       IF WS-BAND-LEVEL = ZERO AND WS-AGE-DAYS > ZERO
                          PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                             UNTIL WS-PLAN-SUB > WS-PLAN-TABLE-COUNT
                             IF WS-PLAN-INVOICE(WS-PLAN-SUB) =
                                ARM-INVOICE
                                MOVE 1 TO WS-BAND-LEVEL
                             END-IF
                          END-PERFORM
                       END-IF
                       IF WS-BAND-LEVEL > ZERO
                          IF WS-AR-TABLE-COUNT = WS-AR-TABLE-COUNT-MAX
                             DISPLAY "AR master has more overdue "
