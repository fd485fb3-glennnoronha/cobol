      * TUIBRIDGE bills students under their BID as the customer
      * id. manually placed holds with reason codes come in on
      * MANHOLD and pass through. ENPROC reads the HOLDOUT file and
      * rejects ADD transactions for held students. a student on
      * a PAYPLAN installment plan is only held for an installment
      * that is past due, or for everything once the plan is in
      * default; installments not yet due do not count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MANFILE-STATUS.
           SELECT PLANFILE ASSIGN TO PAYPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLANFILE-STATUS.
           SELECT HOLDOUT ASSIGN TO HOLDOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05 MAN-REASON PIC X(30).
           05 MAN-BLANKS PIC X(44).

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

       FD HOLDOUT.
       01 DATA-HOLD.
           05 HOLD-BID PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-MANFILE-STATUS PIC XX.
       01 WS-PLANFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-HOLD-TABLE-COUNT PIC 9(4) VALUE ZEROES.
               10 WS-HOLD-REASON PIC X(30).
               10 WS-HOLD-AMT PIC 9(9)V99.
       01 WS-HOLD-SUB PIC 9(4).

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC X(10).

       01 WS-PLAN-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PLAN-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 2000 TIMES.
               10 WS-PLAN-INVOICE PIC 9(6).
               10 WS-PLAN-STATUS PIC X(1).
       01 WS-PLAN-SUB PIC 9(4).
       01 WS-HOLD-ITEM PIC A.
       01 WS-ITEM-REASON PIC X(30).
       01 WS-HOLD-FOUND-SUB PIC 9(4).
       01 WS-AMT-EDIT PIC $$,$$$,$$9.99.
       01 WS-HOLD-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2) "-"
              WS-RUN-DATETIME(7:2)
              DELIMITED BY SIZE INTO WS-RUN-DATE.

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
                             "than HOLDGEN can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE PLANFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PLAN-TABLE-COUNT
                       MOVE PI-INVOICE TO
                          WS-PLAN-INVOICE(WS-PLAN-TABLE-COUNT)
                       MOVE PI-STATUS TO
                          WS-PLAN-STATUS(WS-PLAN-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PLANFILE
           END-IF.

           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS = "35"
              DISPLAY "No AR master found - only manual holds will "
                 READ ARMAST
                    AT END MOVE "10" TO WS-ARMAST-STATUS
                    NOT AT END
                       MOVE 'N' TO WS-HOLD-ITEM
                       MOVE "UNPAID TUITION BALANCE" TO WS-ITEM-REASON
                       IF ARM-OPEN > ZERO
                          MOVE 'Y' TO WS-HOLD-ITEM
                          PERFORM CHECK-PLAN-ITEM
                       END-IF
                       IF WS-HOLD-ITEM = 'Y'
                          MOVE ZEROES TO WS-HOLD-FOUND-SUB
                          PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                             UNTIL WS-HOLD-SUB > WS-HOLD-TABLE-COUNT
                                WS-HOLD-FOUND-SUB
                             MOVE ARM-CUST-ID TO
                                WS-HOLD-BID(WS-HOLD-FOUND-SUB)
                             MOVE WS-ITEM-REASON TO
                                WS-HOLD-REASON(WS-HOLD-FOUND-SUB)
                             MOVE ZEROES TO
                                WS-HOLD-AMT(WS-HOLD-FOUND-SUB)
           DISPLAY "HOLDGEN placed " WS-HOLD-COUNT-EDIT " hold(s).".

           STOP RUN.

      * an installment on a payment plan that is on track or only
      * late is held only once its own due date has passed; every
      * open installment of a defaulted plan is held
       CHECK-PLAN-ITEM.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
              UNTIL WS-PLAN-SUB > WS-PLAN-TABLE-COUNT
              IF WS-PLAN-INVOICE(WS-PLAN-SUB) = ARM-INVOICE
                 EVALUATE TRUE
                    WHEN WS-PLAN-STATUS(WS-PLAN-SUB) = "D"
                       MOVE "PAYMENT PLAN IN DEFAULT" TO
                          WS-ITEM-REASON
                    WHEN ARM-DUE-DATE < WS-RUN-DATE
                       MOVE "MISSED PLAN INSTALLMENT" TO
                          WS-ITEM-REASON
                    WHEN OTHER
                       MOVE 'N' TO WS-HOLD-ITEM
                 END-EVALUATE
              END-IF
           END-PERFORM.
