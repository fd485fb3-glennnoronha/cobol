       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPLAN.

      * tuition installment payment plans. each enrollment on the
      * plan file splits the open balance of a student's bill into
      * installments that become their own open items on the AR
      * master, each with its own due date (invoice numbers drawn
      * from the shared INVOICE sequence). the original bill is left
      * on the master with a zero open amount and status S so it is
      * no longer aged. an optional plan fee is billed as one more
      * open item due with the first installment and posted to the
      * GL journal. every run then re-rates every plan from the AR
      * master - on track, late (an installment missed) or defaulted
      * (two missed, or one missed longer than the default days) -
      * carries the installments and status forward on the plan
      * master for HOLDGEN and DUNNING, and prints the plan status
      * report. plans found fully paid on an earlier run drop off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT PLANIN ASSIGN TO PLANIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLANIN-STATUS.
           SELECT PLANMAST ASSIGN TO PAYPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLANMAST-STATUS.
           SELECT PLANNEW ASSIGN TO PAYPNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT ARMAST ASSIGN TO ARMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT ARMASTO ASSIGN TO ARMASTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT INVHIST ASSIGN TO INVHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IH-KEY
           FILE STATUS IS WS-INVHIST-STATUS.
           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-DEFAULT-DAYS PIC 9(3).
           05 PARM-BLANKS PIC X(77).

       FD PLANIN.
       01 DATA-ENROLL.
           05 PE-CUST-ID PIC 9(6).
           05 PE-INVOICE PIC 9(6).
           05 PE-COUNT PIC 9(2).
           05 PE-FIRST-DUE PIC X(10).
           05 PE-INTERVAL PIC 9(3).
           05 PE-FEE PIC 9(5)V99.
           05 PE-BLANKS PIC X(46).

       FD PLANMAST.
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

       FD PLANNEW.
       01 DATA-PLANNEW.
           05 PN-CUST-ID PIC 9(6).
           05 PN-ORIG-INVOICE PIC 9(6).
           05 PN-INST-NO PIC 9(2).
           05 PN-INST-COUNT PIC 9(2).
           05 PN-INVOICE PIC 9(6).
           05 PN-DUE-DATE PIC X(10).
           05 PN-AMT PIC 9(7)V99.
           05 PN-STATUS PIC X(1).
           05 PN-ENROLL-DATE PIC X(10).
           05 PN-BLANKS PIC X(28).

       FD ARMAST.
       01 ARM-REC.
           05 ARM-INVOICE PIC 9(6).
           05 ARM-CUST-ID PIC 9(6).
           05 ARM-DATE PIC X(10).
           05 ARM-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-STATUS PIC X(1).
           05 ARM-DUE-DATE PIC X(10).
           05 FILLER PIC X(23).

       FD ARMASTO.
       01 ARO-REC.
           05 ARO-INVOICE PIC 9(6).
           05 ARO-CUST-ID PIC 9(6).
           05 ARO-DATE PIC X(10).
           05 ARO-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARO-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARO-STATUS PIC X(1).
           05 ARO-DUE-DATE PIC X(10).
           05 FILLER PIC X(23).

       FD INVHIST.
       01 IH-REC.
           05 IH-KEY.
               10 IH-INVOICE PIC 9(6).
               10 IH-LINE-NO PIC 9(3).
           05 IH-TYPE PIC X(1).
           05 IH-DATA PIC X(90).
           05 IH-HDR REDEFINES IH-DATA.
               10 IH-CUST-ID PIC 9(6).
               10 IH-CUST-NAME PIC X(30).
               10 IH-DATE PIC X(10).
               10 IH-SUB PIC S9(9)V99 SIGN LEADING SEPARATE.
               10 IH-TAX PIC S9(9)V99 SIGN LEADING SEPARATE.
               10 IH-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
               10 FILLER PIC X(8).
           05 IH-LINE REDEFINES IH-DATA.
               10 IH-LI-DESC PIC X(32).
               10 IH-LI-QUANT PIC 9(8).
               10 IH-LI-PRICE PIC 9(7)V99.
               10 IH-LI-AMT PIC S9(8)V99 SIGN LEADING SEPARATE.
               10 IH-LI-TYPE PIC X(1).
               10 IH-LI-ORIG PIC 9(6).
               10 IH-LI-ITEM PIC 9(5).
               10 FILLER PIC X(18).

       FD GLFILE.
       01 GL-REC.
           05 GL-SOURCE PIC X(8).
           05 GL-RUN-SEQ PIC 9(9).
           05 GL-ACCOUNT PIC X(20).
           05 GL-DC PIC X(1).
           05 GL-AMT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 GL-DESC PIC X(25).
           05 FILLER PIC X(3).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-PLANIN-STATUS PIC XX.
       01 WS-PLANMAST-STATUS PIC XX.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-INVHIST-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC X(2).
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-RUN-DAYS PIC 9(7).
       01 WS-DUE-DATE-NUM PIC 9(8).
       01 WS-DUE-DAYS PIC 9(7).
       01 WS-FIRST-DUE-DAYS PIC 9(7).
       01 WS-LATE-DAYS PIC S9(7).
       01 WS-NEW-DUE-INT PIC 9(7).
       01 WS-NEW-DUE-NUM PIC 9(8).
       01 WS-NEW-DUE-NUM-X REDEFINES WS-NEW-DUE-NUM PIC X(8).
       01 WS-NEW-DUE-DATE.
           05 WS-NDUE-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-NDUE-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-NDUE-DD PIC X(2).

       01 WS-DEFAULT-DAYS PIC 9(3) VALUE 60.
       01 WS-INTERVAL PIC 9(3) VALUE 30.

       01 WS-AR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-AR-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 2000 TIMES.
               10 WS-AR-REC PIC X(80).
       01 WS-AR-SUB PIC 9(4).
       01 WS-AR-FOUND-SUB PIC 9(4).
       01 WS-AR-FIND-INVOICE PIC 9(6).
       01 WS-AR-WORK.
           05 WS-ARW-INVOICE PIC 9(6).
           05 WS-ARW-CUST-ID PIC 9(6).
           05 WS-ARW-DATE PIC X(10).
           05 WS-ARW-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-ARW-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-ARW-STATUS PIC X(1).
           05 WS-ARW-DUE-DATE PIC X(10).
      * ARDISP dispute flag - D in dispute, C settled by credit memo
           05 WS-ARW-DISP-FLAG PIC X(1).
           05 FILLER PIC X(22).

       01 WS-PI-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PI-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-PI-TABLE.
           05 WS-PI-ENTRY OCCURS 2000 TIMES.
               10 WS-PI-CUST-ID PIC 9(6).
               10 WS-PI-ORIG-INVOICE PIC 9(6).
               10 WS-PI-INST-NO PIC 9(2).
               10 WS-PI-INST-COUNT PIC 9(2).
               10 WS-PI-INVOICE PIC 9(6).
               10 WS-PI-DUE-DATE PIC X(10).
               10 WS-PI-AMT PIC 9(7)V99.
               10 WS-PI-STATUS PIC X(1).
               10 WS-PI-ENROLL-DATE PIC X(10).
               10 WS-PI-PLAN-SUB PIC 9(4).
               10 WS-PI-DONE PIC A.
       01 WS-PI-SUB PIC 9(4).
       01 WS-PI-SUB-2 PIC 9(4).

       01 WS-PS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PS-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-PS-TABLE.
           05 WS-PS-ENTRY OCCURS 1000 TIMES.
               10 WS-PS-CUST-ID PIC 9(6).
               10 WS-PS-ORIG-INVOICE PIC 9(6).
               10 WS-PS-INST-COUNT PIC 9(2).
               10 WS-PS-PAID PIC 9(2).
               10 WS-PS-MISSED PIC 9(2).
               10 WS-PS-OPEN PIC S9(9)V99.
               10 WS-PS-NEXT-DUE PIC X(10).
               10 WS-PS-PRIOR PIC X(1).
               10 WS-PS-STATUS PIC X(1).
       01 WS-PS-SUB PIC 9(4).
       01 WS-MAX-LATE PIC S9(7).

       01 WS-INV-SEQ-NAME PIC X(12) VALUE "INVOICE".
       01 WS-INV-SEQ-NUM PIC 9(9) VALUE ZERO.
       01 WS-INV-RANGE-MAX PIC 9(9) VALUE 999999.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-RANGE-MAX PIC 9(9) VALUE ZEROES.
       01 WS-RUN-SEQ-NAME PIC X(12) VALUE "INVOICE-RUN".

       01 WS-REJECT-REASON PIC X(40).
       01 WS-PLAN-AMT PIC S9(9)V99 VALUE ZEROES.
       01 WS-INST-AMT PIC 9(7)V99 VALUE ZEROES.
       01 WS-LAST-AMT PIC 9(7)V99 VALUE ZEROES.
       01 WS-ITEM-AMT PIC 9(7)V99 VALUE ZEROES.
       01 WS-FEE-AMT PIC 9(5)V99 VALUE ZEROES.
       01 WS-INST-NO PIC 9(2) VALUE ZEROES.
       01 WS-NEW-INVOICE PIC 9(6) VALUE ZEROES.
       01 WS-ITEM-DESC PIC X(32).
       01 WS-SECT-STATUS PIC X(1).
       01 WS-SECT-COUNT PIC 9(6) VALUE ZEROES.

       01 WS-ENROLL-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-FEE-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-TRACK-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-LATE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DEFAULT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DONE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT PIC $$,$$$,$$$,$$9.99.
       01 WS-AMT-EDIT-2 PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-RUN-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-RUN-DD.
           MOVE WS-RUN-DATETIME(1:8) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00" AND
                 PARM-DEFAULT-DAYS IS NUMERIC AND
                 PARM-DEFAULT-DAYS > ZERO
                 MOVE PARM-DEFAULT-DAYS TO WS-DEFAULT-DAYS
              END-IF
              CLOSE PARMFILE
           ELSE
              DISPLAY "No payment plan parameters found - using the "
                 "standard default days."
           END-IF.

           OPEN INPUT PLANMAST.
           IF WS-PLANMAST-STATUS = "35"
              DISPLAY "No payment plan master found - starting a new "
                 "one."
           ELSE
              PERFORM UNTIL WS-PLANMAST-STATUS = "10"
                 READ PLANMAST
                    AT END MOVE "10" TO WS-PLANMAST-STATUS
                    NOT AT END
                       IF WS-PI-TABLE-COUNT = WS-PI-TABLE-COUNT-MAX
                          DISPLAY "Plan master has more installments "
                             "than PAYPLAN can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE PLANMAST
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PI-TABLE-COUNT
                       MOVE PI-CUST-ID TO
                          WS-PI-CUST-ID(WS-PI-TABLE-COUNT)
                       MOVE PI-ORIG-INVOICE TO
                          WS-PI-ORIG-INVOICE(WS-PI-TABLE-COUNT)
                       MOVE PI-INST-NO TO
                          WS-PI-INST-NO(WS-PI-TABLE-COUNT)
                       MOVE PI-INST-COUNT TO
                          WS-PI-INST-COUNT(WS-PI-TABLE-COUNT)
                       MOVE PI-INVOICE TO
                          WS-PI-INVOICE(WS-PI-TABLE-COUNT)
                       MOVE PI-DUE-DATE TO
                          WS-PI-DUE-DATE(WS-PI-TABLE-COUNT)
                       MOVE PI-AMT TO WS-PI-AMT(WS-PI-TABLE-COUNT)
                       MOVE PI-STATUS TO
                          WS-PI-STATUS(WS-PI-TABLE-COUNT)
                       MOVE PI-ENROLL-DATE TO
                          WS-PI-ENROLL-DATE(WS-PI-TABLE-COUNT)
                       MOVE ZEROES TO
                          WS-PI-PLAN-SUB(WS-PI-TABLE-COUNT)
                       MOVE 'N' TO WS-PI-DONE(WS-PI-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PLANMAST
           END-IF.

           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS NOT = "00"
              DISPLAY "No AR master found - no plans can be rated."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ARMAST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-AR-TABLE-COUNT = WS-AR-TABLE-COUNT-MAX
                       DISPLAY "AR master has more items than "
                          "PAYPLAN can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE ARMAST
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-AR-TABLE-COUNT
                    MOVE ARM-REC TO WS-AR-REC(WS-AR-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE ARMAST.

           OPEN I-O INVHIST.
           IF WS-INVHIST-STATUS = "35"
              OPEN OUTPUT INVHIST
              CLOSE INVHIST
              OPEN I-O INVHIST
           END-IF.
           IF WS-INVHIST-STATUS NOT = "00"
              DISPLAY "Invoice history file could not be opened - "
                 "status " WS-INVHIST-STATUS " - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "PAYMENT PLAN STATUS REPORT " WS-RUN-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "NEW ENROLLMENTS"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           OPEN INPUT PLANIN.
           IF WS-PLANIN-STATUS = "35"
              DISPLAY "No payment plan enrollments found."
           ELSE
              PERFORM UNTIL WS-PLANIN-STATUS = "10"
                 READ PLANIN
                    AT END MOVE "10" TO WS-PLANIN-STATUS
                    NOT AT END
                       PERFORM ENROLL-PLAN
                 END-READ
              END-PERFORM
              CLOSE PLANIN
           END-IF.
           CLOSE INVHIST.

      * rate every plan, old and new, against tonight's AR master.
      * an installment still open after its due date is missed; the
      * fee item counts the same as an installment
           PERFORM VARYING WS-PI-SUB FROM 1 BY 1
              UNTIL WS-PI-SUB > WS-PI-TABLE-COUNT
              IF WS-PI-DONE(WS-PI-SUB) = 'N'
                 IF WS-PS-TABLE-COUNT = WS-PS-TABLE-COUNT-MAX
                    DISPLAY "Plan master has more plans than "
                       "PAYPLAN can hold - aborting run."
                    MOVE 16 TO RETURN-CODE
                    CLOSE RPTFILE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-PS-TABLE-COUNT
                 MOVE WS-PI-CUST-ID(WS-PI-SUB) TO
                    WS-PS-CUST-ID(WS-PS-TABLE-COUNT)
                 MOVE WS-PI-ORIG-INVOICE(WS-PI-SUB) TO
                    WS-PS-ORIG-INVOICE(WS-PS-TABLE-COUNT)
                 MOVE WS-PI-INST-COUNT(WS-PI-SUB) TO
                    WS-PS-INST-COUNT(WS-PS-TABLE-COUNT)
                 MOVE WS-PI-STATUS(WS-PI-SUB) TO
                    WS-PS-PRIOR(WS-PS-TABLE-COUNT)
                 MOVE ZEROES TO WS-PS-PAID(WS-PS-TABLE-COUNT)
                 MOVE ZEROES TO WS-PS-MISSED(WS-PS-TABLE-COUNT)
                 MOVE ZEROES TO WS-PS-OPEN(WS-PS-TABLE-COUNT)
                 MOVE SPACES TO WS-PS-NEXT-DUE(WS-PS-TABLE-COUNT)
                 MOVE ZEROES TO WS-MAX-LATE
                 PERFORM VARYING WS-PI-SUB-2 FROM WS-PI-SUB BY 1
                    UNTIL WS-PI-SUB-2 > WS-PI-TABLE-COUNT
                    IF WS-PI-ORIG-INVOICE(WS-PI-SUB-2) =
                       WS-PS-ORIG-INVOICE(WS-PS-TABLE-COUNT)
                       MOVE 'Y' TO WS-PI-DONE(WS-PI-SUB-2)
                       MOVE WS-PS-TABLE-COUNT TO
                          WS-PI-PLAN-SUB(WS-PI-SUB-2)
                       PERFORM RATE-INSTALLMENT
                    END-IF
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN WS-PS-OPEN(WS-PS-TABLE-COUNT) NOT > ZERO
                       MOVE "C" TO WS-PS-STATUS(WS-PS-TABLE-COUNT)
                    WHEN WS-PS-PRIOR(WS-PS-TABLE-COUNT) = "D"
                       MOVE "D" TO WS-PS-STATUS(WS-PS-TABLE-COUNT)
                    WHEN WS-PS-MISSED(WS-PS-TABLE-COUNT) > 1
                       MOVE "D" TO WS-PS-STATUS(WS-PS-TABLE-COUNT)
                    WHEN WS-MAX-LATE > WS-DEFAULT-DAYS
                       MOVE "D" TO WS-PS-STATUS(WS-PS-TABLE-COUNT)
                    WHEN WS-PS-MISSED(WS-PS-TABLE-COUNT) = 1
                       MOVE "L" TO WS-PS-STATUS(WS-PS-TABLE-COUNT)
                    WHEN OTHER
                       MOVE "T" TO WS-PS-STATUS(WS-PS-TABLE-COUNT)
                 END-EVALUATE
              END-IF
           END-PERFORM.

           MOVE "T" TO WS-SECT-STATUS.
           PERFORM PRINT-PLAN-SECTION.
           MOVE WS-SECT-COUNT TO WS-TRACK-COUNT.
           MOVE "L" TO WS-SECT-STATUS.
           PERFORM PRINT-PLAN-SECTION.
           MOVE WS-SECT-COUNT TO WS-LATE-COUNT.
           MOVE "D" TO WS-SECT-STATUS.
           PERFORM PRINT-PLAN-SECTION.
           MOVE WS-SECT-COUNT TO WS-DEFAULT-COUNT.
           MOVE "C" TO WS-SECT-STATUS.
           PERFORM PRINT-PLAN-SECTION.
           MOVE WS-SECT-COUNT TO WS-DONE-COUNT.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-ENROLL-COUNT TO WS-COUNT-EDIT.
           MOVE WS-FEE-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Plans enrolled   " WS-COUNT-EDIT
              "   plan fees billed " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Enrollments rejected " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TRACK-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Plans on track   " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-LATE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Plans late       " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DEFAULT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Plans defaulted  " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DONE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Plans paid off   " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           OPEN OUTPUT ARMASTO.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
              MOVE WS-AR-REC(WS-AR-SUB) TO ARO-REC
              WRITE ARO-REC
           END-PERFORM.
           CLOSE ARMASTO.

      * plans already paid off on an earlier run are not carried
           OPEN OUTPUT PLANNEW.
           PERFORM VARYING WS-PI-SUB FROM 1 BY 1
              UNTIL WS-PI-SUB > WS-PI-TABLE-COUNT
              MOVE WS-PI-PLAN-SUB(WS-PI-SUB) TO WS-PS-SUB
              IF WS-PS-PRIOR(WS-PS-SUB) NOT = "C"
                 MOVE SPACES TO DATA-PLANNEW
                 MOVE WS-PI-CUST-ID(WS-PI-SUB) TO PN-CUST-ID
                 MOVE WS-PI-ORIG-INVOICE(WS-PI-SUB) TO
                    PN-ORIG-INVOICE
                 MOVE WS-PI-INST-NO(WS-PI-SUB) TO PN-INST-NO
                 MOVE WS-PI-INST-COUNT(WS-PI-SUB) TO PN-INST-COUNT
                 MOVE WS-PI-INVOICE(WS-PI-SUB) TO PN-INVOICE
                 MOVE WS-PI-DUE-DATE(WS-PI-SUB) TO PN-DUE-DATE
                 MOVE WS-PI-AMT(WS-PI-SUB) TO PN-AMT
                 MOVE WS-PS-STATUS(WS-PS-SUB) TO PN-STATUS
                 MOVE WS-PI-ENROLL-DATE(WS-PI-SUB) TO PN-ENROLL-DATE
                 WRITE DATA-PLANNEW
              END-IF
           END-PERFORM.
           CLOSE PLANNEW.

           CALL "SEQGEN" USING WS-RUN-SEQ-NAME WS-RUN-SEQ
              WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT.
           OPEN OUTPUT GLFILE.
           MOVE SPACES TO GL-REC.
           MOVE "PAYPLAN" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "ACCTS-RECV" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-FEE-TOTAL TO GL-AMT.
           MOVE "Payment plan fees billed" TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES TO GL-REC.
           MOVE "PAYPLAN" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PLAN-FEE-INCOME" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-FEE-TOTAL TO GL-AMT.
           MOVE "Payment plan fee income" TO GL-DESC.
           WRITE GL-REC.
           CLOSE GLFILE.

           IF WS-REJECT-COUNT > ZERO OR WS-LATE-COUNT > ZERO OR
              WS-DEFAULT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "PAYPLAN enrolled " WS-ENROLL-COUNT
              " plan(s); " WS-TRACK-COUNT " on track, "
              WS-LATE-COUNT " late, " WS-DEFAULT-COUNT
              " defaulted.".

           STOP RUN.

      * one enrollment: the bill must be an open, undisputed item
      * for the same student and not already on a plan. its open
      * balance moves onto the installments and the bill itself is
      * marked scheduled with nothing left open
       ENROLL-PLAN.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE PE-INVOICE TO WS-AR-FIND-INVOICE.
           PERFORM FIND-AR-ITEM.
           IF WS-AR-FOUND-SUB = ZEROES
              MOVE "BILL NOT ON AR MASTER" TO WS-REJECT-REASON
           ELSE
              MOVE WS-AR-REC(WS-AR-FOUND-SUB) TO WS-AR-WORK
              EVALUATE TRUE
                 WHEN WS-ARW-CUST-ID NOT = PE-CUST-ID
                    MOVE "BILL BELONGS TO ANOTHER STUDENT" TO
                       WS-REJECT-REASON
                 WHEN WS-ARW-STATUS NOT = "O" OR
                    WS-ARW-OPEN NOT > ZERO
                    MOVE "BILL HAS NO OPEN BALANCE" TO
                       WS-REJECT-REASON
                 WHEN WS-ARW-DISP-FLAG = 'D'
                    MOVE "BILL IS IN DISPUTE" TO WS-REJECT-REASON
                 WHEN PE-COUNT IS NOT NUMERIC OR PE-COUNT < 2
                    MOVE "AT LEAST TWO INSTALLMENTS REQUIRED" TO
                       WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM VARYING WS-PI-SUB FROM 1 BY 1
                 UNTIL WS-PI-SUB > WS-PI-TABLE-COUNT
                 IF WS-PI-ORIG-INVOICE(WS-PI-SUB) = PE-INVOICE
                    MOVE "BILL IS ALREADY ON A PAYMENT PLAN" TO
                       WS-REJECT-REASON
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  REJECTED " PE-CUST-ID " BILL " PE-INVOICE
                 " " WS-REJECT-REASON
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              IF PE-INTERVAL IS NUMERIC AND PE-INTERVAL > ZERO
                 MOVE PE-INTERVAL TO WS-INTERVAL
              ELSE
                 MOVE 30 TO WS-INTERVAL
              END-IF
              IF PE-FIRST-DUE(1:4) IS NUMERIC
                 MOVE ZEROES TO WS-DUE-DATE-NUM
                 MOVE PE-FIRST-DUE(1:4) TO WS-DUE-DATE-NUM(1:4)
                 MOVE PE-FIRST-DUE(6:2) TO WS-DUE-DATE-NUM(5:2)
                 MOVE PE-FIRST-DUE(9:2) TO WS-DUE-DATE-NUM(7:2)
                 COMPUTE WS-FIRST-DUE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
              ELSE
                 COMPUTE WS-FIRST-DUE-DAYS =
                    WS-RUN-DAYS + WS-INTERVAL
              END-IF
              IF PE-FEE IS NUMERIC
                 MOVE PE-FEE TO WS-FEE-AMT
              ELSE
                 MOVE ZEROES TO WS-FEE-AMT
              END-IF
              MOVE WS-ARW-OPEN TO WS-PLAN-AMT
              COMPUTE WS-INST-AMT = WS-PLAN-AMT / PE-COUNT
              COMPUTE WS-LAST-AMT =
                 WS-PLAN-AMT - WS-INST-AMT * PE-COUNT + WS-INST-AMT
              MOVE ZEROES TO WS-ARW-OPEN
              MOVE "S" TO WS-ARW-STATUS
              MOVE WS-AR-WORK TO WS-AR-REC(WS-AR-FOUND-SUB)
              PERFORM VARYING WS-INST-NO FROM 1 BY 1
                 UNTIL WS-INST-NO > PE-COUNT
                 IF WS-INST-NO = PE-COUNT
                    MOVE WS-LAST-AMT TO WS-ITEM-AMT
                 ELSE
                    MOVE WS-INST-AMT TO WS-ITEM-AMT
                 END-IF
                 COMPUTE WS-NEW-DUE-INT = WS-FIRST-DUE-DAYS +
                    (WS-INST-NO - 1) * WS-INTERVAL
                 MOVE SPACES TO WS-ITEM-DESC
                 STRING "INSTALLMENT " WS-INST-NO " OF " PE-COUNT
                    " ON " PE-INVOICE
                    DELIMITED BY SIZE INTO WS-ITEM-DESC
                 PERFORM ADD-PLAN-ITEM
              END-PERFORM
              IF WS-FEE-AMT > ZERO
                 MOVE ZEROES TO WS-INST-NO
                 MOVE WS-FEE-AMT TO WS-ITEM-AMT
                 MOVE WS-FIRST-DUE-DAYS TO WS-NEW-DUE-INT
                 MOVE SPACES TO WS-ITEM-DESC
                 STRING "PAYMENT PLAN FEE ON " PE-INVOICE
                    DELIMITED BY SIZE INTO WS-ITEM-DESC
                 PERFORM ADD-PLAN-ITEM
                 ADD WS-FEE-AMT TO WS-FEE-TOTAL
              END-IF
              ADD 1 TO WS-ENROLL-COUNT
              MOVE WS-INST-AMT TO WS-AMT-EDIT-2
              MOVE WS-FEE-AMT TO WS-AMT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  ENROLLED " PE-CUST-ID " BILL " PE-INVOICE
                 " " PE-COUNT " X " WS-AMT-EDIT-2
                 " FEE " WS-AMT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

      * a new open item for one installment (or the plan fee, as
      * installment 00) on the AR master, the invoice history and
      * the plan master
       ADD-PLAN-ITEM.
           IF WS-AR-TABLE-COUNT = WS-AR-TABLE-COUNT-MAX OR
              WS-PI-TABLE-COUNT = WS-PI-TABLE-COUNT-MAX
              DISPLAY "Payment plan items exceed what PAYPLAN can "
                 "hold - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE INVHIST
              CLOSE RPTFILE
              STOP RUN
           END-IF.
           COMPUTE WS-NEW-DUE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-NEW-DUE-INT).
           MOVE WS-NEW-DUE-NUM-X(1:4) TO WS-NDUE-YYYY.
           MOVE WS-NEW-DUE-NUM-X(5:2) TO WS-NDUE-MM.
           MOVE WS-NEW-DUE-NUM-X(7:2) TO WS-NDUE-DD.
           CALL "SEQGEN" USING WS-INV-SEQ-NAME WS-INV-SEQ-NUM
              WS-INV-RANGE-MAX WS-SEQ-INCREMENT.
           MOVE WS-INV-SEQ-NUM TO WS-NEW-INVOICE.
           MOVE SPACES TO ARO-REC.
           MOVE WS-NEW-INVOICE TO ARO-INVOICE.
           MOVE PE-CUST-ID TO ARO-CUST-ID.
           MOVE WS-RUN-DATE TO ARO-DATE.
           MOVE WS-ITEM-AMT TO ARO-TOTAL.
           MOVE WS-ITEM-AMT TO ARO-OPEN.
           MOVE "O" TO ARO-STATUS.
           MOVE WS-NEW-DUE-DATE TO ARO-DUE-DATE.
           ADD 1 TO WS-AR-TABLE-COUNT.
           MOVE ARO-REC TO WS-AR-REC(WS-AR-TABLE-COUNT).
           MOVE SPACES TO IH-REC.
           MOVE WS-NEW-INVOICE TO IH-INVOICE.
           MOVE ZEROES TO IH-LINE-NO.
           MOVE "H" TO IH-TYPE.
           MOVE PE-CUST-ID TO IH-CUST-ID.
           MOVE "PAYMENT PLAN" TO IH-CUST-NAME.
           MOVE WS-RUN-DATE TO IH-DATE.
           MOVE WS-ITEM-AMT TO IH-SUB.
           MOVE ZEROES TO IH-TAX.
           MOVE WS-ITEM-AMT TO IH-TOTAL.
           WRITE IH-REC
              INVALID KEY REWRITE IH-REC
           END-WRITE.
           MOVE SPACES TO IH-REC.
           MOVE WS-NEW-INVOICE TO IH-INVOICE.
           MOVE 1 TO IH-LINE-NO.
           MOVE "L" TO IH-TYPE.
           MOVE WS-ITEM-DESC TO IH-LI-DESC.
           MOVE 1 TO IH-LI-QUANT.
           MOVE WS-ITEM-AMT TO IH-LI-PRICE.
           MOVE WS-ITEM-AMT TO IH-LI-AMT.
           MOVE SPACE TO IH-LI-TYPE.
           MOVE PE-INVOICE TO IH-LI-ORIG.
           WRITE IH-REC
              INVALID KEY REWRITE IH-REC
           END-WRITE.
           ADD 1 TO WS-PI-TABLE-COUNT.
           MOVE PE-CUST-ID TO WS-PI-CUST-ID(WS-PI-TABLE-COUNT).
           MOVE PE-INVOICE TO WS-PI-ORIG-INVOICE(WS-PI-TABLE-COUNT).
           MOVE WS-INST-NO TO WS-PI-INST-NO(WS-PI-TABLE-COUNT).
           MOVE PE-COUNT TO WS-PI-INST-COUNT(WS-PI-TABLE-COUNT).
           MOVE WS-NEW-INVOICE TO WS-PI-INVOICE(WS-PI-TABLE-COUNT).
           MOVE WS-NEW-DUE-DATE TO WS-PI-DUE-DATE(WS-PI-TABLE-COUNT).
           MOVE WS-ITEM-AMT TO WS-PI-AMT(WS-PI-TABLE-COUNT).
           MOVE "T" TO WS-PI-STATUS(WS-PI-TABLE-COUNT).
           MOVE WS-RUN-DATE TO WS-PI-ENROLL-DATE(WS-PI-TABLE-COUNT).
           MOVE ZEROES TO WS-PI-PLAN-SUB(WS-PI-TABLE-COUNT).
           MOVE 'N' TO WS-PI-DONE(WS-PI-TABLE-COUNT).

      * fold one installment into its plan's totals. an item no
      * longer on the AR master has been settled and counts as paid;
      * a disputed item is not held against the student
       RATE-INSTALLMENT.
           MOVE WS-PI-INVOICE(WS-PI-SUB-2) TO WS-AR-FIND-INVOICE.
           PERFORM FIND-AR-ITEM.
           IF WS-AR-FOUND-SUB = ZEROES
              IF WS-PI-INST-NO(WS-PI-SUB-2) > ZERO
                 ADD 1 TO WS-PS-PAID(WS-PS-TABLE-COUNT)
              END-IF
           ELSE
              MOVE WS-AR-REC(WS-AR-FOUND-SUB) TO WS-AR-WORK
              IF WS-ARW-OPEN NOT > ZERO
                 IF WS-PI-INST-NO(WS-PI-SUB-2) > ZERO
                    ADD 1 TO WS-PS-PAID(WS-PS-TABLE-COUNT)
                 END-IF
              ELSE
                 ADD WS-ARW-OPEN TO WS-PS-OPEN(WS-PS-TABLE-COUNT)
                 IF WS-PS-NEXT-DUE(WS-PS-TABLE-COUNT) = SPACES OR
                    WS-ARW-DUE-DATE <
                    WS-PS-NEXT-DUE(WS-PS-TABLE-COUNT)
                    MOVE WS-ARW-DUE-DATE TO
                       WS-PS-NEXT-DUE(WS-PS-TABLE-COUNT)
                 END-IF
                 IF WS-ARW-DUE-DATE(1:4) IS NUMERIC AND
                    WS-ARW-DISP-FLAG NOT = 'D'
                    MOVE ZEROES TO WS-DUE-DATE-NUM
                    MOVE WS-ARW-DUE-DATE(1:4) TO
                       WS-DUE-DATE-NUM(1:4)
                    MOVE WS-ARW-DUE-DATE(6:2) TO
                       WS-DUE-DATE-NUM(5:2)
                    MOVE WS-ARW-DUE-DATE(9:2) TO
                       WS-DUE-DATE-NUM(7:2)
                    COMPUTE WS-DUE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                    COMPUTE WS-LATE-DAYS = WS-RUN-DAYS - WS-DUE-DAYS
                    IF WS-LATE-DAYS > ZERO
                       ADD 1 TO WS-PS-MISSED(WS-PS-TABLE-COUNT)
                       IF WS-LATE-DAYS > WS-MAX-LATE
                          MOVE WS-LATE-DAYS TO WS-MAX-LATE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       FIND-AR-ITEM.
           MOVE ZEROES TO WS-AR-FOUND-SUB.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
              UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
              OR WS-AR-FOUND-SUB NOT = ZEROES
              IF WS-AR-REC(WS-AR-SUB)(1:6) = WS-AR-FIND-INVOICE
                 MOVE WS-AR-SUB TO WS-AR-FOUND-SUB
              END-IF
           END-PERFORM.

      * one report section listing the plans at one status
       PRINT-PLAN-SECTION.
           MOVE ZEROES TO WS-SECT-COUNT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           EVALUATE WS-SECT-STATUS
              WHEN "T"
                 STRING "PLANS ON TRACK"
                    DELIMITED BY SIZE INTO RPT-REC
              WHEN "L"
                 STRING "PLANS LATE - INSTALLMENT MISSED"
                    DELIMITED BY SIZE INTO RPT-REC
              WHEN "D"
                 STRING "PLANS DEFAULTED"
                    DELIMITED BY SIZE INTO RPT-REC
              WHEN OTHER
                 STRING "PLANS PAID OFF"
                    DELIMITED BY SIZE INTO RPT-REC
           END-EVALUATE.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  STUDENT BILL   PAID  MISSED        OPEN "
              " NEXT DUE"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
              UNTIL WS-PS-SUB > WS-PS-TABLE-COUNT
              IF WS-PS-STATUS(WS-PS-SUB) = WS-SECT-STATUS AND
                 WS-PS-PRIOR(WS-PS-SUB) NOT = "C"
                 ADD 1 TO WS-SECT-COUNT
                 MOVE WS-PS-OPEN(WS-PS-SUB) TO WS-AMT-EDIT-2
                 MOVE SPACES TO RPT-REC
                 STRING "  " WS-PS-CUST-ID(WS-PS-SUB)
                    "  " WS-PS-ORIG-INVOICE(WS-PS-SUB)
                    " " WS-PS-PAID(WS-PS-SUB)
                    "/" WS-PS-INST-COUNT(WS-PS-SUB)
                    "    " WS-PS-MISSED(WS-PS-SUB)
                    " " WS-AMT-EDIT-2
                    " " WS-PS-NEXT-DUE(WS-PS-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
