       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKVOID.

      * payroll check void, stop-payment and reissue, run after
      * SALPROC. each VOIDIN transaction names a check off the CHKMAST
      * check register master and an action:
      *   V  void         - check is cancelled and the pay reversed
      *   S  stop-payment - as a void, but the bank is told to stop it
      *   R  reissue      - check is cancelled and a new check number
      *                     is cut for the same pay (lost/damaged)
      * a void or stop backs the check's gross, withholdings,
      * commission, coded earnings and employer burden out of YTDMAST
      * (period and quarter buckets too when the check falls in
      * them), logs the change to CHGLOG and writes a reversing
      * journal:
      *   D CASH net, D each withholding payable
      *   C each cash earnings code's own account for its amount
      *   C SALEXP-<dept> for the rest of the gross (non-cash
      *   earnings such as tips were booked to their account and
      *   credited straight back, so there is nothing of theirs to
      *   reverse)
      *   D ER-MATCH-PAYABLE / C ER-MATCH-EXP
      *   D ER-TAX-PAYABLE   / C ER-TAX-EXP
      *   D WC-PREM-PAYABLE  / C WC-PREM-EXP
      *   D INS-PAYABLE      / C BEN-ER-EXP   (employer benefits)
      * followed by the PROOF-* balancing rows GLCONS verifies. the
      * register carries the first ten earnings codes on a check; a
      * check with more leaves the rest in SALEXP and on YTD and is
      * listed on the exceptions file for correction by hand. a
      * reissue leaves YTD and the ledger alone - only the check
      * number changes. every cancelled check goes to the POSPAY
      * positive-pay file flagged as a void (or stop) so the bank will
      * not honor it, and a reissued check is printed, registered and
      * sent to POSPAY like any other. checks dated in a prior
      * calendar year are voided at the bank and in the ledger but
      * not backed out of YTD - those need a W-2c and are listed on
      * the exceptions file for payroll to follow up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOIDFILE ASSIGN TO VOIDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VOIDFILE-STATUS.
           SELECT CHKMFILE ASSIGN TO CHKMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHKMFILE-STATUS.
           SELECT YTDMAST ASSIGN TO YTDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTDM-EID
           FILE STATUS IS WS-YTDMAST-STATUS.
           SELECT CHGLOG ASSIGN TO CHGLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT POSPAY ASSIGN TO POSPAY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.
           SELECT CHKFILE ASSIGN TO CHKPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHKFILE-STATUS.
           SELECT CHKREG ASSIGN TO CHKREG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHKREG-STATUS.
           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT OUTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT EXCFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VOIDFILE.
       01 DATA-VOID.
           05 VT-CHECK-NUM PIC 9(9).
           05 VT-ACTION PIC X(1).
           05 VT-REASON PIC X(30).
           05 VT-BLANKS PIC X(40).

       FD CHKMFILE.
       01 DATA-CHKM PIC X(560).

       FD YTDMAST.
       01 YTD-MAST-REC.
           05 YTDM-EID PIC X(11).
           05 YTDM-EPOS PIC X(10).
           05 YTDM-YTD-SAL PIC 9(11)V99.
           05 YTDM-YTD-FED PIC 9(9)V99.
           05 YTDM-YTD-STATE PIC 9(9)V99.
           05 YTDM-YTD-RET PIC 9(9)V99.
           05 YTDM-YTD-INS PIC 9(9)V99.
           05 YTDM-POS-HIST-COUNT PIC 9(2).
           05 YTDM-POS-HIST OCCURS 12 TIMES.
               10 YTDM-POS-HIST-NAME PIC X(10).
               10 YTDM-POS-HIST-DATE PIC X(10).
           05 YTDM-LAST-POST-DATE PIC X(10).
           05 YTDM-COMP PIC X(2).
           05 YTDM-LAST-PERIOD PIC X(6).
           05 YTDM-LAST-SEQ PIC 9(9).
           05 YTDM-PERIOD-SAL PIC S9(9)V99.
           05 YTDM-PERIOD-FED PIC S9(9)V99.
           05 YTDM-PERIOD-STATE PIC S9(9)V99.
           05 YTDM-PERIOD-RET PIC S9(9)V99.
           05 YTDM-PERIOD-INS PIC S9(9)V99.
           05 YTDM-QTR-SAL PIC S9(9)V99.
           05 YTDM-QTR-FED PIC S9(9)V99.
           05 YTDM-QTR-STATE PIC S9(9)V99.
           05 YTDM-YTD-ER-MATCH PIC 9(9)V99.
           05 YTDM-YTD-ER-TAX PIC 9(9)V99.
           05 YTDM-PERIOD-ER-MATCH PIC S9(9)V99.
           05 YTDM-PERIOD-ER-TAX PIC S9(9)V99.
           05 YTDM-CLOSED PIC X(1).
           05 YTDM-YTD-COMM PIC 9(9)V99.
           05 YTDM-PERIOD-COMM PIC S9(9)V99.
           05 YTDM-ERN-SLOT OCCURS 10 TIMES.
               10 YTDM-ERN-CODE PIC X(4).
               10 YTDM-ERN-YTD PIC 9(9)V99.
               10 YTDM-ERN-PERIOD PIC S9(9)V99.

       FD CHGLOG.
       01 CHG-REC.
           05 CHG-EID PIC X(11).
           05 CHG-PRIOR PIC 9(11)V99.
           05 CHG-APPLIED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CHG-NEW PIC 9(11)V99.
           05 CHG-DATE PIC X(10).
           05 CHG-SEQ PIC 9(9).
           05 CHG-ACTION PIC X(3).
           05 FILLER PIC X(9).

       FD POSPAY.
       01 DATA-POSPAY.
           05 PP-CHECK-NUM PIC 9(9).
           05 PP-CHECK-DATE PIC X(10).
           05 PP-PAYEE PIC X(25).
           05 PP-AMT PIC 9(9)V99.
           05 PP-VOID-IND PIC X(1).
           05 PP-BLANKS PIC X(24).

       FD CHKFILE.
       01 CHK-REC PIC X(80).

       FD CHKREG.
       01 CHKREG-REC PIC X(80).

       FD GLFILE.
       01 GL-REC.
           05 GL-SOURCE PIC X(8).
           05 GL-RUN-SEQ PIC 9(9).
           05 GL-ACCOUNT PIC X(20).
           05 GL-DC PIC X(1).
           05 GL-AMT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 GL-DESC PIC X(25).
           05 FILLER PIC X(3).

       FD OUTFILE.
       01 RPT-LINE PIC X(81).

       FD EXCFILE.
       01 DATA-OUT-EXCEPTION.
           05 DOE-CHECK-NUM PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DOE-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DOE-EID PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DOE-REASON PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-VOIDFILE-STATUS PIC XX.
       01 WS-CHKMFILE-STATUS PIC XX.
       01 WS-YTDMAST-STATUS PIC XX.
       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-POSPAY-STATUS PIC XX.
       01 WS-CHKFILE-STATUS PIC XX.
       01 WS-CHKREG-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-YTD-FOUND PIC A VALUE 'N'.
       01 WS-YTD-REVERSE PIC A VALUE 'N'.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE-EDIT.
           05 WS-RUN-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC X(2).
       01 WS-RUN-MM-NUM PIC 99.
       01 WS-RUN-QTR PIC 9.
       01 WS-CHK-MM-NUM PIC 99.
       01 WS-CHK-QTR PIC 9.

      * working copy of one check register record; the table holds
      * the whole master so it can be rewritten with the new statuses
      * and any reissued checks appended
       01 WS-CHKM.
           05 WS-CHKM-CHECK-NUM PIC 9(9).
           05 WS-CHKM-EID PIC X(11).
           05 WS-CHKM-PERIOD PIC X(6).
           05 WS-CHKM-CHECK-DATE PIC X(10).
           05 WS-CHKM-RUN-SEQ PIC 9(9).
           05 WS-CHKM-STATUS PIC X(1).
           05 WS-CHKM-DEPT PIC X(10).
           05 WS-CHKM-PAYEE PIC X(25).
           05 WS-CHKM-GROSS PIC 9(7)V99.
           05 WS-CHKM-FED PIC 9(7)V99.
           05 WS-CHKM-STATE PIC 9(7)V99.
           05 WS-CHKM-RET PIC 9(7)V99.
           05 WS-CHKM-INS PIC 9(7)V99.
           05 WS-CHKM-GARN PIC 9(7)V99.
           05 WS-CHKM-NET PIC 9(7)V99.
           05 WS-CHKM-ER-TAX PIC 9(7)V99.
           05 WS-CHKM-ER-MATCH PIC 9(7)V99.
           05 WS-CHKM-ORIG-NUM PIC 9(9).
           05 WS-CHKM-NOCASH PIC 9(7)V99.
           05 WS-CHKM-COMM PIC 9(7)V99.
           05 WS-CHKM-ER-BEN PIC 9(7)V99.
           05 WS-CHKM-WC-PREM PIC 9(7)V99.
           05 WS-CHKM-ERN-COUNT PIC 9(2).
           05 WS-CHKM-ERN-SLOT OCCURS 10 TIMES.
               10 WS-CHKM-ERN-CODE PIC X(4).
               10 WS-CHKM-ERN-AMT PIC 9(7)V99.
               10 WS-CHKM-ERN-CASH PIC X(1).
               10 WS-CHKM-ERN-GL-ACCT PIC X(20).
           05 WS-CHKM-BLANKS PIC X(11).
       01 WS-CHKM-ERN-SUB PIC 9(2).
       01 WS-ERN-YTD-SUB PIC 9(2).
       01 WS-ERN-YTD-FOUND PIC 9(2).
       01 WS-ERN-SHORT PIC A VALUE 'N'.

       01 WS-CHKM-TABLE-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-CHKM-TABLE-COUNT-MAX PIC 9(5) VALUE 20000.
       01 WS-CHKM-TABLE.
           05 WS-CHKM-ENTRY PIC X(560) OCCURS 20000 TIMES.
       01 WS-CHKM-SUB PIC 9(5).
       01 WS-CHKM-FOUND-SUB PIC 9(5).

       01 WS-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-RANGE-MAX PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-SEQ-NAME PIC X(12) VALUE "PAYROLL-RUN".
       01 WS-CHK-SEQ-NAME PIC X(12) VALUE "CHECK".
       01 WS-NEW-CHK-NUM PIC 9(9) VALUE ZEROES.

       01 WS-CHK-NUM-EDIT PIC 999999999.
       01 WS-OLD-NUM-EDIT PIC 999999999.
       01 WS-CHK-AMT-EDIT PIC $$,$$$,$$9.99.
       01 WS-CHK-LINE-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CHK-PAGE-SIZE PIC 9(2) VALUE 20.

       01 WS-GL-ACCOUNT PIC X(20).
       01 WS-GL-DC PIC X(1).
       01 WS-GL-AMT PIC 9(9)V99.
       01 WS-SALEXP-AMT PIC S9(9)V99.
       01 WS-GL-DESC PIC X(25).
       01 WS-GL-DEBITS PIC 9(11)V99 VALUE ZEROES.
       01 WS-GL-CREDITS PIC 9(11)V99 VALUE ZEROES.

       01 DATA-OUT-SUMMARY PIC X(80).
       01 WS-RPT-CTL.
           05 WS-RPT-TITLE PIC X(30)
              VALUE "CHKVOID CHECK VOID REGISTER".
           05 WS-RPT-PAGE-SIZE PIC 9(2) VALUE 55.
           05 WS-RPT-PAGE-NUM PIC 9(4) VALUE ZERO.
           05 WS-RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
           05 WS-RPT-NEW-PAGE PIC X(1) VALUE 'N'.
           05 WS-RPT-PROGRAM PIC X(8) VALUE "CHKVOID".
           05 WS-RPT-RUN-SEQ PIC 9(9) VALUE ZEROES.
           05 WS-RPT-RETAIN PIC X(1) VALUE 'S'.
           05 WS-RPT-CYCLE-DATE PIC X(10) VALUE SPACES.
           05 WS-RPT-CLOSE PIC X(1) VALUE 'N'.
           05 WS-RPT-ID PIC 9(9) VALUE ZEROES.
           05 WS-RPT-LINES PIC 9(7) VALUE ZEROES.
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT PIC 9.
           05 WS-RPT-OUT-LINE PIC X(81) OCCURS 3 TIMES.
       01 WS-RPT-SUB PIC 9.

       01 WS-ACTION-DESC PIC X(12).
       01 WS-CHG-PRIOR PIC 9(11)V99 VALUE ZEROES.
       01 WS-VOID-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-STOP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REISSUE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-VOID-AMT PIC 9(9)V99 VALUE ZEROES.
       01 WS-VOID-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-STOP-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REISSUE-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REJECT-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-VOID-AMT-EDIT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-RUN-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-RUN-DD.
           MOVE WS-RUN-MM TO WS-RUN-MM-NUM.
           COMPUTE WS-RUN-QTR = (WS-RUN-MM-NUM + 2) / 3.

      * the journal is always rewritten, empty or not, so a night
      * with no voids does not carry the last void run into GLCONS
           OPEN INPUT VOIDFILE.
           IF WS-VOIDFILE-STATUS = "35"
              DISPLAY "No check void transactions - nothing to do."
              OPEN OUTPUT GLFILE
              CLOSE GLFILE
              OPEN OUTPUT OUTFILE
              OPEN OUTPUT EXCFILE
              MOVE "No check void transactions this run."
                 TO DATA-OUT-SUMMARY
              PERFORM WRITE-OUT-SUMMARY
              MOVE 'Y' TO WS-RPT-CLOSE
              CALL "RPTWTR" USING WS-RPT-CTL WS-RPT-DETAIL WS-RPT-OUT
              CLOSE OUTFILE
              CLOSE EXCFILE
              STOP RUN
           END-IF.

           CALL "SEQGEN" USING WS-SEQ-NAME WS-RUN-SEQ WS-SEQ-RANGE-MAX
              WS-SEQ-INCREMENT.

           OPEN INPUT CHKMFILE.
           IF WS-CHKMFILE-STATUS = "35"
              DISPLAY "No check register master found - every "
                 "transaction will be rejected."
           ELSE
              PERFORM UNTIL WS-CHKMFILE-STATUS = "10"
                 READ CHKMFILE
                    AT END MOVE "10" TO WS-CHKMFILE-STATUS
                    NOT AT END
                       IF WS-CHKM-TABLE-COUNT = WS-CHKM-TABLE-COUNT-MAX
                          DISPLAY "CHKMAST has more checks than "
                             "CHKVOID can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE CHKMFILE VOIDFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CHKM-TABLE-COUNT
                       MOVE DATA-CHKM TO
                          WS-CHKM-ENTRY(WS-CHKM-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CHKMFILE
           END-IF.

           OPEN I-O YTDMAST.
           IF WS-YTDMAST-STATUS NOT = "00"
              DISPLAY "YTD master could not be opened - status "
                 WS-YTDMAST-STATUS " - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE VOIDFILE
              STOP RUN
           END-IF.
           OPEN EXTEND CHGLOG.
           IF WS-CHGLOG-STATUS = "35"
              OPEN OUTPUT CHGLOG
           END-IF.
           OPEN EXTEND POSPAY.
           IF WS-POSPAY-STATUS = "35"
              OPEN OUTPUT POSPAY
           END-IF.
           OPEN EXTEND CHKFILE.
           IF WS-CHKFILE-STATUS = "35"
              OPEN OUTPUT CHKFILE
           END-IF.
           OPEN EXTEND CHKREG.
           IF WS-CHKREG-STATUS = "35"
              OPEN OUTPUT CHKREG
           END-IF.
           MOVE SPACES TO CHKREG-REC.
           STRING "REISSUED CHECKS - " WS-RUN-DATE-EDIT
              DELIMITED BY SIZE INTO CHKREG-REC.
           WRITE CHKREG-REC.

           OPEN OUTPUT GLFILE.
           OPEN OUTPUT OUTFILE.
           OPEN OUTPUT EXCFILE.
           PERFORM UNTIL WS-EOF = 'Y'
              READ VOIDFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM PROCESS-VOID-TRAN
              END-READ
           END-PERFORM.
           CLOSE VOIDFILE.
           CLOSE YTDMAST.
           CLOSE CHGLOG.
           CLOSE POSPAY.
           CLOSE CHKFILE.
           CLOSE CHKREG.

           MOVE SPACES TO GL-REC.
           MOVE "CHKVOID" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PROOF-DEBITS" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-GL-DEBITS TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES TO GL-REC.
           MOVE "CHKVOID" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PROOF-CREDITS" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-GL-CREDITS TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           WRITE GL-REC.
           CLOSE GLFILE.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
              DISPLAY "WARNING: check void journal does not "
                 "balance - debits and credits differ."
           END-IF.

      * the register master goes back out whole - voided checks keep
      * their record (with the new status) so they stay auditable
           OPEN OUTPUT CHKMFILE.
           PERFORM VARYING WS-CHKM-SUB FROM 1 BY 1
              UNTIL WS-CHKM-SUB > WS-CHKM-TABLE-COUNT
              MOVE WS-CHKM-ENTRY(WS-CHKM-SUB) TO DATA-CHKM
              WRITE DATA-CHKM
           END-PERFORM.
           CLOSE CHKMFILE.

           MOVE WS-VOID-COUNT TO WS-VOID-COUNT-EDIT.
           MOVE WS-STOP-COUNT TO WS-STOP-COUNT-EDIT.
           MOVE WS-REISSUE-COUNT TO WS-REISSUE-COUNT-EDIT.
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-EDIT.
           MOVE WS-VOID-AMT TO WS-VOID-AMT-EDIT.
           MOVE SPACES TO DATA-OUT-SUMMARY.
           STRING "Voided " WS-VOID-COUNT-EDIT
              " stopped " WS-STOP-COUNT-EDIT
              " reissued " WS-REISSUE-COUNT-EDIT
              " rejected " WS-REJECT-COUNT-EDIT
              DELIMITED BY SIZE INTO DATA-OUT-SUMMARY.
           PERFORM WRITE-OUT-SUMMARY.
           MOVE SPACES TO DATA-OUT-SUMMARY.
           STRING "Net pay reversed " WS-VOID-AMT-EDIT
              DELIMITED BY SIZE INTO DATA-OUT-SUMMARY.
           PERFORM WRITE-OUT-SUMMARY.
           MOVE WS-RUN-SEQ TO WS-RPT-RUN-SEQ.
           MOVE 'Y' TO WS-RPT-CLOSE.
           CALL "RPTWTR" USING WS-RPT-CTL WS-RPT-DETAIL WS-RPT-OUT.
           CLOSE OUTFILE.
           CLOSE EXCFILE.
           DISPLAY "CHKVOID voided " WS-VOID-COUNT-EDIT
              ", stopped " WS-STOP-COUNT-EDIT
              ", reissued " WS-REISSUE-COUNT-EDIT
              ", rejected " WS-REJECT-COUNT-EDIT.

           STOP RUN.

      * validate one transaction against the register master, then
      * hand it to the void or reissue paragraph
       PROCESS-VOID-TRAN.
           MOVE SPACES TO DATA-OUT-EXCEPTION.
           MOVE VT-CHECK-NUM TO DOE-CHECK-NUM.
           MOVE VT-ACTION TO DOE-ACTION.
           MOVE ZEROES TO WS-CHKM-FOUND-SUB.
           IF VT-CHECK-NUM IS NUMERIC
              PERFORM VARYING WS-CHKM-SUB FROM 1 BY 1
                 UNTIL WS-CHKM-SUB > WS-CHKM-TABLE-COUNT
                 IF WS-CHKM-ENTRY(WS-CHKM-SUB)(1:9) = VT-CHECK-NUM
                    MOVE WS-CHKM-SUB TO WS-CHKM-FOUND-SUB
                 END-IF
              END-PERFORM
           END-IF.
           IF VT-ACTION NOT = 'V' AND VT-ACTION NOT = 'S'
              AND VT-ACTION NOT = 'R'
              ADD 1 TO WS-REJECT-COUNT
              MOVE "Action must be V (void), S (stop) or R (reissue)"
                 TO DOE-REASON
              WRITE DATA-OUT-EXCEPTION
           ELSE
           IF WS-CHKM-FOUND-SUB = ZEROES
              ADD 1 TO WS-REJECT-COUNT
              MOVE "Check number not on check register master"
                 TO DOE-REASON
              WRITE DATA-OUT-EXCEPTION
           ELSE
              MOVE WS-CHKM-ENTRY(WS-CHKM-FOUND-SUB) TO WS-CHKM
              MOVE WS-CHKM-EID TO DOE-EID
              IF WS-CHKM-STATUS NOT = 'O'
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE "Check already voided, stopped or reissued"
                    TO DOE-REASON
                 WRITE DATA-OUT-EXCEPTION
              ELSE
                 IF VT-ACTION = 'R'
                    PERFORM REISSUE-CHECK
                 ELSE
                    PERFORM VOID-CHECK
                 END-IF
              END-IF
           END-IF
           END-IF.

      * void or stop: cancel at the bank, reverse the ledger and back
      * the pay out of YTD
       VOID-CHECK.
           MOVE VT-ACTION TO WS-CHKM-STATUS.
           MOVE WS-CHKM TO WS-CHKM-ENTRY(WS-CHKM-FOUND-SUB).
           MOVE SPACES TO DATA-POSPAY.
           MOVE WS-CHKM-CHECK-NUM TO PP-CHECK-NUM.
           MOVE WS-CHKM-CHECK-DATE TO PP-CHECK-DATE.
           MOVE WS-CHKM-PAYEE TO PP-PAYEE.
           MOVE WS-CHKM-NET TO PP-AMT.
           MOVE VT-ACTION TO PP-VOID-IND.
           WRITE DATA-POSPAY.

           MOVE 'N' TO WS-YTD-FOUND.
           MOVE 'N' TO WS-YTD-REVERSE.
           MOVE WS-CHKM-EID TO YTDM-EID.
           READ YTDMAST
              INVALID KEY MOVE 'N' TO WS-YTD-FOUND
              NOT INVALID KEY MOVE 'Y' TO WS-YTD-FOUND
           END-READ.
           IF WS-YTD-FOUND = 'Y'
              IF YTDM-YTD-COMM IS NOT NUMERIC
                 MOVE ZEROES TO YTDM-YTD-COMM
              END-IF
              IF YTDM-PERIOD-COMM IS NOT NUMERIC
                 MOVE ZEROES TO YTDM-PERIOD-COMM
              END-IF
              PERFORM CHECK-ERN-YTD
           END-IF.
           IF WS-CHKM-CHECK-DATE(1:4) NOT = WS-RUN-YYYY
              MOVE "Prior-year check - YTD not reversed, W-2c review"
                 TO DOE-REASON
              WRITE DATA-OUT-EXCEPTION
           ELSE
           IF WS-YTD-FOUND = 'N'
              MOVE "No YTD record for employee - YTD not reversed"
                 TO DOE-REASON
              WRITE DATA-OUT-EXCEPTION
           ELSE
           IF YTDM-YTD-SAL < WS-CHKM-GROSS
              OR YTDM-YTD-FED < WS-CHKM-FED
              OR YTDM-YTD-STATE < WS-CHKM-STATE
              OR YTDM-YTD-RET < WS-CHKM-RET
              OR YTDM-YTD-INS < WS-CHKM-INS
              OR YTDM-YTD-ER-MATCH < WS-CHKM-ER-MATCH
              OR YTDM-YTD-ER-TAX < WS-CHKM-ER-TAX
              OR YTDM-YTD-COMM < WS-CHKM-COMM
              OR WS-ERN-SHORT = 'Y'
              MOVE "YTD less than check amounts - YTD not reversed"
                 TO DOE-REASON
              WRITE DATA-OUT-EXCEPTION
           ELSE
              MOVE 'Y' TO WS-YTD-REVERSE
           END-IF
           END-IF
           END-IF.
           IF WS-YTD-REVERSE = 'Y'
              PERFORM REVERSE-YTD
           END-IF.
           IF WS-CHKM-ERN-COUNT > 10
              MOVE "Over 10 earnings codes - adjust YTD and GL by hand"
                 TO DOE-REASON
              WRITE DATA-OUT-EXCEPTION
           END-IF.

           PERFORM WRITE-VOID-JOURNAL.
           ADD WS-CHKM-NET TO WS-VOID-AMT.
           IF VT-ACTION = 'S'
              ADD 1 TO WS-STOP-COUNT
              MOVE "STOP PAYMENT" TO WS-ACTION-DESC
           ELSE
              ADD 1 TO WS-VOID-COUNT
              MOVE "VOID" TO WS-ACTION-DESC
           END-IF.
           MOVE WS-CHKM-CHECK-NUM TO WS-CHK-NUM-EDIT.
           MOVE WS-CHKM-NET TO WS-CHK-AMT-EDIT.
           MOVE SPACES TO DATA-OUT-SUMMARY.
           STRING WS-CHK-NUM-EDIT " " WS-CHKM-EID " "
              WS-CHK-AMT-EDIT " " WS-ACTION-DESC " " VT-REASON
              DELIMITED BY SIZE INTO DATA-OUT-SUMMARY.
           PERFORM WRITE-OUT-SUMMARY.

      * take the check back out of YTD. the period buckets only move
      * if the check belongs to the last period posted, the quarter
      * buckets only if the check was dated in the current quarter
       REVERSE-YTD.
           MOVE YTDM-YTD-SAL TO WS-CHG-PRIOR.
           SUBTRACT WS-CHKM-GROSS FROM YTDM-YTD-SAL.
           SUBTRACT WS-CHKM-FED FROM YTDM-YTD-FED.
           SUBTRACT WS-CHKM-STATE FROM YTDM-YTD-STATE.
           SUBTRACT WS-CHKM-RET FROM YTDM-YTD-RET.
           SUBTRACT WS-CHKM-INS FROM YTDM-YTD-INS.
           SUBTRACT WS-CHKM-ER-MATCH FROM YTDM-YTD-ER-MATCH.
           SUBTRACT WS-CHKM-ER-TAX FROM YTDM-YTD-ER-TAX.
           SUBTRACT WS-CHKM-COMM FROM YTDM-YTD-COMM.
           PERFORM VARYING WS-CHKM-ERN-SUB FROM 1 BY 1
              UNTIL WS-CHKM-ERN-SUB > 10
              PERFORM FIND-ERN-YTD
              IF WS-ERN-YTD-FOUND NOT = ZEROES
                 SUBTRACT WS-CHKM-ERN-AMT(WS-CHKM-ERN-SUB) FROM
                    YTDM-ERN-YTD(WS-ERN-YTD-FOUND)
                 IF YTDM-LAST-PERIOD = WS-CHKM-PERIOD
                    SUBTRACT WS-CHKM-ERN-AMT(WS-CHKM-ERN-SUB) FROM
                       YTDM-ERN-PERIOD(WS-ERN-YTD-FOUND)
                 END-IF
              END-IF
           END-PERFORM.
           IF YTDM-LAST-PERIOD = WS-CHKM-PERIOD
              SUBTRACT WS-CHKM-GROSS FROM YTDM-PERIOD-SAL
              SUBTRACT WS-CHKM-FED FROM YTDM-PERIOD-FED
              SUBTRACT WS-CHKM-STATE FROM YTDM-PERIOD-STATE
              SUBTRACT WS-CHKM-RET FROM YTDM-PERIOD-RET
              SUBTRACT WS-CHKM-INS FROM YTDM-PERIOD-INS
              SUBTRACT WS-CHKM-ER-MATCH FROM YTDM-PERIOD-ER-MATCH
              SUBTRACT WS-CHKM-ER-TAX FROM YTDM-PERIOD-ER-TAX
              SUBTRACT WS-CHKM-COMM FROM YTDM-PERIOD-COMM
           END-IF.
           MOVE WS-CHKM-CHECK-DATE(6:2) TO WS-CHK-MM-NUM.
           COMPUTE WS-CHK-QTR = (WS-CHK-MM-NUM + 2) / 3.
           IF WS-CHK-QTR = WS-RUN-QTR
              SUBTRACT WS-CHKM-GROSS FROM YTDM-QTR-SAL
              SUBTRACT WS-CHKM-FED FROM YTDM-QTR-FED
              SUBTRACT WS-CHKM-STATE FROM YTDM-QTR-STATE
           END-IF.
           MOVE WS-RUN-DATE-EDIT TO YTDM-LAST-POST-DATE.
           REWRITE YTD-MAST-REC.
           IF WS-YTDMAST-STATUS NOT = "00"
              DISPLAY "YTD master update failed for "
                 WS-CHKM-EID " - status " WS-YTDMAST-STATUS
                 " - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE VOIDFILE YTDMAST CHGLOG POSPAY CHKFILE CHKREG
                 GLFILE OUTFILE EXCFILE
              STOP RUN
           END-IF.
           MOVE SPACES TO CHG-REC.
           MOVE WS-CHKM-EID TO CHG-EID.
           MOVE WS-CHG-PRIOR TO CHG-PRIOR.
           COMPUTE CHG-APPLIED = YTDM-YTD-SAL - WS-CHG-PRIOR.
           MOVE YTDM-YTD-SAL TO CHG-NEW.
           MOVE WS-RUN-DATE-EDIT TO CHG-DATE.
           MOVE WS-RUN-SEQ TO CHG-SEQ.
           MOVE "VOD" TO CHG-ACTION.
           WRITE CHG-REC.

      * the YTD slot holding one of the check's earnings codes; a
      * code SALPROC found no free slot for was carried in gross only
      * and has no slot to come out of
       FIND-ERN-YTD.
           MOVE ZEROES TO WS-ERN-YTD-FOUND.
           IF WS-CHKM-ERN-CODE(WS-CHKM-ERN-SUB) NOT = SPACES AND
              WS-CHKM-ERN-AMT(WS-CHKM-ERN-SUB) > ZERO
              PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
                 UNTIL WS-ERN-YTD-SUB > 10
                 IF YTDM-ERN-CODE(WS-ERN-YTD-SUB) =
                    WS-CHKM-ERN-CODE(WS-CHKM-ERN-SUB)
                    MOVE WS-ERN-YTD-SUB TO WS-ERN-YTD-FOUND
                 END-IF
              END-PERFORM
           END-IF.

      * any code whose YTD slot holds less than the check paid stops
      * the YTD reversal like the other buckets do
       CHECK-ERN-YTD.
           MOVE 'N' TO WS-ERN-SHORT.
           PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
              UNTIL WS-ERN-YTD-SUB > 10
              IF YTDM-ERN-YTD(WS-ERN-YTD-SUB) IS NOT NUMERIC OR
                 YTDM-ERN-PERIOD(WS-ERN-YTD-SUB) IS NOT NUMERIC
                 MOVE SPACES TO YTDM-ERN-CODE(WS-ERN-YTD-SUB)
                 MOVE ZEROES TO YTDM-ERN-YTD(WS-ERN-YTD-SUB)
                    YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CHKM-ERN-SUB FROM 1 BY 1
              UNTIL WS-CHKM-ERN-SUB > 10
              PERFORM FIND-ERN-YTD
              IF WS-ERN-YTD-FOUND NOT = ZEROES
                 IF YTDM-ERN-YTD(WS-ERN-YTD-FOUND) <
                    WS-CHKM-ERN-AMT(WS-CHKM-ERN-SUB)
                    MOVE 'Y' TO WS-ERN-SHORT
                 END-IF
              END-IF
           END-PERFORM.

      * reversing journal for one check - the mirror of what SALPROC
      * booked when the check was paid
       WRITE-VOID-JOURNAL.
           MOVE "CASH" TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           MOVE WS-CHKM-NET TO WS-GL-AMT.
           MOVE "Voided check net pay" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "FED-WH-PAYABLE" TO WS-GL-ACCOUNT.
           MOVE WS-CHKM-FED TO WS-GL-AMT.
           MOVE "Voided check federal tax" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "ST-WH-PAYABLE" TO WS-GL-ACCOUNT.
           MOVE WS-CHKM-STATE TO WS-GL-AMT.
           MOVE "Voided check state tax" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "RET-PAYABLE" TO WS-GL-ACCOUNT.
           MOVE WS-CHKM-RET TO WS-GL-AMT.
           MOVE "Voided check retirement" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "INS-PAYABLE" TO WS-GL-ACCOUNT.
           MOVE WS-CHKM-INS TO WS-GL-AMT.
           MOVE "Voided check insurance" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "GARN-PAYABLE" TO WS-GL-ACCOUNT.
           MOVE WS-CHKM-GARN TO WS-GL-AMT.
           MOVE "Voided check garnishment" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
      * cash earnings codes come back out of the accounts SALPROC
      * debited them to; salary expense takes the rest of the gross
           MOVE "C" TO WS-GL-DC.
           COMPUTE WS-SALEXP-AMT = WS-CHKM-GROSS - WS-CHKM-NOCASH.
           PERFORM VARYING WS-CHKM-ERN-SUB FROM 1 BY 1
              UNTIL WS-CHKM-ERN-SUB > 10
              IF WS-CHKM-ERN-CASH(WS-CHKM-ERN-SUB) NOT = 'N' AND
                 WS-CHKM-ERN-AMT(WS-CHKM-ERN-SUB) > ZERO
                 MOVE WS-CHKM-ERN-GL-ACCT(WS-CHKM-ERN-SUB) TO
                    WS-GL-ACCOUNT
                 MOVE WS-CHKM-ERN-AMT(WS-CHKM-ERN-SUB) TO WS-GL-AMT
                 MOVE SPACES TO WS-GL-DESC
                 STRING "Voided check earn "
                    WS-CHKM-ERN-CODE(WS-CHKM-ERN-SUB)
                    DELIMITED BY SIZE INTO WS-GL-DESC
                 PERFORM WRITE-VOID-GL
                 SUBTRACT WS-CHKM-ERN-AMT(WS-CHKM-ERN-SUB) FROM
                    WS-SALEXP-AMT
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-GL-ACCOUNT.
           STRING "SALEXP-" WS-CHKM-DEPT
              DELIMITED BY SIZE INTO WS-GL-ACCOUNT.
           MOVE WS-SALEXP-AMT TO WS-GL-AMT.
           MOVE "Voided check gross pay" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "ER-MATCH-PAYABLE" TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           MOVE WS-CHKM-ER-MATCH TO WS-GL-AMT.
           MOVE "Voided check ER match" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "ER-MATCH-EXP" TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           PERFORM WRITE-VOID-GL.
           MOVE "ER-TAX-PAYABLE" TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           MOVE WS-CHKM-ER-TAX TO WS-GL-AMT.
           MOVE "Voided check ER tax" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "ER-TAX-EXP" TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           PERFORM WRITE-VOID-GL.
           MOVE "WC-PREM-PAYABLE" TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           MOVE WS-CHKM-WC-PREM TO WS-GL-AMT.
           MOVE "Voided check WC premium" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "WC-PREM-EXP" TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           PERFORM WRITE-VOID-GL.
           MOVE "INS-PAYABLE" TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           MOVE WS-CHKM-ER-BEN TO WS-GL-AMT.
           MOVE "Voided check ER benefits" TO WS-GL-DESC.
           PERFORM WRITE-VOID-GL.
           MOVE "BEN-ER-EXP" TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           PERFORM WRITE-VOID-GL.

       WRITE-VOID-GL.
           IF WS-GL-AMT NOT = ZEROES
              MOVE SPACES TO GL-REC
              MOVE "CHKVOID" TO GL-SOURCE
              MOVE WS-RUN-SEQ TO GL-RUN-SEQ
              MOVE WS-GL-ACCOUNT TO GL-ACCOUNT
              MOVE WS-GL-DC TO GL-DC
              MOVE WS-GL-AMT TO GL-AMT
              MOVE WS-GL-DESC TO GL-DESC
              WRITE GL-REC
              IF WS-GL-DC = "D"
                 ADD WS-GL-AMT TO WS-GL-DEBITS
              ELSE
                 ADD WS-GL-AMT TO WS-GL-CREDITS
              END-IF
           END-IF.

      * reissue: cancel the old check at the bank and cut a new check
      * number for the same pay. YTD and the ledger are untouched
       REISSUE-CHECK.
           IF WS-CHKM-TABLE-COUNT = WS-CHKM-TABLE-COUNT-MAX
              DISPLAY "CHKMAST has more checks than "
                 "CHKVOID can hold - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE VOIDFILE YTDMAST CHGLOG POSPAY CHKFILE CHKREG
                 GLFILE OUTFILE EXCFILE
              STOP RUN
           END-IF.
           MOVE 'R' TO WS-CHKM-STATUS.
           MOVE WS-CHKM TO WS-CHKM-ENTRY(WS-CHKM-FOUND-SUB).
           MOVE SPACES TO DATA-POSPAY.
           MOVE WS-CHKM-CHECK-NUM TO PP-CHECK-NUM.
           MOVE WS-CHKM-CHECK-DATE TO PP-CHECK-DATE.
           MOVE WS-CHKM-PAYEE TO PP-PAYEE.
           MOVE WS-CHKM-NET TO PP-AMT.
           MOVE 'V' TO PP-VOID-IND.
           WRITE DATA-POSPAY.

           CALL "SEQGEN" USING WS-CHK-SEQ-NAME WS-NEW-CHK-NUM
              WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT.
           MOVE WS-CHKM-CHECK-NUM TO WS-OLD-NUM-EDIT.
           MOVE WS-CHKM-CHECK-NUM TO WS-CHKM-ORIG-NUM.
           MOVE WS-NEW-CHK-NUM TO WS-CHKM-CHECK-NUM.
           MOVE WS-RUN-DATE-EDIT TO WS-CHKM-CHECK-DATE.
           MOVE WS-RUN-SEQ TO WS-CHKM-RUN-SEQ.
           MOVE 'O' TO WS-CHKM-STATUS.
           ADD 1 TO WS-CHKM-TABLE-COUNT.
           MOVE WS-CHKM TO WS-CHKM-ENTRY(WS-CHKM-TABLE-COUNT).

           MOVE ZEROES TO WS-CHK-LINE-COUNT.
           MOVE WS-NEW-CHK-NUM TO WS-CHK-NUM-EDIT.
           MOVE WS-CHKM-NET TO WS-CHK-AMT-EDIT.
           MOVE SPACES TO CHK-REC.
           STRING "CHECK NO " WS-CHK-NUM-EDIT
              "  DATE " WS-RUN-DATE-EDIT
              DELIMITED BY SIZE INTO CHK-REC.
           PERFORM WRITE-CHECK-LINE.
           MOVE SPACES TO CHK-REC.
           STRING "PAY TO THE ORDER OF  " WS-CHKM-PAYEE
              DELIMITED BY SIZE INTO CHK-REC.
           PERFORM WRITE-CHECK-LINE.
           MOVE SPACES TO CHK-REC.
           STRING "AMOUNT  " WS-CHK-AMT-EDIT
              DELIMITED BY SIZE INTO CHK-REC.
           PERFORM WRITE-CHECK-LINE.
           MOVE SPACES TO CHK-REC.
           STRING "MEMO  PAYROLL PERIOD " WS-CHKM-PERIOD
              "  EMPLOYEE " WS-CHKM-EID
              DELIMITED BY SIZE INTO CHK-REC.
           PERFORM WRITE-CHECK-LINE.
           MOVE SPACES TO CHK-REC.
           STRING "REISSUE OF CHECK NO " WS-OLD-NUM-EDIT
              DELIMITED BY SIZE INTO CHK-REC.
           PERFORM WRITE-CHECK-LINE.
           PERFORM UNTIL WS-CHK-LINE-COUNT NOT < WS-CHK-PAGE-SIZE
              MOVE SPACES TO CHK-REC
              PERFORM WRITE-CHECK-LINE
           END-PERFORM.
           MOVE SPACES TO CHKREG-REC.
           STRING "  " WS-CHK-NUM-EDIT " " WS-CHKM-EID
              " " WS-CHKM-PAYEE " " WS-CHK-AMT-EDIT
              DELIMITED BY SIZE INTO CHKREG-REC.
           WRITE CHKREG-REC.
           MOVE SPACES TO DATA-POSPAY.
           MOVE WS-NEW-CHK-NUM TO PP-CHECK-NUM.
           MOVE WS-RUN-DATE-EDIT TO PP-CHECK-DATE.
           MOVE WS-CHKM-PAYEE TO PP-PAYEE.
           MOVE WS-CHKM-NET TO PP-AMT.
           WRITE DATA-POSPAY.

           ADD 1 TO WS-REISSUE-COUNT.
           MOVE SPACES TO DATA-OUT-SUMMARY.
           STRING WS-OLD-NUM-EDIT " " WS-CHKM-EID " "
              WS-CHK-AMT-EDIT " REISSUED AS " WS-CHK-NUM-EDIT
              " " VT-REASON
              DELIMITED BY SIZE INTO DATA-OUT-SUMMARY.
           PERFORM WRITE-OUT-SUMMARY.

       WRITE-CHECK-LINE.
           WRITE CHK-REC.
           ADD 1 TO WS-CHK-LINE-COUNT.

       WRITE-OUT-SUMMARY.
           MOVE DATA-OUT-SUMMARY TO WS-RPT-DETAIL.
           CALL "RPTWTR" USING WS-RPT-CTL WS-RPT-DETAIL WS-RPT-OUT.
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
              UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT
              MOVE WS-RPT-OUT-LINE(WS-RPT-SUB) TO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM.
