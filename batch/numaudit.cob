       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMAUDIT.

      * number-range audit of the SEQGEN streams. the high-water
      * mark of each counter on SEQCTR is checked against every
      * place its numbers land:
      *   INVOICE     - invoice history headers (up to three
      *                 INVHIST files, one per invoicing run), and
      *                 the AR master (proof of use - CASHAPP draws
      *                 NSF fee and on-account invoice numbers that
      *                 only ever land there)
      *   CHECK       - the payroll check register, and the
      *                 positive-pay file (a voided check repeats
      *                 its number there, so it only proves use)
      *   PAYROLL-RUN - payroll run history, and the run number on
      *                 each check register entry (proof of use)
      *   PO          - the purchase order master (a PO's lines
      *                 share its number; the number turning up
      *                 under a second vendor is a duplicate)
      *   TICKET      - the restaurant ticket print (prog07)
      *   ENROLL-TRAN - the enrollment transaction log and the
      *                 section cancellation log
      * each stream lists numbers above the counter's high-water
      * mark, missing numbers as from - to ranges, and numbers used
      * more than once. the gap check runs from the AUDPARM start
      * number for the stream (the first number of the audit
      * period) or else the lowest number found, up to the mark.
      * PAYROLL-RUN gets no gap check - leave, recycle and check
      * void runs draw run numbers without writing run history.
      * PO numbers wrap to 1 after 999999, so after a wrap the old
      * numbers show above the mark until AUDPARM starts the
      * window past them. any exception ends the run with RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQCTRFILE ASSIGN TO SEQCTR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEQCTR-STATUS.
           SELECT PARMFILE ASSIGN TO AUDPARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT INVHIST1 ASSIGN TO INVHIST1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IH1-KEY
           FILE STATUS IS WS-INVHIST1-STATUS.
           SELECT INVHIST2 ASSIGN TO INVHIST2
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IH2-KEY
           FILE STATUS IS WS-INVHIST2-STATUS.
           SELECT INVHIST3 ASSIGN TO INVHIST3
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IH3-KEY
           FILE STATUS IS WS-INVHIST3-STATUS.
           SELECT ARMFILE ASSIGN TO ARMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARMFILE-STATUS.
           SELECT CHKMFILE ASSIGN TO CHKMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHKMFILE-STATUS.
           SELECT POSPAY ASSIGN TO POSPAY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.
           SELECT RUNHFILE ASSIGN TO PAYRUNH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNHFILE-STATUS.
           SELECT POFILE ASSIGN TO POMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POFILE-STATUS.
           SELECT TICKETFILE ASSIGN TO TICKETIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TICKETFILE-STATUS.
           SELECT TRANFILE ASSIGN TO TRANLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRANFILE-STATUS.
           SELECT CNCLFILE ASSIGN TO CNCLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CNCLFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SEQCTRFILE.
       01 DATA-SEQCTR.
           05 CTR-SEQ-NAME PIC X(12).
           05 CTR-SEQ-NUM PIC 9(9).
           05 CTR-BLANKS PIC X(59).

      * one card per stream to audit from a given number
       FD PARMFILE.
       01 DATA-PARM.
           05 AUP-SEQ-NAME PIC X(12).
           05 AUP-START-NUM PIC 9(9).
           05 AUP-BLANKS PIC X(59).

       FD INVHIST1.
       01 IH1-REC.
           05 IH1-KEY.
               10 IH1-INVOICE PIC 9(6).
               10 IH1-LINE-NO PIC 9(3).
           05 IH1-TYPE PIC X(1).
           05 IH1-DATA PIC X(90).

       FD INVHIST2.
       01 IH2-REC.
           05 IH2-KEY.
               10 IH2-INVOICE PIC 9(6).
               10 IH2-LINE-NO PIC 9(3).
           05 IH2-TYPE PIC X(1).
           05 IH2-DATA PIC X(90).

       FD INVHIST3.
       01 IH3-REC.
           05 IH3-KEY.
               10 IH3-INVOICE PIC 9(6).
               10 IH3-LINE-NO PIC 9(3).
           05 IH3-TYPE PIC X(1).
           05 IH3-DATA PIC X(90).

       FD ARMFILE.
       01 DATA-ARM.
           05 ARM-INVOICE PIC 9(6).
           05 ARM-BLANKS PIC X(74).

       FD CHKMFILE.
       01 DATA-CHKM.
           05 CHKM-CHECK-NUM PIC 9(9).
           05 CHKM-EID PIC X(11).
           05 CHKM-PERIOD PIC X(6).
           05 CHKM-CHECK-DATE PIC X(10).
           05 CHKM-RUN-SEQ PIC 9(9).
           05 CHKM-STATUS PIC X(1).
           05 CHKM-DEPT PIC X(10).
           05 CHKM-PAYEE PIC X(25).
           05 CHKM-GROSS PIC 9(7)V99.
           05 CHKM-FED PIC 9(7)V99.
           05 CHKM-STATE PIC 9(7)V99.
           05 CHKM-RET PIC 9(7)V99.
           05 CHKM-INS PIC 9(7)V99.
           05 CHKM-GARN PIC 9(7)V99.
           05 CHKM-NET PIC 9(7)V99.
           05 CHKM-ER-TAX PIC 9(7)V99.
           05 CHKM-ER-MATCH PIC 9(7)V99.
           05 CHKM-ORIG-NUM PIC 9(9).
           05 CHKM-NOCASH PIC 9(7)V99.
           05 CHKM-COMM PIC 9(7)V99.
           05 CHKM-ER-BEN PIC 9(7)V99.
           05 CHKM-WC-PREM PIC 9(7)V99.
           05 CHKM-ERN-COUNT PIC 9(2).
           05 CHKM-ERN-SLOT OCCURS 10 TIMES.
               10 CHKM-ERN-CODE PIC X(4).
               10 CHKM-ERN-AMT PIC 9(7)V99.
               10 CHKM-ERN-CASH PIC X(1).
               10 CHKM-ERN-GL-ACCT PIC X(20).
           05 CHKM-BLANKS PIC X(11).

       FD POSPAY.
       01 DATA-POSPAY.
           05 PP-CHECK-NUM PIC 9(9).
           05 PP-CHECK-DATE PIC X(10).
           05 PP-PAYEE PIC X(25).
           05 PP-AMT PIC 9(9)V99.
           05 PP-VOID-IND PIC X(1).
           05 PP-BLANKS PIC X(24).

       FD RUNHFILE.
       01 DATA-RUNH.
           05 PRH-RUN-SEQ PIC 9(9).
           05 PRH-PERIOD PIC X(6).
           05 PRH-RUN-DATE PIC X(10).
           05 PRH-EMP-COUNT PIC 9(6).
           05 PRH-GROSS PIC 9(11)V99.
           05 PRH-NET PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 PRH-ER-TAX PIC 9(11)V99.
           05 PRH-ER-MATCH PIC 9(11)V99.
           05 PRH-BLANKS PIC X(16).

       FD POFILE.
       01 DATA-PO.
           05 PO-NUM PIC 9(6).
           05 PO-VENDOR PIC X(6).
           05 PO-ING-ID PIC 9(4).
           05 PO-QTY-ORDERED PIC 9(7)V99.
           05 PO-QTY-RECEIVED PIC 9(7)V99.
           05 PO-STATUS PIC X(1).
           05 PO-UNIT-COST PIC 9(5)V99.
           05 PO-ORDER-DATE PIC X(10).
           05 PO-TERMS-DAYS PIC 9(3).
           05 PO-QTY-INVOICED PIC 9(7)V99.
           05 PO-BLANKS PIC X(16).

      * prog07's ticket print - only the ticket header lines
      * ("TICKET nnnnnnnnn TABLE ...") carry a ticket number
       FD TICKETFILE.
       01 TICKET-REC PIC X(80).

       FD TRANFILE.
       01 DATA-TRANLOG.
           05 TRAN-BID PIC 9(6).
           05 FILLER PIC X(2).
           05 TRAN-COURSE-SUBJECT PIC A(4).
           05 FILLER PIC X(2).
           05 TRAN-COURSE-NUMBER PIC 9(4).
           05 FILLER PIC X(1).
           05 TRAN-COURSE-SECTION PIC 9(2).
           05 FILLER PIC X(1).
           05 TRAN-TERM PIC X(4).
           05 FILLER PIC X(2).
           05 TRAN-ACTION PIC X(9).
           05 FILLER PIC X(2).
           05 TRAN-SEQ PIC 9(9).
           05 FILLER PIC X(32).

       FD CNCLFILE.
       01 DATA-CNCLLOG.
           05 CNCL-BID PIC 9(6).
           05 FILLER PIC X(2).
           05 CNCL-COURSE-SUBJECT PIC A(4).
           05 FILLER PIC X(2).
           05 CNCL-COURSE-NUMBER PIC 9(4).
           05 FILLER PIC X(1).
           05 CNCL-COURSE-SECTION PIC 9(2).
           05 FILLER PIC X(1).
           05 CNCL-TERM PIC X(4).
           05 FILLER PIC X(2).
           05 CNCL-ACTION PIC X(9).
           05 FILLER PIC X(2).
           05 CNCL-SEQ PIC 9(9).
           05 FILLER PIC X(32).

       FD RPTFILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SEQCTR-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-INVHIST1-STATUS PIC XX.
       01 WS-INVHIST2-STATUS PIC XX.
       01 WS-INVHIST3-STATUS PIC XX.
       01 WS-ARMFILE-STATUS PIC XX.
       01 WS-CHKMFILE-STATUS PIC XX.
       01 WS-POSPAY-STATUS PIC XX.
       01 WS-RUNHFILE-STATUS PIC XX.
       01 WS-POFILE-STATUS PIC XX.
       01 WS-TICKETFILE-STATUS PIC XX.
       01 WS-TRANFILE-STATUS PIC XX.
       01 WS-CNCLFILE-STATUS PIC XX.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC X(10) VALUE SPACES.

      * the audited streams, in report order
       01 WS-STR-NAME-LIST.
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(12) VALUE "CHECK".
           05 FILLER PIC X(12) VALUE "PAYROLL-RUN".
           05 FILLER PIC X(12) VALUE "PO".
           05 FILLER PIC X(12) VALUE "TICKET".
           05 FILLER PIC X(12) VALUE "ENROLL-TRAN".
       01 WS-STR-NAMES REDEFINES WS-STR-NAME-LIST.
           05 WS-STR-NAME PIC X(12) OCCURS 6 TIMES.
       01 WS-STR-COUNT PIC 9 VALUE 6.
       01 WS-STR-TABLE.
           05 WS-STR-ENTRY OCCURS 6 TIMES.
               10 WS-STR-ON-CTR PIC A.
               10 WS-STR-HWM PIC 9(9).
               10 WS-STR-START PIC 9(9).
               10 WS-STR-LOW-USED PIC 9(9).
               10 WS-STR-HIGH-USED PIC 9(9).
               10 WS-STR-USED PIC 9(7).
               10 WS-STR-ABOVE PIC 9(7).
               10 WS-STR-MISSING PIC 9(9).
               10 WS-STR-DUPS PIC 9(7).
       01 WS-STR-SUB PIC 9.
       01 WS-STR-FOUND-SUB PIC 9.
       01 WS-WANT-NAME PIC X(12).

      * pass 1 takes the range and flags numbers above the mark;
      * pass 2 marks every number in the checked window
       01 WS-PASS PIC 9 VALUE ZERO.
       01 WS-USE-NUM PIC 9(9).
       01 WS-USE-OWNER PIC X(6).
       01 WS-USE-PROOF-ONLY PIC A.
       01 WS-USE-SOURCE PIC X(8).
       01 WS-SRC-FOUND PIC A.
       01 WS-SRC-COUNT PIC 9(7).

       01 WS-MAP-MAX PIC 9(6) VALUE 100000.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 100000 TIMES.
               10 WS-MAP-COUNT PIC 9(3).
               10 WS-MAP-SEEN PIC A.
               10 WS-MAP-OWNER PIC X(6).
       01 WS-MAP-SUB PIC 9(6).
       01 WS-WIN-LOW PIC 9(9).
       01 WS-WIN-HIGH PIC 9(9).
       01 WS-WIN-SIZE PIC 9(9).
       01 WS-GAP-START PIC 9(9).
       01 WS-GAP-END PIC 9(9).
       01 WS-GAP-LEN PIC 9(9).

      * detail lines per stream and kind before the rest are only
      * counted
       01 WS-LINE-MAX PIC 9(3) VALUE 100.
       01 WS-ABOVE-LINES PIC 9(7).
       01 WS-GAP-LINES PIC 9(7).
       01 WS-DUP-LINES PIC 9(7).
       01 WS-EXCEPTIONS PIC 9(9) VALUE ZEROES.
       01 WS-STR-EXCEPTIONS PIC 9(9).

       01 WS-NUM-EDIT PIC Z(8)9.
       01 WS-NUM-EDIT-2 PIC Z(8)9.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.

       01 WS-SUM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-HWM PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-USED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-MISSING PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-DUPS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-ABOVE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-RESULT PIC X(20).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
              "-" WS-RUN-DATETIME(7:2)
              DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
              UNTIL WS-STR-SUB > WS-STR-COUNT
              MOVE 'N' TO WS-STR-ON-CTR(WS-STR-SUB)
              MOVE ZEROES TO WS-STR-HWM(WS-STR-SUB)
                 WS-STR-START(WS-STR-SUB) WS-STR-LOW-USED(WS-STR-SUB)
                 WS-STR-HIGH-USED(WS-STR-SUB) WS-STR-USED(WS-STR-SUB)
                 WS-STR-ABOVE(WS-STR-SUB) WS-STR-MISSING(WS-STR-SUB)
                 WS-STR-DUPS(WS-STR-SUB)
           END-PERFORM.

           OPEN INPUT SEQCTRFILE.
           IF WS-SEQCTR-STATUS NOT = "00"
              DISPLAY "No SEQCTR found - no high-water marks to "
                 "audit against - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-SEQCTR-STATUS = "10"
              READ SEQCTRFILE
                 AT END MOVE "10" TO WS-SEQCTR-STATUS
                 NOT AT END
                    MOVE CTR-SEQ-NAME TO WS-WANT-NAME
                    PERFORM FIND-STREAM
                    IF WS-STR-FOUND-SUB NOT = ZERO AND
                       CTR-SEQ-NUM IS NUMERIC
                       MOVE 'Y' TO WS-STR-ON-CTR(WS-STR-FOUND-SUB)
                       MOVE CTR-SEQ-NUM TO
                          WS-STR-HWM(WS-STR-FOUND-SUB)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SEQCTRFILE.

           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              PERFORM UNTIL WS-PARMFILE-STATUS = "10"
                 READ PARMFILE
                    AT END MOVE "10" TO WS-PARMFILE-STATUS
                    NOT AT END
                       MOVE AUP-SEQ-NAME TO WS-WANT-NAME
                       PERFORM FIND-STREAM
                       IF WS-STR-FOUND-SUB NOT = ZERO AND
                          AUP-START-NUM IS NUMERIC
                          MOVE AUP-START-NUM TO
                             WS-STR-START(WS-STR-FOUND-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARMFILE
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "SEQUENCE NUMBER AUDIT - RUN " WS-RUN-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
              UNTIL WS-STR-SUB > WS-STR-COUNT
              PERFORM AUDIT-STREAM
           END-PERFORM.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  STREAM      HIGH-WATER      USED     MISSING "
              "DUPLICATE     ABOVE  RESULT"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
              UNTIL WS-STR-SUB > WS-STR-COUNT
              MOVE SPACES TO WS-SUM-LINE
              MOVE WS-STR-NAME(WS-STR-SUB) TO WS-SL-NAME
              MOVE WS-STR-HWM(WS-STR-SUB) TO WS-SL-HWM
              MOVE WS-STR-USED(WS-STR-SUB) TO WS-SL-USED
              MOVE WS-STR-MISSING(WS-STR-SUB) TO WS-SL-MISSING
              MOVE WS-STR-DUPS(WS-STR-SUB) TO WS-SL-DUPS
              MOVE WS-STR-ABOVE(WS-STR-SUB) TO WS-SL-ABOVE
              IF WS-STR-ON-CTR(WS-STR-SUB) = 'N'
                 MOVE "NO COUNTER" TO WS-SL-RESULT
              ELSE
                 IF WS-STR-MISSING(WS-STR-SUB) = ZEROES AND
                    WS-STR-DUPS(WS-STR-SUB) = ZEROES AND
                    WS-STR-ABOVE(WS-STR-SUB) = ZEROES
                    MOVE "CLEAN" TO WS-SL-RESULT
                 ELSE
                    MOVE "EXCEPTIONS" TO WS-SL-RESULT
                 END-IF
              END-IF
              MOVE WS-SUM-LINE TO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
           CLOSE RPTFILE.

           MOVE WS-EXCEPTIONS TO WS-COUNT-EDIT.
           IF WS-EXCEPTIONS > ZEROES
              DISPLAY "NUMAUDIT found " WS-COUNT-EDIT
                 " numbering exception(s) - see the audit report."
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "NUMAUDIT: every audited stream is clean."
           END-IF.
           STOP RUN.

       FIND-STREAM.
           MOVE ZERO TO WS-STR-FOUND-SUB.
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
              UNTIL WS-STR-SUB > WS-STR-COUNT
              IF WS-STR-NAME(WS-STR-SUB) = WS-WANT-NAME
                 MOVE WS-STR-SUB TO WS-STR-FOUND-SUB
              END-IF
           END-PERFORM.

       AUDIT-STREAM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-STR-ON-CTR(WS-STR-SUB) = 'Y'
              MOVE WS-STR-HWM(WS-STR-SUB) TO WS-NUM-EDIT
              STRING "STREAM " WS-STR-NAME(WS-STR-SUB)
                 " HIGH-WATER MARK " WS-NUM-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "STREAM " WS-STR-NAME(WS-STR-SUB)
                 " NO COUNTER ON SEQCTR - every number found is "
                 "above the mark"
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.

           MOVE ZEROES TO WS-ABOVE-LINES WS-GAP-LINES WS-DUP-LINES.
           MOVE 1 TO WS-PASS.
           PERFORM SCAN-STREAM.
           IF WS-ABOVE-LINES > WS-LINE-MAX
              COMPUTE WS-COUNT-EDIT = WS-ABOVE-LINES - WS-LINE-MAX
              MOVE SPACES TO RPT-REC
              STRING "  ... and " WS-COUNT-EDIT
                 " more number(s) above the mark"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE WS-STR-USED(WS-STR-SUB) TO WS-COUNT-EDIT.
           MOVE WS-STR-LOW-USED(WS-STR-SUB) TO WS-NUM-EDIT.
           MOVE WS-STR-HIGH-USED(WS-STR-SUB) TO WS-NUM-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "  " WS-COUNT-EDIT " use(s) found, lowest "
              WS-NUM-EDIT " highest " WS-NUM-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      * the window checked for gaps and duplicates
           IF WS-STR-START(WS-STR-SUB) > ZEROES
              MOVE WS-STR-START(WS-STR-SUB) TO WS-WIN-LOW
           ELSE
              MOVE WS-STR-LOW-USED(WS-STR-SUB) TO WS-WIN-LOW
           END-IF.
           MOVE WS-STR-HWM(WS-STR-SUB) TO WS-WIN-HIGH.
           IF WS-STR-ON-CTR(WS-STR-SUB) = 'N' OR
              WS-STR-USED(WS-STR-SUB) = ZEROES OR
              WS-WIN-LOW = ZEROES OR WS-WIN-LOW > WS-WIN-HIGH
              MOVE SPACES TO RPT-REC
              STRING "  nothing at or below the mark to check - "
                 "gap and duplicate check skipped"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              PERFORM CHECK-WINDOW
           END-IF.

           COMPUTE WS-STR-EXCEPTIONS = WS-STR-ABOVE(WS-STR-SUB) +
              WS-STR-MISSING(WS-STR-SUB) + WS-STR-DUPS(WS-STR-SUB).
           ADD WS-STR-EXCEPTIONS TO WS-EXCEPTIONS.
           MOVE SPACES TO RPT-REC.
           IF WS-STR-EXCEPTIONS = ZEROES
              STRING "  " WS-STR-NAME(WS-STR-SUB) " CLEAN"
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              MOVE WS-STR-EXCEPTIONS TO WS-COUNT-EDIT
              STRING "  " WS-STR-NAME(WS-STR-SUB) " "
                 WS-COUNT-EDIT " EXCEPTION(S)"
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.

       CHECK-WINDOW.
           COMPUTE WS-WIN-SIZE = WS-WIN-HIGH - WS-WIN-LOW + 1.
           IF WS-WIN-SIZE > WS-MAP-MAX
              COMPUTE WS-WIN-LOW = WS-WIN-HIGH - WS-MAP-MAX + 1
              MOVE WS-MAP-MAX TO WS-WIN-SIZE
              MOVE WS-MAP-MAX TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  window is wider than NUMAUDIT can hold - "
                 "only the last " WS-COUNT-EDIT " number(s) checked"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE WS-WIN-LOW TO WS-NUM-EDIT.
           MOVE WS-WIN-HIGH TO WS-NUM-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "  checked " WS-NUM-EDIT " through " WS-NUM-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
              UNTIL WS-MAP-SUB > WS-WIN-SIZE
              MOVE ZEROES TO WS-MAP-COUNT(WS-MAP-SUB)
              MOVE 'N' TO WS-MAP-SEEN(WS-MAP-SUB)
              MOVE SPACES TO WS-MAP-OWNER(WS-MAP-SUB)
           END-PERFORM.
           MOVE 2 TO WS-PASS.
           PERFORM SCAN-STREAM.

      * a number is missing when nothing used it and nothing
      * proved it was used
           IF WS-STR-SUB = 3
              MOVE SPACES TO RPT-REC
              STRING "  gap check not run - leave, recycle and "
                 "check void runs leave no run history"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              MOVE ZEROES TO WS-GAP-LEN
              PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                 UNTIL WS-MAP-SUB > WS-WIN-SIZE
                 IF WS-MAP-COUNT(WS-MAP-SUB) = ZEROES AND
                    WS-MAP-SEEN(WS-MAP-SUB) = 'N'
                    IF WS-GAP-LEN = ZEROES
                       COMPUTE WS-GAP-START =
                          WS-WIN-LOW + WS-MAP-SUB - 1
                    END-IF
                    ADD 1 TO WS-GAP-LEN
                 ELSE
                    IF WS-GAP-LEN > ZEROES
                       PERFORM WRITE-GAP-LINE
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-GAP-LEN > ZEROES
                 PERFORM WRITE-GAP-LINE
              END-IF
              IF WS-GAP-LINES > WS-LINE-MAX
                 COMPUTE WS-COUNT-EDIT = WS-GAP-LINES - WS-LINE-MAX
                 MOVE SPACES TO RPT-REC
                 STRING "  ... and " WS-COUNT-EDIT
                    " more missing range(s)"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-IF.

           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
              UNTIL WS-MAP-SUB > WS-WIN-SIZE
              IF WS-MAP-COUNT(WS-MAP-SUB) > 1
                 ADD 1 TO WS-STR-DUPS(WS-STR-SUB)
                 ADD 1 TO WS-DUP-LINES
                 IF WS-DUP-LINES NOT > WS-LINE-MAX
                    COMPUTE WS-NUM-EDIT = WS-WIN-LOW + WS-MAP-SUB - 1
                    MOVE WS-MAP-COUNT(WS-MAP-SUB) TO WS-COUNT-EDIT
                    MOVE SPACES TO RPT-REC
                    STRING "  USED MORE THAN ONCE " WS-NUM-EDIT
                       "  " WS-COUNT-EDIT " time(s)"
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-DUP-LINES > WS-LINE-MAX
              COMPUTE WS-COUNT-EDIT = WS-DUP-LINES - WS-LINE-MAX
              MOVE SPACES TO RPT-REC
              STRING "  ... and " WS-COUNT-EDIT
                 " more number(s) used more than once"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

       WRITE-GAP-LINE.
           ADD WS-GAP-LEN TO WS-STR-MISSING(WS-STR-SUB).
           ADD 1 TO WS-GAP-LINES.
           IF WS-GAP-LINES NOT > WS-LINE-MAX
              COMPUTE WS-GAP-END = WS-GAP-START + WS-GAP-LEN - 1
              MOVE WS-GAP-START TO WS-NUM-EDIT
              MOVE WS-GAP-END TO WS-NUM-EDIT-2
              MOVE WS-GAP-LEN TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  MISSING " WS-NUM-EDIT " - " WS-NUM-EDIT-2
                 "  (" WS-COUNT-EDIT ")"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE ZEROES TO WS-GAP-LEN.

       SCAN-STREAM.
           EVALUATE WS-STR-SUB
              WHEN 1
                 PERFORM SCAN-INVHIST1
                 PERFORM SCAN-INVHIST2
                 PERFORM SCAN-INVHIST3
                 PERFORM SCAN-AR-MASTER
              WHEN 2
                 PERFORM SCAN-CHECK-REGISTER
                 PERFORM SCAN-POSPAY
              WHEN 3
                 PERFORM SCAN-RUN-HISTORY
                 PERFORM SCAN-CHECK-REGISTER
              WHEN 4
                 PERFORM SCAN-PO-MASTER
              WHEN 5
                 PERFORM SCAN-TICKETS
              WHEN 6
                 PERFORM SCAN-TRAN-LOG
                 PERFORM SCAN-CANCEL-LOG
           END-EVALUATE.

      * one number from a source. pass 1 keeps the range and flags
      * anything above the mark; pass 2 marks the window - a
      * proof-only source never counts toward a duplicate, and an
      * owned number seen again under the same owner is the same use
       RECORD-USE.
           IF WS-USE-NUM > ZEROES
              IF WS-PASS = 1
                 ADD 1 TO WS-SRC-COUNT
                 ADD 1 TO WS-STR-USED(WS-STR-SUB)
                 IF WS-STR-LOW-USED(WS-STR-SUB) = ZEROES OR
                    WS-USE-NUM < WS-STR-LOW-USED(WS-STR-SUB)
                    MOVE WS-USE-NUM TO WS-STR-LOW-USED(WS-STR-SUB)
                 END-IF
                 IF WS-USE-NUM > WS-STR-HIGH-USED(WS-STR-SUB)
                    MOVE WS-USE-NUM TO WS-STR-HIGH-USED(WS-STR-SUB)
                 END-IF
                 IF WS-USE-NUM > WS-STR-HWM(WS-STR-SUB)
                    ADD 1 TO WS-STR-ABOVE(WS-STR-SUB)
                    ADD 1 TO WS-ABOVE-LINES
                    IF WS-ABOVE-LINES NOT > WS-LINE-MAX
                       MOVE WS-USE-NUM TO WS-NUM-EDIT
                       MOVE SPACES TO RPT-REC
                       STRING "  ABOVE HIGH-WATER MARK " WS-NUM-EDIT
                          " on " WS-USE-SOURCE
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    END-IF
                 END-IF
              ELSE
                 IF WS-USE-NUM NOT < WS-WIN-LOW AND
                    WS-USE-NUM NOT > WS-WIN-HIGH
                    COMPUTE WS-MAP-SUB = WS-USE-NUM - WS-WIN-LOW + 1
                    IF WS-USE-PROOF-ONLY = 'Y'
                       MOVE 'Y' TO WS-MAP-SEEN(WS-MAP-SUB)
                    ELSE
                       IF WS-USE-OWNER = SPACES OR
                          WS-MAP-COUNT(WS-MAP-SUB) = ZEROES OR
                          WS-USE-OWNER NOT = WS-MAP-OWNER(WS-MAP-SUB)
                          IF WS-MAP-COUNT(WS-MAP-SUB) < 999
                             ADD 1 TO WS-MAP-COUNT(WS-MAP-SUB)
                          END-IF
                          MOVE WS-USE-OWNER TO
                             WS-MAP-OWNER(WS-MAP-SUB)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       START-SOURCE.
           MOVE 'N' TO WS-SRC-FOUND.
           MOVE 'N' TO WS-USE-PROOF-ONLY.
           MOVE SPACES TO WS-USE-OWNER.
           MOVE ZEROES TO WS-SRC-COUNT.

      * pass 1 lists what each source contributed
       END-SOURCE.
           IF WS-PASS = 1
              MOVE SPACES TO RPT-REC
              IF WS-SRC-FOUND = 'Y'
                 MOVE WS-SRC-COUNT TO WS-COUNT-EDIT
                 IF WS-USE-PROOF-ONLY = 'Y'
                    STRING "  source " WS-USE-SOURCE " "
                       WS-COUNT-EDIT " number(s), proof of use only"
                       DELIMITED BY SIZE INTO RPT-REC
                 ELSE
                    STRING "  source " WS-USE-SOURCE " "
                       WS-COUNT-EDIT " number(s)"
                       DELIMITED BY SIZE INTO RPT-REC
                 END-IF
              ELSE
                 STRING "  source " WS-USE-SOURCE
                    " not supplied"
                    DELIMITED BY SIZE INTO RPT-REC
              END-IF
              WRITE RPT-REC
           END-IF.

       SCAN-INVHIST1.
           PERFORM START-SOURCE.
           MOVE "INVHIST1" TO WS-USE-SOURCE.
           OPEN INPUT INVHIST1.
           IF WS-INVHIST1-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-INVHIST1-STATUS = "10"
                 READ INVHIST1 NEXT
                    AT END MOVE "10" TO WS-INVHIST1-STATUS
                    NOT AT END
                       IF IH1-TYPE = "H" AND IH1-INVOICE IS NUMERIC
                          MOVE IH1-INVOICE TO WS-USE-NUM
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVHIST1
           END-IF.
           PERFORM END-SOURCE.

       SCAN-INVHIST2.
           PERFORM START-SOURCE.
           MOVE "INVHIST2" TO WS-USE-SOURCE.
           OPEN INPUT INVHIST2.
           IF WS-INVHIST2-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-INVHIST2-STATUS = "10"
                 READ INVHIST2 NEXT
                    AT END MOVE "10" TO WS-INVHIST2-STATUS
                    NOT AT END
                       IF IH2-TYPE = "H" AND IH2-INVOICE IS NUMERIC
                          MOVE IH2-INVOICE TO WS-USE-NUM
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVHIST2
           END-IF.
           PERFORM END-SOURCE.

       SCAN-INVHIST3.
           PERFORM START-SOURCE.
           MOVE "INVHIST3" TO WS-USE-SOURCE.
           OPEN INPUT INVHIST3.
           IF WS-INVHIST3-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-INVHIST3-STATUS = "10"
                 READ INVHIST3 NEXT
                    AT END MOVE "10" TO WS-INVHIST3-STATUS
                    NOT AT END
                       IF IH3-TYPE = "H" AND IH3-INVOICE IS NUMERIC
                          MOVE IH3-INVOICE TO WS-USE-NUM
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVHIST3
           END-IF.
           PERFORM END-SOURCE.

      * every invoice with an open item is on the AR master, billed
      * or not, but it may also be on an INVHIST - proof of use only
       SCAN-AR-MASTER.
           PERFORM START-SOURCE.
           MOVE "ARMAST" TO WS-USE-SOURCE.
           MOVE 'Y' TO WS-USE-PROOF-ONLY.
           OPEN INPUT ARMFILE.
           IF WS-ARMFILE-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-ARMFILE-STATUS = "10"
                 READ ARMFILE
                    AT END MOVE "10" TO WS-ARMFILE-STATUS
                    NOT AT END
                       IF ARM-INVOICE IS NUMERIC
                          MOVE ARM-INVOICE TO WS-USE-NUM
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARMFILE
           END-IF.
           PERFORM END-SOURCE.

      * the register holds each check number once (a void keeps its
      * number, a reissue takes a new one); for the run stream the
      * register only proves a run number was used
       SCAN-CHECK-REGISTER.
           PERFORM START-SOURCE.
           MOVE "CHKMAST" TO WS-USE-SOURCE.
           IF WS-STR-SUB = 3
              MOVE 'Y' TO WS-USE-PROOF-ONLY
           END-IF.
           OPEN INPUT CHKMFILE.
           IF WS-CHKMFILE-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-CHKMFILE-STATUS = "10"
                 READ CHKMFILE
                    AT END MOVE "10" TO WS-CHKMFILE-STATUS
                    NOT AT END
                       MOVE ZEROES TO WS-USE-NUM
                       IF WS-STR-SUB = 3
                          IF CHKM-RUN-SEQ IS NUMERIC
                             MOVE CHKM-RUN-SEQ TO WS-USE-NUM
                          END-IF
                       ELSE
                          IF CHKM-CHECK-NUM IS NUMERIC
                             MOVE CHKM-CHECK-NUM TO WS-USE-NUM
                          END-IF
                       END-IF
                       PERFORM RECORD-USE
                 END-READ
              END-PERFORM
              CLOSE CHKMFILE
           END-IF.
           PERFORM END-SOURCE.

       SCAN-POSPAY.
           PERFORM START-SOURCE.
           MOVE "POSPAY" TO WS-USE-SOURCE.
           MOVE 'Y' TO WS-USE-PROOF-ONLY.
           OPEN INPUT POSPAY.
           IF WS-POSPAY-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-POSPAY-STATUS = "10"
                 READ POSPAY
                    AT END MOVE "10" TO WS-POSPAY-STATUS
                    NOT AT END
                       IF PP-CHECK-NUM IS NUMERIC
                          MOVE PP-CHECK-NUM TO WS-USE-NUM
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSPAY
           END-IF.
           PERFORM END-SOURCE.

       SCAN-RUN-HISTORY.
           PERFORM START-SOURCE.
           MOVE "PAYRUNH" TO WS-USE-SOURCE.
           OPEN INPUT RUNHFILE.
           IF WS-RUNHFILE-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-RUNHFILE-STATUS = "10"
                 READ RUNHFILE
                    AT END MOVE "10" TO WS-RUNHFILE-STATUS
                    NOT AT END
                       IF PRH-RUN-SEQ IS NUMERIC
                          MOVE PRH-RUN-SEQ TO WS-USE-NUM
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUNHFILE
           END-IF.
           PERFORM END-SOURCE.

      * every line of a PO carries its number, owned by its vendor
       SCAN-PO-MASTER.
           PERFORM START-SOURCE.
           MOVE "POMAST" TO WS-USE-SOURCE.
           OPEN INPUT POFILE.
           IF WS-POFILE-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-POFILE-STATUS = "10"
                 READ POFILE
                    AT END MOVE "10" TO WS-POFILE-STATUS
                    NOT AT END
                       IF PO-NUM IS NUMERIC
                          MOVE PO-NUM TO WS-USE-NUM
                          MOVE PO-VENDOR TO WS-USE-OWNER
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POFILE
           END-IF.
           PERFORM END-SOURCE.

       SCAN-TICKETS.
           PERFORM START-SOURCE.
           MOVE "TICKETIN" TO WS-USE-SOURCE.
           OPEN INPUT TICKETFILE.
           IF WS-TICKETFILE-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-TICKETFILE-STATUS = "10"
                 READ TICKETFILE
                    AT END MOVE "10" TO WS-TICKETFILE-STATUS
                    NOT AT END
                       IF TICKET-REC(1:7) = "TICKET " AND
                          TICKET-REC(17:7) = " TABLE "
                          COMPUTE WS-USE-NUM =
                             FUNCTION NUMVAL(TICKET-REC(8:9))
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TICKETFILE
           END-IF.
           PERFORM END-SOURCE.

       SCAN-TRAN-LOG.
           PERFORM START-SOURCE.
           MOVE "TRANLOG" TO WS-USE-SOURCE.
           OPEN INPUT TRANFILE.
           IF WS-TRANFILE-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-TRANFILE-STATUS = "10"
                 READ TRANFILE
                    AT END MOVE "10" TO WS-TRANFILE-STATUS
                    NOT AT END
                       IF TRAN-SEQ IS NUMERIC
                          MOVE TRAN-SEQ TO WS-USE-NUM
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANFILE
           END-IF.
           PERFORM END-SOURCE.

       SCAN-CANCEL-LOG.
           PERFORM START-SOURCE.
           MOVE "CNCLLOG" TO WS-USE-SOURCE.
           OPEN INPUT CNCLFILE.
           IF WS-CNCLFILE-STATUS = "00"
              MOVE 'Y' TO WS-SRC-FOUND
              PERFORM UNTIL WS-CNCLFILE-STATUS = "10"
                 READ CNCLFILE
                    AT END MOVE "10" TO WS-CNCLFILE-STATUS
                    NOT AT END
                       IF CNCL-SEQ IS NUMERIC
                          MOVE CNCL-SEQ TO WS-USE-NUM
                          PERFORM RECORD-USE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CNCLFILE
           END-IF.
           PERFORM END-SOURCE.
