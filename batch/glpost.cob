       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

      * general ledger posting. the balanced GLBATCH that GLCONS
      * releases each night is posted to the ACCTBAL account balance
      * master, keyed by account and fiscal period (YYYYMM, the
      * calendar month of the batch's cycle date; period 13 of a
      * year holds the year-end closing entries). a batch is refused
      * unless it carries GLCONS's header and a trailer whose count
      * and debit/credit totals agree with the detail and with each
      * other, and unless it is not already on the GLPOSTLOG posted
      * batch log. postings to a period closed on GLPERIOD are
      * refused. GLPARM selects the run:
      *   P  post GLBATCH (the default with no GLPARM card)
      *   C  close period YYYYMM - no further postings accepted
      *   Y  year-end close for YYYY - every income and expense
      *      account's net for the year is reversed in period
      *      YYYY13 against RETAINED-EARNINGS. December must
      *      already be closed; the year's periods are all closed
      * account types come from the COAMAST chart of accounts. every
      * run ends with a trial balance as of the period it touched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO GLPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT GLBATCH ASSIGN TO GLBATCH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLBATCH-STATUS.
           SELECT ACCTBAL ASSIGN TO ACCTBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT PERFILE ASSIGN TO GLPERIOD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PERFILE-STATUS.
           SELECT LOGFILE ASSIGN TO GLPOSTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGFILE-STATUS.
           SELECT COAFILE ASSIGN TO COAMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COAFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 GPM-ACTION PIC X(1).
           05 GPM-PERIOD PIC X(6).
           05 GPM-BLANKS PIC X(73).

       FD GLBATCH.
       01 GLB-REC PIC X(80).

       FD ACCTBAL.
       01 DATA-AB.
           05 AB-KEY.
               10 AB-ACCOUNT PIC X(20).
               10 AB-PERIOD PIC X(6).
           05 AB-DEBITS PIC S9(13)V99.
           05 AB-CREDITS PIC S9(13)V99.
           05 AB-POST-COUNT PIC 9(7).
           05 AB-LAST-POST-DATE PIC X(10).
           05 AB-BLANKS PIC X(7).

       FD PERFILE.
       01 DATA-PER.
           05 PER-PERIOD PIC X(6).
           05 PER-STATUS PIC X(1).
           05 PER-CLOSE-DATE PIC X(10).
           05 PER-BLANKS PIC X(63).

       FD LOGFILE.
       01 DATA-LOG.
           05 LOG-BATCH-DATE PIC X(10).
           05 LOG-COUNT PIC 9(9).
           05 LOG-DEBITS PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 LOG-PERIOD PIC X(6).
           05 LOG-POST-DATE PIC X(10).
           05 LOG-BLANKS PIC X(29).

      * chart of accounts - type A asset, L liability, Q equity,
      * I income, E expense
       FD COAFILE.
       01 DATA-COA.
           05 COA-ACCOUNT PIC X(20).
           05 COA-DESC PIC X(30).
           05 COA-TYPE PIC X(1).
           05 COA-ACTIVE PIC X(1).
           05 COA-BLANKS PIC X(28).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-GLBATCH-STATUS PIC XX.
       01 WS-ACCTBAL-STATUS PIC XX.
       01 WS-PERFILE-STATUS PIC XX.
       01 WS-LOGFILE-STATUS PIC XX.
       01 WS-COAFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-AB-NEW PIC A VALUE 'N'.
       01 WS-COA-PRESENT PIC A VALUE 'N'.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE-EDIT.
           05 WS-RUN-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC X(2).

       01 WS-ACTION PIC X(1) VALUE 'P'.
       01 WS-PERIOD PIC X(6) VALUE SPACES.
       01 WS-YEAR PIC X(4).
       01 WS-MONTH PIC 99.
       01 WS-REJECT-REASON PIC X(60) VALUE SPACES.

       01 WS-GL-WORK.
           05 WS-GL-SOURCE PIC X(8).
           05 WS-GL-RUN-SEQ PIC 9(9).
           05 WS-GL-ACCOUNT PIC X(20).
           05 WS-GL-DC PIC X(1).
           05 WS-GL-AMT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 WS-GL-DESC PIC X(25).
           05 FILLER PIC X(3).

       01 WS-GLB-CTL.
           05 WS-GLB-TYPE PIC X(1).
           05 WS-GLB-DATE PIC X(10).
           05 WS-GLB-COUNT PIC 9(9).
           05 WS-GLB-DEBITS PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 WS-GLB-CREDITS PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(28).
       01 WS-HDR-CTL PIC X(80) VALUE SPACES.
       01 WS-LAST-REC PIC X(80) VALUE SPACES.
       01 WS-PREV-REC PIC X(80) VALUE SPACES.
       01 WS-REC-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-DET-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-DET-SUB PIC 9(9) VALUE ZEROES.
       01 WS-DET-DEBITS PIC S9(13)V99 VALUE ZEROES.
       01 WS-DET-CREDITS PIC S9(13)V99 VALUE ZEROES.
       01 WS-TRL-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-TRL-DEBITS PIC S9(13)V99 VALUE ZEROES.
       01 WS-TRL-CREDITS PIC S9(13)V99 VALUE ZEROES.
       01 WS-BATCH-DATE PIC X(10) VALUE SPACES.
       01 WS-POSTED-COUNT PIC 9(9) VALUE ZEROES.

       01 WS-PER-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PER-TABLE-COUNT-MAX PIC 9(4) VALUE 600.
       01 WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 600 TIMES.
               10 WS-PER-PERIOD PIC X(6).
               10 WS-PER-CLOSE-DATE PIC X(10).
       01 WS-PER-SUB PIC 9(4).
       01 WS-PER-SEARCH PIC X(6).
       01 WS-PER-CLOSED PIC A VALUE 'N'.

       01 WS-COA-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-COA-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 2000 TIMES.
               10 WS-COA-ACCOUNT PIC X(20).
               10 WS-COA-DESC PIC X(30).
               10 WS-COA-TYPE PIC X(1).
       01 WS-COA-SUB PIC 9(4).
       01 WS-COA-FOUND-SUB PIC 9(4).

      * year-end: the year's net per income/expense account
       01 WS-CLS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CLS-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-CLS-TABLE.
           05 WS-CLS-ENTRY OCCURS 2000 TIMES.
               10 WS-CLS-ACCOUNT PIC X(20).
               10 WS-CLS-NET PIC S9(13)V99.
       01 WS-CLS-SUB PIC 9(4).
       01 WS-CLS-RE-NET PIC S9(13)V99 VALUE ZEROES.
       01 WS-RE-ACCOUNT PIC X(20) VALUE "RETAINED-EARNINGS".

       01 WS-POST-ACCOUNT PIC X(20).
       01 WS-POST-PERIOD PIC X(6).
       01 WS-POST-DC PIC X(1).
       01 WS-POST-AMT PIC S9(13)V99.

      * trial balance accumulation
       01 WS-TB-PERIOD PIC X(6).
       01 WS-TB-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-TB-NET PIC S9(13)V99 VALUE ZEROES.
       01 WS-TB-DEBITS PIC S9(13)V99 VALUE ZEROES.
       01 WS-TB-CREDITS PIC S9(13)V99 VALUE ZEROES.
       01 WS-TB-LINES PIC 9(6) VALUE ZEROES.
       01 WS-TB-DESC PIC X(20).
       01 WS-TB-DR-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TB-CR-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT PIC $$$,$$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-RUN-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-RUN-DD.

           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
                 NOT AT END
                    IF GPM-ACTION NOT = SPACE
                       MOVE GPM-ACTION TO WS-ACTION
                    END-IF
                    MOVE GPM-PERIOD TO WS-PERIOD
              END-READ
              CLOSE PARMFILE
           END-IF.

           OPEN INPUT PERFILE.
           IF WS-PERFILE-STATUS = "00"
              PERFORM UNTIL WS-PERFILE-STATUS = "10"
                 READ PERFILE
                    AT END MOVE "10" TO WS-PERFILE-STATUS
                    NOT AT END
                       IF WS-PER-TABLE-COUNT = WS-PER-TABLE-COUNT-MAX
                          DISPLAY "GLPERIOD has more periods than "
                             "GLPOST can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE PERFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PER-TABLE-COUNT
                       MOVE PER-PERIOD TO
                          WS-PER-PERIOD(WS-PER-TABLE-COUNT)
                       MOVE PER-CLOSE-DATE TO
                          WS-PER-CLOSE-DATE(WS-PER-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PERFILE
           END-IF.

           OPEN INPUT COAFILE.
           IF WS-COAFILE-STATUS = "00"
              MOVE 'Y' TO WS-COA-PRESENT
              PERFORM UNTIL WS-COAFILE-STATUS = "10"
                 READ COAFILE
                    AT END MOVE "10" TO WS-COAFILE-STATUS
                    NOT AT END
                       IF WS-COA-TABLE-COUNT = WS-COA-TABLE-COUNT-MAX
                          DISPLAY "COAMAST has more accounts than "
                             "GLPOST can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE COAFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-COA-TABLE-COUNT
                       MOVE COA-ACCOUNT TO
                          WS-COA-ACCOUNT(WS-COA-TABLE-COUNT)
                       MOVE COA-DESC TO
                          WS-COA-DESC(WS-COA-TABLE-COUNT)
                       MOVE COA-TYPE TO
                          WS-COA-TYPE(WS-COA-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE COAFILE
           END-IF.

           OPEN OUTPUT RPTFILE.
           EVALUATE WS-ACTION
              WHEN 'P'
                 PERFORM POST-BATCH
              WHEN 'C'
                 PERFORM CLOSE-PERIOD
              WHEN 'Y'
                 PERFORM CLOSE-YEAR
              WHEN OTHER
                 MOVE "GLPARM action must be P, C or Y"
                    TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
              MOVE SPACES TO RPT-REC
              STRING "GLPOST RUN REFUSED - " WS-REJECT-REASON
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              CLOSE RPTFILE
              DISPLAY "GLPOST refused: " WS-REJECT-REASON
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-TB-PERIOD NOT = SPACES
              PERFORM TRIAL-BALANCE
           END-IF.
           CLOSE RPTFILE.

           STOP RUN.

      * prove the batch against its own header and trailer and the
      * posted log, then post every detail line to its account
       POST-BATCH.
           OPEN INPUT GLBATCH.
           IF WS-GLBATCH-STATUS NOT = "00"
              MOVE "no GLBATCH to post" TO WS-REJECT-REASON
           ELSE
              PERFORM UNTIL WS-GLBATCH-STATUS = "10"
                 READ GLBATCH
                    AT END MOVE "10" TO WS-GLBATCH-STATUS
                    NOT AT END
                       ADD 1 TO WS-REC-COUNT
                       IF WS-REC-COUNT = 1
                          MOVE GLB-REC TO WS-HDR-CTL
                       ELSE
                          IF WS-REC-COUNT > 2
                             MOVE WS-LAST-REC TO WS-GL-WORK
                             PERFORM ADD-DETAIL-TOTALS
                          END-IF
                          MOVE GLB-REC TO WS-LAST-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GLBATCH
              PERFORM PROVE-BATCH
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-POSTED-LOG
           END-IF.
           IF WS-REJECT-REASON = SPACES
              IF WS-PERIOD = SPACES
                 IF WS-BATCH-DATE = SPACES
                    MOVE WS-RUN-DATE-EDIT TO WS-BATCH-DATE
                 END-IF
                 STRING WS-BATCH-DATE(1:4) WS-BATCH-DATE(6:2)
                    DELIMITED BY SIZE INTO WS-PERIOD
              END-IF
              MOVE WS-PERIOD TO WS-PER-SEARCH
              PERFORM FIND-PERIOD
              IF WS-PER-CLOSED = 'Y'
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING "period " WS-PERIOD " is closed"
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM APPLY-BATCH
           END-IF.

       ADD-DETAIL-TOTALS.
           ADD 1 TO WS-DET-COUNT.
           IF WS-GL-DC = 'D'
              ADD WS-GL-AMT TO WS-DET-DEBITS
           ELSE
              ADD WS-GL-AMT TO WS-DET-CREDITS
           END-IF.

       PROVE-BATCH.
           MOVE WS-HDR-CTL TO WS-GLB-CTL.
           IF WS-REC-COUNT < 2 OR WS-GLB-TYPE NOT = 'H'
              MOVE "GLBATCH has no GLCONS header"
                 TO WS-REJECT-REASON
           ELSE
              MOVE WS-GLB-DATE TO WS-BATCH-DATE
              MOVE WS-LAST-REC TO WS-GLB-CTL
              MOVE WS-GLB-COUNT TO WS-TRL-COUNT
              MOVE WS-GLB-DEBITS TO WS-TRL-DEBITS
              MOVE WS-GLB-CREDITS TO WS-TRL-CREDITS
              IF WS-GLB-TYPE NOT = 'T'
                 OR WS-LAST-REC(2:51) NOT = WS-HDR-CTL(2:51)
                 MOVE "GLBATCH has no GLCONS trailer"
                    TO WS-REJECT-REASON
              ELSE
              IF WS-TRL-DEBITS NOT = WS-TRL-CREDITS
                 MOVE "GLBATCH trailer is out of balance"
                    TO WS-REJECT-REASON
              ELSE
              IF WS-TRL-COUNT NOT = WS-DET-COUNT
                 OR WS-TRL-DEBITS NOT = WS-DET-DEBITS
                 OR WS-TRL-CREDITS NOT = WS-DET-CREDITS
                 MOVE "GLBATCH detail does not agree with trailer"
                    TO WS-REJECT-REASON
              END-IF
              END-IF
              END-IF
           END-IF.

      * a batch is identified by its cycle date, count and debit
      * total - the same three values on the log mean it is posted
       CHECK-POSTED-LOG.
           OPEN INPUT LOGFILE.
           IF WS-LOGFILE-STATUS = "00"
              PERFORM UNTIL WS-LOGFILE-STATUS = "10"
                 READ LOGFILE
                    AT END MOVE "10" TO WS-LOGFILE-STATUS
                    NOT AT END
                       IF LOG-BATCH-DATE = WS-BATCH-DATE AND
                          LOG-COUNT = WS-TRL-COUNT AND
                          LOG-DEBITS = WS-TRL-DEBITS
                          MOVE SPACES TO WS-REJECT-REASON
                          STRING "batch " WS-BATCH-DATE
                             " already posted " LOG-POST-DATE
                             DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOGFILE
           END-IF.

       APPLY-BATCH.
           PERFORM OPEN-ACCTBAL.
           OPEN INPUT GLBATCH.
           MOVE ZEROES TO WS-REC-COUNT.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ GLBATCH
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    IF WS-REC-COUNT > 1 AND
                       WS-REC-COUNT NOT > WS-DET-COUNT + 1
                       MOVE GLB-REC TO WS-GL-WORK
                       MOVE WS-GL-ACCOUNT TO WS-POST-ACCOUNT
                       MOVE WS-PERIOD TO WS-POST-PERIOD
                       MOVE WS-GL-DC TO WS-POST-DC
                       MOVE WS-GL-AMT TO WS-POST-AMT
                       PERFORM POST-ONE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GLBATCH.
           CLOSE ACCTBAL.

           OPEN EXTEND LOGFILE.
           IF WS-LOGFILE-STATUS = "35"
              OPEN OUTPUT LOGFILE
           END-IF.
           MOVE SPACES TO DATA-LOG.
           MOVE WS-BATCH-DATE TO LOG-BATCH-DATE.
           MOVE WS-TRL-COUNT TO LOG-COUNT.
           MOVE WS-TRL-DEBITS TO LOG-DEBITS.
           MOVE WS-PERIOD TO LOG-PERIOD.
           MOVE WS-RUN-DATE-EDIT TO LOG-POST-DATE.
           WRITE DATA-LOG.
           CLOSE LOGFILE.

           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TRL-DEBITS TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "GLBATCH " WS-BATCH-DATE " posted to period "
              WS-PERIOD " - " WS-COUNT-EDIT " line(s)"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  debits and credits " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "GLPOST posted " WS-COUNT-EDIT
              " line(s) to period " WS-PERIOD.
           MOVE WS-PERIOD TO WS-TB-PERIOD.

       OPEN-ACCTBAL.
           OPEN I-O ACCTBAL.
           IF WS-ACCTBAL-STATUS = "35"
              OPEN OUTPUT ACCTBAL
              CLOSE ACCTBAL
              OPEN I-O ACCTBAL
           END-IF.
           IF WS-ACCTBAL-STATUS NOT = "00"
              DISPLAY "Account balance master could not be opened - "
                 "status " WS-ACCTBAL-STATUS " - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE RPTFILE
              STOP RUN
           END-IF.

      * add one posting into its account/period balance record
       POST-ONE.
           MOVE 'N' TO WS-AB-NEW.
           MOVE WS-POST-ACCOUNT TO AB-ACCOUNT.
           MOVE WS-POST-PERIOD TO AB-PERIOD.
           READ ACCTBAL
              INVALID KEY MOVE 'Y' TO WS-AB-NEW
           END-READ.
           IF WS-AB-NEW = 'Y'
              MOVE SPACES TO DATA-AB
              MOVE WS-POST-ACCOUNT TO AB-ACCOUNT
              MOVE WS-POST-PERIOD TO AB-PERIOD
              MOVE ZEROES TO AB-DEBITS AB-CREDITS AB-POST-COUNT
           END-IF.
           IF WS-POST-DC = 'D'
              ADD WS-POST-AMT TO AB-DEBITS
           ELSE
              ADD WS-POST-AMT TO AB-CREDITS
           END-IF.
           ADD 1 TO AB-POST-COUNT.
           MOVE WS-RUN-DATE-EDIT TO AB-LAST-POST-DATE.
           IF WS-AB-NEW = 'Y'
              WRITE DATA-AB
           ELSE
              REWRITE DATA-AB
           END-IF.
           IF WS-ACCTBAL-STATUS NOT = "00"
              DISPLAY "Account balance update failed for "
                 WS-POST-ACCOUNT " " WS-POST-PERIOD " - status "
                 WS-ACCTBAL-STATUS " - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE ACCTBAL RPTFILE
              STOP RUN
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.

       FIND-PERIOD.
           MOVE 'N' TO WS-PER-CLOSED.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
              UNTIL WS-PER-SUB > WS-PER-TABLE-COUNT
              IF WS-PER-PERIOD(WS-PER-SUB) = WS-PER-SEARCH
                 MOVE 'Y' TO WS-PER-CLOSED
              END-IF
           END-PERFORM.

      * month-end close: the period goes on GLPERIOD and no batch
      * can post to it afterwards
       CLOSE-PERIOD.
           MOVE WS-PERIOD(5:2) TO WS-MONTH.
           IF WS-PERIOD IS NOT NUMERIC OR WS-MONTH < 1
              OR WS-MONTH > 12
              MOVE "close needs a period YYYYMM (01-12)"
                 TO WS-REJECT-REASON
           ELSE
              MOVE WS-PERIOD TO WS-PER-SEARCH
              PERFORM FIND-PERIOD
              IF WS-PER-CLOSED = 'Y'
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING "period " WS-PERIOD " is already closed"
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
              ELSE
                 PERFORM WRITE-PERIOD-CLOSE
                 MOVE SPACES TO RPT-REC
                 STRING "Period " WS-PERIOD " closed "
                    WS-RUN-DATE-EDIT
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
                 DISPLAY "GLPOST closed period " WS-PERIOD
                 MOVE WS-PERIOD TO WS-TB-PERIOD
              END-IF
           END-IF.

       WRITE-PERIOD-CLOSE.
           OPEN EXTEND PERFILE.
           IF WS-PERFILE-STATUS = "35"
              OPEN OUTPUT PERFILE
           END-IF.
           MOVE SPACES TO DATA-PER.
           MOVE WS-PER-SEARCH TO PER-PERIOD.
           MOVE 'C' TO PER-STATUS.
           MOVE WS-RUN-DATE-EDIT TO PER-CLOSE-DATE.
           WRITE DATA-PER.
           CLOSE PERFILE.
           IF WS-PER-TABLE-COUNT < WS-PER-TABLE-COUNT-MAX
              ADD 1 TO WS-PER-TABLE-COUNT
              MOVE WS-PER-SEARCH TO WS-PER-PERIOD(WS-PER-TABLE-COUNT)
              MOVE WS-RUN-DATE-EDIT TO
                 WS-PER-CLOSE-DATE(WS-PER-TABLE-COUNT)
           END-IF.

      * year-end: reverse each income and expense account's net for
      * the year into period 13 and carry the total to retained
      * earnings, then close every period of the year
       CLOSE-YEAR.
           MOVE WS-PERIOD(1:4) TO WS-YEAR.
           IF WS-YEAR IS NOT NUMERIC
              MOVE "year-end close needs a year YYYY"
                 TO WS-REJECT-REASON
           ELSE
           IF WS-COA-PRESENT = 'N'
              MOVE "year-end close needs COAMAST for account types"
                 TO WS-REJECT-REASON
           ELSE
              MOVE SPACES TO WS-PER-SEARCH
              STRING WS-YEAR "13" DELIMITED BY SIZE
                 INTO WS-PER-SEARCH
              PERFORM FIND-PERIOD
              IF WS-PER-CLOSED = 'Y'
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING "year " WS-YEAR " is already closed"
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
              ELSE
                 MOVE SPACES TO WS-PER-SEARCH
                 STRING WS-YEAR "12" DELIMITED BY SIZE
                    INTO WS-PER-SEARCH
                 PERFORM FIND-PERIOD
                 IF WS-PER-CLOSED = 'N'
                    MOVE SPACES TO WS-REJECT-REASON
                    STRING "period " WS-YEAR "12 must be closed "
                       "before the year-end close"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                 ELSE
                    PERFORM ROLL-YEAR
                 END-IF
              END-IF
           END-IF
           END-IF.

       ROLL-YEAR.
           PERFORM OPEN-ACCTBAL.
           MOVE LOW-VALUES TO AB-KEY.
           START ACCTBAL KEY IS NOT LESS THAN AB-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ACCTBAL NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF AB-PERIOD(1:4) = WS-YEAR AND
                       AB-PERIOD(5:2) NOT = "13"
                       PERFORM ACCUM-CLOSE
                    END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO WS-POST-PERIOD.
           STRING WS-YEAR "13" DELIMITED BY SIZE INTO WS-POST-PERIOD.
           MOVE ZEROES TO WS-CLS-RE-NET.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
              UNTIL WS-CLS-SUB > WS-CLS-TABLE-COUNT
              IF WS-CLS-NET(WS-CLS-SUB) NOT = ZEROES
                 MOVE WS-CLS-ACCOUNT(WS-CLS-SUB) TO WS-POST-ACCOUNT
                 IF WS-CLS-NET(WS-CLS-SUB) > ZEROES
                    MOVE 'C' TO WS-POST-DC
                    MOVE WS-CLS-NET(WS-CLS-SUB) TO WS-POST-AMT
                 ELSE
                    MOVE 'D' TO WS-POST-DC
                    COMPUTE WS-POST-AMT = 0 - WS-CLS-NET(WS-CLS-SUB)
                 END-IF
                 PERFORM POST-ONE
                 ADD WS-CLS-NET(WS-CLS-SUB) TO WS-CLS-RE-NET
              END-IF
           END-PERFORM.
      * a net debit across income and expense is a loss - retained
      * earnings takes the debit; a net credit (profit) the credit
           IF WS-CLS-RE-NET NOT = ZEROES
              MOVE WS-RE-ACCOUNT TO WS-POST-ACCOUNT
              IF WS-CLS-RE-NET > ZEROES
                 MOVE 'D' TO WS-POST-DC
                 MOVE WS-CLS-RE-NET TO WS-POST-AMT
              ELSE
                 MOVE 'C' TO WS-POST-DC
                 COMPUTE WS-POST-AMT = 0 - WS-CLS-RE-NET
              END-IF
              PERFORM POST-ONE
           END-IF.
           CLOSE ACCTBAL.

           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 13
              MOVE SPACES TO WS-PER-SEARCH
              STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
                 INTO WS-PER-SEARCH
              PERFORM FIND-PERIOD
              IF WS-PER-CLOSED = 'N'
                 PERFORM WRITE-PERIOD-CLOSE
              END-IF
           END-PERFORM.

           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-CLS-RE-NET TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Year " WS-YEAR " closed - " WS-COUNT-EDIT
              " closing entr(ies) to period " WS-POST-PERIOD
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  net income/(loss) to " WS-RE-ACCOUNT " "
              WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "GLPOST closed year " WS-YEAR.
           MOVE WS-POST-PERIOD TO WS-TB-PERIOD.

      * the amount an account must be reversed by is its net debit
      * for the year; accounts off the chart cannot be typed and are
      * left open and listed
       ACCUM-CLOSE.
           MOVE ZEROES TO WS-COA-FOUND-SUB.
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
              UNTIL WS-COA-SUB > WS-COA-TABLE-COUNT
              IF WS-COA-ACCOUNT(WS-COA-SUB) = AB-ACCOUNT
                 MOVE WS-COA-SUB TO WS-COA-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-COA-FOUND-SUB = ZEROES
              MOVE SPACES TO RPT-REC
              STRING "  " AB-ACCOUNT " " AB-PERIOD
                 " not on chart of accounts - not closed"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
           IF WS-COA-TYPE(WS-COA-FOUND-SUB) = 'I' OR
              WS-COA-TYPE(WS-COA-FOUND-SUB) = 'E'
              IF WS-CLS-TABLE-COUNT = ZEROES OR
                 WS-CLS-ACCOUNT(WS-CLS-TABLE-COUNT) NOT = AB-ACCOUNT
                 IF WS-CLS-TABLE-COUNT = WS-CLS-TABLE-COUNT-MAX
                    DISPLAY "More income and expense accounts than "
                       "GLPOST can hold - aborting run."
                    MOVE 16 TO RETURN-CODE
                    CLOSE ACCTBAL RPTFILE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CLS-TABLE-COUNT
                 MOVE AB-ACCOUNT TO WS-CLS-ACCOUNT(WS-CLS-TABLE-COUNT)
                 MOVE ZEROES TO WS-CLS-NET(WS-CLS-TABLE-COUNT)
              END-IF
              COMPUTE WS-CLS-NET(WS-CLS-TABLE-COUNT) =
                 WS-CLS-NET(WS-CLS-TABLE-COUNT) + AB-DEBITS -
                 AB-CREDITS
           END-IF
           END-IF.

      * trial balance: every account's cumulative balance through the
      * period, in account order, debit and credit columns footed
       TRIAL-BALANCE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "TRIAL BALANCE AS OF PERIOD " WS-TB-PERIOD
              "   RUN " WS-RUN-DATE-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  ACCOUNT              DESCRIPTION         "
              "            DEBIT            CREDIT"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM OPEN-ACCTBAL.
           MOVE 'N' TO WS-EOF.
           MOVE SPACES TO WS-TB-ACCOUNT.
           MOVE ZEROES TO WS-TB-NET.
           MOVE LOW-VALUES TO AB-KEY.
           START ACCTBAL KEY IS NOT LESS THAN AB-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ACCTBAL NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF AB-ACCOUNT NOT = WS-TB-ACCOUNT
                       PERFORM WRITE-TB-LINE
                       MOVE AB-ACCOUNT TO WS-TB-ACCOUNT
                       MOVE ZEROES TO WS-TB-NET
                    END-IF
                    IF AB-PERIOD NOT > WS-TB-PERIOD
                       COMPUTE WS-TB-NET = WS-TB-NET + AB-DEBITS -
                          AB-CREDITS
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-TB-LINE.
           CLOSE ACCTBAL.
           MOVE WS-TB-DEBITS TO WS-TB-DR-EDIT.
           MOVE WS-TB-CREDITS TO WS-TB-CR-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  TOTAL                                     "
              WS-TB-DR-EDIT " " WS-TB-CR-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-TB-DEBITS NOT = WS-TB-CREDITS
              MOVE SPACES TO RPT-REC
              STRING "  *** TRIAL BALANCE DOES NOT BALANCE ***"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              DISPLAY "WARNING: trial balance does not balance."
              MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-TB-LINE.
           IF WS-TB-ACCOUNT NOT = SPACES AND WS-TB-NET NOT = ZEROES
              MOVE SPACES TO WS-TB-DESC
              PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                 UNTIL WS-COA-SUB > WS-COA-TABLE-COUNT
                 IF WS-COA-ACCOUNT(WS-COA-SUB) = WS-TB-ACCOUNT
                    MOVE WS-COA-DESC(WS-COA-SUB) TO WS-TB-DESC
                 END-IF
              END-PERFORM
              MOVE SPACES TO RPT-REC
              IF WS-TB-NET > ZEROES
                 ADD WS-TB-NET TO WS-TB-DEBITS
                 MOVE WS-TB-NET TO WS-TB-DR-EDIT
                 STRING "  " WS-TB-ACCOUNT " " WS-TB-DESC " "
                    WS-TB-DR-EDIT
                    DELIMITED BY SIZE INTO RPT-REC
              ELSE
                 COMPUTE WS-TB-CREDITS = WS-TB-CREDITS - WS-TB-NET
                 MOVE WS-TB-NET TO WS-TB-CR-EDIT
                 STRING "  " WS-TB-ACCOUNT " " WS-TB-DESC " "
                    "                  " WS-TB-CR-EDIT
                    DELIMITED BY SIZE INTO RPT-REC
              END-IF
              WRITE RPT-REC
              ADD 1 TO WS-TB-LINES
           END-IF.
