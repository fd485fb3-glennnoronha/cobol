       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFREV.

      * monthly deferred revenue release, run after the A2 invoice
      * step. CONTGEN writes a DEFSCHED recognition schedule for each
      * quarterly or annual contract charge it bills up front; the
      * invoice run credits the whole charge to REVENUE. on the first
      * pass over a new schedule the billing is moved to deferred
      * revenue (D REVENUE / C DEFERRED-REV), and every month the
      * portion earned to date - the charge spread evenly over its
      * service months, the last month taking the rounding - is
      * released back (D DEFERRED-REV / C REVENUE). a schedule is
      * only ever brought up to the cycle month, so a second run in
      * the same month releases nothing. fully earned schedules drop
      * off the master. the rollforward report shows each schedule's
      * opening, billed, recognized and closing deferred balance, and
      * ties the totals to what the journal posts to DEFERRED-REV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFFILE ASSIGN TO DEFSCHED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DEFFILE-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

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
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DEFFILE-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-RUN-YM PIC X(7).
       01 WS-RUN-MONTHS PIC 9(6).
       01 WS-BILL-MONTHS PIC 9(6).
       01 WS-YYYY PIC 9(4).
       01 WS-MM PIC 9(2).
       01 WS-DUE-MONTHS PIC S9(6).
       01 WS-TARGET-AMT PIC 9(7)V99.

       01 WS-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-RANGE-MAX PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-SEQ-NAME PIC X(12) VALUE "INVOICE-RUN".

       01 WS-DEF-TABLE-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-DEF-TABLE-COUNT-MAX PIC 9(5) VALUE 5000.
       01 WS-DEF-TABLE.
           05 WS-DEF-ENTRY OCCURS 5000 TIMES.
               10 WS-DEF-REC PIC X(80).
               10 WS-DEF-OPEN PIC 9(7)V99.
               10 WS-DEF-BILLED PIC 9(7)V99.
               10 WS-DEF-RECOG PIC 9(7)V99.
       01 WS-DEF-SUB PIC 9(5).

       01 WS-TOT-OPEN PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-BILLED PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-RECOG PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-CLOSE PIC 9(11)V99 VALUE ZEROES.
       01 WS-ROLL-CLOSE PIC S9(11)V99.
       01 WS-NET-CHANGE PIC S9(11)V99.
       01 WS-DONE-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-KEPT-COUNT PIC 9(5) VALUE ZEROES.

       01 WS-GL-DEBITS PIC 9(11)V99 VALUE ZEROES.
       01 WS-GL-CREDITS PIC 9(11)V99 VALUE ZEROES.
       01 WS-DR-DEFERRED PIC 9(11)V99 VALUE ZEROES.
       01 WS-CR-DEFERRED PIC 9(11)V99 VALUE ZEROES.

       01 WS-DETAIL-LINE.
           05 WS-DL-CUST PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-DESC PIC X(32).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-BILL-MONTH PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-RECOG-MONTHS PIC ZZ9.
           05 FILLER PIC X VALUE "/".
           05 WS-DL-SVC-MONTHS PIC 999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-OPEN PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-BILLED PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-RECOG PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-CLOSE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(9) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(61) VALUE "TOTAL DEFERRED REVENUE".
           05 WS-TL-OPEN PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-BILLED PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-RECOG PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-CLOSE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(9) VALUE SPACES.

       01 WS-AMT-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           OPEN INPUT CYCFILE.
           IF WS-CYCFILE-STATUS = "00"
              READ CYCFILE
                 AT END CONTINUE
                 NOT AT END MOVE CYC-DATE TO WS-CYCLE-DATE
              END-READ
              CLOSE CYCFILE
           END-IF.
           IF WS-CYCLE-DATE = SPACES
              STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
                 "-" WS-RUN-DATETIME(7:2)
                 DELIMITED BY SIZE INTO WS-CYCLE-DATE
           END-IF.
           MOVE WS-CYCLE-DATE(1:7) TO WS-RUN-YM.
           MOVE WS-CYCLE-DATE(1:4) TO WS-YYYY.
           MOVE WS-CYCLE-DATE(6:2) TO WS-MM.
           COMPUTE WS-RUN-MONTHS = WS-YYYY * 12 + WS-MM.

           OPEN INPUT DEFFILE.
           IF WS-DEFFILE-STATUS = "00"
              PERFORM UNTIL WS-DEFFILE-STATUS = "10"
                 READ DEFFILE
                    AT END MOVE "10" TO WS-DEFFILE-STATUS
                    NOT AT END
                       IF WS-DEF-TABLE-COUNT = WS-DEF-TABLE-COUNT-MAX
                          DISPLAY "DEFSCHED has more schedules than "
                             "DEFREV can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE DEFFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-DEF-TABLE-COUNT
                       MOVE DATA-DEFSCHED TO
                          WS-DEF-REC(WS-DEF-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE DEFFILE
           ELSE
              DISPLAY "No deferred revenue schedules found - nothing "
                 "to recognize."
           END-IF.

           CALL "SEQGEN" USING WS-SEQ-NAME WS-RUN-SEQ WS-SEQ-RANGE-MAX
              WS-SEQ-INCREMENT.

           PERFORM VARYING WS-DEF-SUB FROM 1 BY 1
              UNTIL WS-DEF-SUB > WS-DEF-TABLE-COUNT
              PERFORM RECOGNIZE-SCHEDULE
           END-PERFORM.

           OPEN OUTPUT GLFILE.
           IF WS-TOT-BILLED > ZEROES
              MOVE SPACES TO GL-REC
              MOVE "REVENUE" TO GL-ACCOUNT
              MOVE "D" TO GL-DC
              MOVE WS-TOT-BILLED TO GL-AMT
              MOVE "Advance billings deferred" TO GL-DESC
              PERFORM WRITE-GL-LINE
              MOVE SPACES TO GL-REC
              MOVE "DEFERRED-REV" TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              MOVE WS-TOT-BILLED TO GL-AMT
              MOVE "Advance billings deferred" TO GL-DESC
              PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-TOT-RECOG > ZEROES
              MOVE SPACES TO GL-REC
              MOVE "DEFERRED-REV" TO GL-ACCOUNT
              MOVE "D" TO GL-DC
              MOVE WS-TOT-RECOG TO GL-AMT
              MOVE "Deferred revenue earned" TO GL-DESC
              PERFORM WRITE-GL-LINE
              MOVE SPACES TO GL-REC
              MOVE "REVENUE" TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              MOVE WS-TOT-RECOG TO GL-AMT
              MOVE "Deferred revenue earned" TO GL-DESC
              PERFORM WRITE-GL-LINE
           END-IF.
           MOVE SPACES TO GL-REC.
           MOVE "DEFREV" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PROOF-DEBITS" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-GL-DEBITS TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES TO GL-REC.
           MOVE "DEFREV" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PROOF-CREDITS" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-GL-CREDITS TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           WRITE GL-REC.
           CLOSE GLFILE.

      * schedules with a deferred balance left go back out; fully
      * earned ones are done and drop off
           OPEN OUTPUT DEFFILE.
           PERFORM VARYING WS-DEF-SUB FROM 1 BY 1
              UNTIL WS-DEF-SUB > WS-DEF-TABLE-COUNT
              MOVE WS-DEF-REC(WS-DEF-SUB) TO DATA-DEFSCHED
              IF DS-RECOG-AMT < DS-AMT
                 WRITE DATA-DEFSCHED
                 ADD 1 TO WS-KEPT-COUNT
              ELSE
                 ADD 1 TO WS-DONE-COUNT
              END-IF
           END-PERFORM.
           CLOSE DEFFILE.

           PERFORM WRITE-REPORT.

           MOVE WS-TOT-RECOG TO WS-AMT-EDIT.
           DISPLAY "DEFREV recognized " WS-AMT-EDIT
              " of deferred revenue for " WS-RUN-YM.
           IF WS-ROLL-CLOSE NOT = WS-TOT-CLOSE
              DISPLAY "WARNING: deferred revenue rollforward does "
                 "not foot - see the report."
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * bring one schedule up to the cycle month: a schedule CONTGEN
      * wrote since the last run is billed (moved to deferred) first,
      * then the months due so far are released
       RECOGNIZE-SCHEDULE.
           MOVE WS-DEF-REC(WS-DEF-SUB) TO DATA-DEFSCHED.
           MOVE ZEROES TO WS-DEF-OPEN(WS-DEF-SUB)
              WS-DEF-BILLED(WS-DEF-SUB) WS-DEF-RECOG(WS-DEF-SUB).
           IF DS-STATUS = 'N'
              MOVE DS-AMT TO WS-DEF-BILLED(WS-DEF-SUB)
              MOVE 'D' TO DS-STATUS
           ELSE
              COMPUTE WS-DEF-OPEN(WS-DEF-SUB) =
                 DS-AMT - DS-RECOG-AMT
           END-IF.
           MOVE ZEROES TO WS-DUE-MONTHS.
           IF DS-BILL-MONTH(1:4) IS NUMERIC AND
              DS-BILL-MONTH(6:2) IS NUMERIC
              MOVE DS-BILL-MONTH(1:4) TO WS-YYYY
              MOVE DS-BILL-MONTH(6:2) TO WS-MM
              COMPUTE WS-BILL-MONTHS = WS-YYYY * 12 + WS-MM
              COMPUTE WS-DUE-MONTHS =
                 WS-RUN-MONTHS - WS-BILL-MONTHS + 1
           END-IF.
           IF WS-DUE-MONTHS > DS-SVC-MONTHS
              MOVE DS-SVC-MONTHS TO WS-DUE-MONTHS
           END-IF.
           IF WS-DUE-MONTHS > DS-RECOG-MONTHS
              IF WS-DUE-MONTHS = DS-SVC-MONTHS
                 MOVE DS-AMT TO WS-TARGET-AMT
              ELSE
                 COMPUTE WS-TARGET-AMT ROUNDED =
                    DS-AMT * WS-DUE-MONTHS / DS-SVC-MONTHS
              END-IF
              COMPUTE WS-DEF-RECOG(WS-DEF-SUB) =
                 WS-TARGET-AMT - DS-RECOG-AMT
              MOVE WS-TARGET-AMT TO DS-RECOG-AMT
              MOVE WS-DUE-MONTHS TO DS-RECOG-MONTHS
           END-IF.
           MOVE DATA-DEFSCHED TO WS-DEF-REC(WS-DEF-SUB).
           ADD WS-DEF-OPEN(WS-DEF-SUB) TO WS-TOT-OPEN.
           ADD WS-DEF-BILLED(WS-DEF-SUB) TO WS-TOT-BILLED.
           ADD WS-DEF-RECOG(WS-DEF-SUB) TO WS-TOT-RECOG.
           COMPUTE WS-TOT-CLOSE = WS-TOT-CLOSE + DS-AMT -
              DS-RECOG-AMT.

       WRITE-GL-LINE.
           MOVE "DEFREV" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           WRITE GL-REC.
           IF GL-DC = "D"
              ADD GL-AMT TO WS-GL-DEBITS
              IF GL-ACCOUNT = "DEFERRED-REV"
                 ADD GL-AMT TO WS-DR-DEFERRED
              END-IF
           ELSE
              ADD GL-AMT TO WS-GL-CREDITS
              IF GL-ACCOUNT = "DEFERRED-REV"
                 ADD GL-AMT TO WS-CR-DEFERRED
              END-IF
           END-IF.

      * rollforward by schedule, then the totals tied to the journal
       WRITE-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "DEFERRED REVENUE ROLLFORWARD FOR " WS-RUN-YM
              "   (CYCLE DATE " WS-CYCLE-DATE ")"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "CUST    CONTRACT                          BILL MO "
              "  MONTHS         OPENING          BILLED      "
              "RECOGNIZED         CLOSING"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-DEF-SUB FROM 1 BY 1
              UNTIL WS-DEF-SUB > WS-DEF-TABLE-COUNT
              MOVE WS-DEF-REC(WS-DEF-SUB) TO DATA-DEFSCHED
              MOVE DS-CUST-ID TO WS-DL-CUST
              MOVE DS-DESC TO WS-DL-DESC
              MOVE DS-BILL-MONTH TO WS-DL-BILL-MONTH
              MOVE DS-RECOG-MONTHS TO WS-DL-RECOG-MONTHS
              MOVE DS-SVC-MONTHS TO WS-DL-SVC-MONTHS
              MOVE WS-DEF-OPEN(WS-DEF-SUB) TO WS-DL-OPEN
              MOVE WS-DEF-BILLED(WS-DEF-SUB) TO WS-DL-BILLED
              MOVE WS-DEF-RECOG(WS-DEF-SUB) TO WS-DL-RECOG
              COMPUTE WS-DL-CLOSE = DS-AMT - DS-RECOG-AMT
              MOVE WS-DETAIL-LINE TO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOT-OPEN TO WS-TL-OPEN.
           MOVE WS-TOT-BILLED TO WS-TL-BILLED.
           MOVE WS-TOT-RECOG TO WS-TL-RECOG.
           MOVE WS-TOT-CLOSE TO WS-TL-CLOSE.
           MOVE WS-TOTAL-LINE TO RPT-REC.
           WRITE RPT-REC.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "GL TIE-OUT - ACCOUNT DEFERRED-REV" TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOT-OPEN TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  opening deferred balance          " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CR-DEFERRED TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  journal credits (billed)        + " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DR-DEFERRED TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  journal debits (recognized)     - " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           COMPUTE WS-ROLL-CLOSE = WS-TOT-OPEN + WS-CR-DEFERRED -
              WS-DR-DEFERRED.
           MOVE WS-ROLL-CLOSE TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  closing per journal               " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOT-CLOSE TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  closing per schedules             " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-ROLL-CLOSE = WS-TOT-CLOSE
              MOVE "  *** rollforward ties to the journal ***"
                 TO RPT-REC
           ELSE
              COMPUTE WS-NET-CHANGE = WS-ROLL-CLOSE - WS-TOT-CLOSE
              MOVE WS-NET-CHANGE TO WS-AMT-EDIT
              STRING "  *** OUT OF BALANCE BY " WS-AMT-EDIT " ***"
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  schedules carried forward  " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DONE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "  schedules fully earned     " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.
