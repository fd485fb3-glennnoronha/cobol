       PROGRAM-ID. GLCONS.

      * nightly GL consolidation. merges every GL journal the cycle
      * produced (up to twelve, staged as GL1IN through GL12IN) into
      * one batch with a header and trailer carrying the record count
      * and debit/credit hash totals. debits must equal credits per
      * GL-SOURCE and in total, or the batch is not released and the
      * step fails so the driver stops the cycle. the per-journal
      * PROOF-* balancing rows are verified and then dropped - they
      * are not postable accounts. every posting's account must be
      * active on the COAMAST chart of accounts - an unknown or
      * inactive account holds the batch, naming the GL-SOURCE that
      * produced it. OUTPUT2 is the posting cross-reference: which
      * source posted to which accounts this cycle, and which chart
      * accounts nothing posted to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLIN-STATUS.
           SELECT GL7IN ASSIGN TO GL7IN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLIN-STATUS.
           SELECT GL8IN ASSIGN TO GL8IN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLIN-STATUS.
           SELECT GL9IN ASSIGN TO GL9IN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLIN-STATUS.
           SELECT GL10IN ASSIGN TO GL10IN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLIN-STATUS.
           SELECT GL11IN ASSIGN TO GL11IN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLIN-STATUS.
           SELECT GL12IN ASSIGN TO GL12IN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLIN-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT COAFILE ASSIGN TO COAMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COAFILE-STATUS.
           SELECT GLBATCH ASSIGN TO GLBATCH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT XREFFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 GL5-REC PIC X(80).
       FD GL6IN.
       01 GL6-REC PIC X(80).
       FD GL7IN.
       01 GL7-REC PIC X(80).
       FD GL8IN.
       01 GL8-REC PIC X(80).
       FD GL9IN.
       01 GL9-REC PIC X(80).
       FD GL10IN.
       01 GL10-REC PIC X(80).
       FD GL11IN.
       01 GL11-REC PIC X(80).
       FD GL12IN.
       01 GL12-REC PIC X(80).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

      * chart of accounts - type A asset, L liability, Q equity,
      * I income, E expense; active flag N retires an account
       FD COAFILE.
       01 DATA-COA.
           05 COA-ACCOUNT PIC X(20).
           05 COA-DESC PIC X(30).
           05 COA-TYPE PIC X(1).
           05 COA-ACTIVE PIC X(1).
           05 COA-BLANKS PIC X(28).

       FD GLBATCH.
       01 GLB-REC PIC X(80).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       FD XREFFILE.
       01 XREF-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-GLIN-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.
       01 WS-COAFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-FILE-SUB PIC 9(2) VALUE ZERO.

       01 WS-GL-WORK.
           05 WS-GL-SOURCE PIC X(8).
       01 WS-SRC-SUB PIC 9(2).
       01 WS-SRC-FOUND-SUB PIC 9(2).

       01 WS-COA-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-COA-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 2000 TIMES.
               10 WS-COA-ACCOUNT PIC X(20).
               10 WS-COA-DESC PIC X(30).
               10 WS-COA-TYPE PIC X(1).
               10 WS-COA-ACTIVE PIC X(1).
               10 WS-COA-USED PIC A.
       01 WS-COA-SUB PIC 9(4).
       01 WS-COA-FOUND-SUB PIC 9(4).

      * one entry per GL-SOURCE and account posted this cycle
       01 WS-XRF-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-XRF-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-XRF-TABLE.
           05 WS-XRF-ENTRY OCCURS 1000 TIMES.
               10 WS-XRF-SOURCE PIC X(8).
               10 WS-XRF-ACCOUNT PIC X(20).
               10 WS-XRF-COA-SUB PIC 9(4).
               10 WS-XRF-LINES PIC 9(6).
               10 WS-XRF-DEBITS PIC S9(13)V99.
               10 WS-XRF-CREDITS PIC S9(13)V99.
       01 WS-XRF-SUB PIC 9(4).
       01 WS-XRF-FOUND-SUB PIC 9(4).
       01 WS-XRF-DESC PIC X(30).
       01 WS-XRF-STATUS PIC X(12).
       01 WS-BAD-ACCT PIC A VALUE 'N'.
       01 WS-BAD-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-UNUSED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-LINES-EDIT PIC ZZZ,ZZ9.

       01 WS-TOT-DEBITS PIC S9(13)V99 VALUE ZEROES.
       01 WS-TOT-CREDITS PIC S9(13)V99 VALUE ZEROES.
       01 WS-OUT-OF-BAL PIC A VALUE 'N'.
              CLOSE CYCFILE
           END-IF.

           OPEN INPUT COAFILE.
           IF WS-COAFILE-STATUS NOT = "00"
              DISPLAY "GLCONS: chart of accounts COAMAST not found "
                 "- batch not released."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-COAFILE-STATUS = "10"
              READ COAFILE
                 AT END MOVE "10" TO WS-COAFILE-STATUS
                 NOT AT END
                    IF WS-COA-TABLE-COUNT = WS-COA-TABLE-COUNT-MAX
                       DISPLAY "COAMAST has more accounts than "
                          "GLCONS can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE COAFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-COA-TABLE-COUNT
                    MOVE COA-ACCOUNT TO
                       WS-COA-ACCOUNT(WS-COA-TABLE-COUNT)
                    MOVE COA-DESC TO WS-COA-DESC(WS-COA-TABLE-COUNT)
                    MOVE COA-TYPE TO WS-COA-TYPE(WS-COA-TABLE-COUNT)
                    MOVE COA-ACTIVE TO
                       WS-COA-ACTIVE(WS-COA-TABLE-COUNT)
                    MOVE 'N' TO WS-COA-USED(WS-COA-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE COAFILE.

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 12
              PERFORM MERGE-ONE-FILE
           END-PERFORM.

           PERFORM VARYING WS-DET-SUB FROM 1 BY 1
              UNTIL WS-DET-SUB > WS-DET-TABLE-COUNT
              MOVE WS-DET-REC(WS-DET-SUB) TO WS-GL-WORK
              PERFORM XREF-ONE-POSTING
           END-PERFORM.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "GL CONSOLIDATION BALANCING WORKSHEET "
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "CHART OF ACCOUNTS VALIDATION"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
              UNTIL WS-XRF-SUB > WS-XRF-TABLE-COUNT
              IF WS-XRF-COA-SUB(WS-XRF-SUB) = ZEROES
                 MOVE 'Y' TO WS-BAD-ACCT
                 ADD 1 TO WS-BAD-COUNT
                 MOVE SPACES TO RPT-REC
                 STRING "  " WS-XRF-SOURCE(WS-XRF-SUB) " "
                    WS-XRF-ACCOUNT(WS-XRF-SUB)
                    " NOT ON CHART OF ACCOUNTS"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              ELSE
              IF WS-COA-ACTIVE(WS-XRF-COA-SUB(WS-XRF-SUB)) = 'N'
                 MOVE 'Y' TO WS-BAD-ACCT
                 ADD 1 TO WS-BAD-COUNT
                 MOVE SPACES TO RPT-REC
                 STRING "  " WS-XRF-SOURCE(WS-XRF-SUB) " "
                    WS-XRF-ACCOUNT(WS-XRF-SUB)
                    " INACTIVE ON CHART OF ACCOUNTS"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           IF WS-BAD-ACCT = 'Y'
              MOVE WS-BAD-COUNT TO WS-LINES-EDIT
              STRING "  " WS-LINES-EDIT
                 " source/account pair(s) REJECTED"
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "  all accounts posted are on the chart"
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           PERFORM WRITE-XREF-REPORT.

           IF WS-OUT-OF-BAL = 'Y'
              DISPLAY "GLCONS: consolidated batch is OUT OF BALANCE "
                 "- batch not released."
              STOP RUN
           END-IF.

           IF WS-BAD-ACCT = 'Y'
              DISPLAY "GLCONS: batch posts to accounts not active on "
                 "the chart of accounts - batch not released."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT GLBATCH.
           MOVE SPACES TO WS-GLB-CTL.
           MOVE 'H' TO WS-GLB-TYPE.
              WHEN 4 OPEN INPUT GL4IN
              WHEN 5 OPEN INPUT GL5IN
              WHEN 6 OPEN INPUT GL6IN
              WHEN 7 OPEN INPUT GL7IN
              WHEN 8 OPEN INPUT GL8IN
              WHEN 9 OPEN INPUT GL9IN
              WHEN 10 OPEN INPUT GL10IN
              WHEN 11 OPEN INPUT GL11IN
              WHEN 12 OPEN INPUT GL12IN
           END-EVALUATE.
           IF WS-GLIN-STATUS NOT = "00"
              CONTINUE
                       AT END MOVE 'Y' TO WS-EOF END-READ
                    WHEN 6 READ GL6IN INTO WS-GL-WORK
                       AT END MOVE 'Y' TO WS-EOF END-READ
                    WHEN 7 READ GL7IN INTO WS-GL-WORK
                       AT END MOVE 'Y' TO WS-EOF END-READ
                    WHEN 8 READ GL8IN INTO WS-GL-WORK
                       AT END MOVE 'Y' TO WS-EOF END-READ
                    WHEN 9 READ GL9IN INTO WS-GL-WORK
                       AT END MOVE 'Y' TO WS-EOF END-READ
                    WHEN 10 READ GL10IN INTO WS-GL-WORK
                       AT END MOVE 'Y' TO WS-EOF END-READ
                    WHEN 11 READ GL11IN INTO WS-GL-WORK
                       AT END MOVE 'Y' TO WS-EOF END-READ
                    WHEN 12 READ GL12IN INTO WS-GL-WORK
                       AT END MOVE 'Y' TO WS-EOF END-READ
                 END-EVALUATE
                 IF WS-EOF = 'N'
                    IF WS-GL-ACCOUNT(1:6) = "PROOF-"
                 WHEN 4 CLOSE GL4IN
                 WHEN 5 CLOSE GL5IN
                 WHEN 6 CLOSE GL6IN
                 WHEN 7 CLOSE GL7IN
                 WHEN 8 CLOSE GL8IN
                 WHEN 9 CLOSE GL9IN
                 WHEN 10 CLOSE GL10IN
                 WHEN 11 CLOSE GL11IN
                 WHEN 12 CLOSE GL12IN
              END-EVALUATE
           END-IF.

      * tally one posting under its source and account, tying the
      * account to its chart entry (zero when it is not on the chart)
       XREF-ONE-POSTING.
           MOVE ZEROES TO WS-XRF-FOUND-SUB.
           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
              UNTIL WS-XRF-SUB > WS-XRF-TABLE-COUNT
              IF WS-XRF-SOURCE(WS-XRF-SUB) = WS-GL-SOURCE AND
                 WS-XRF-ACCOUNT(WS-XRF-SUB) = WS-GL-ACCOUNT
                 MOVE WS-XRF-SUB TO WS-XRF-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-XRF-FOUND-SUB = ZEROES
              IF WS-XRF-TABLE-COUNT = WS-XRF-TABLE-COUNT-MAX
                 DISPLAY "Cycle journals post to more source/account "
                    "pairs than GLCONS can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-XRF-TABLE-COUNT
              MOVE WS-XRF-TABLE-COUNT TO WS-XRF-FOUND-SUB
              MOVE WS-GL-SOURCE TO WS-XRF-SOURCE(WS-XRF-FOUND-SUB)
              MOVE WS-GL-ACCOUNT TO WS-XRF-ACCOUNT(WS-XRF-FOUND-SUB)
              MOVE ZEROES TO WS-XRF-LINES(WS-XRF-FOUND-SUB)
                 WS-XRF-DEBITS(WS-XRF-FOUND-SUB)
                 WS-XRF-CREDITS(WS-XRF-FOUND-SUB)
              MOVE ZEROES TO WS-COA-FOUND-SUB
              PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                 UNTIL WS-COA-SUB > WS-COA-TABLE-COUNT
                 IF WS-COA-ACCOUNT(WS-COA-SUB) = WS-GL-ACCOUNT
                    MOVE WS-COA-SUB TO WS-COA-FOUND-SUB
                 END-IF
              END-PERFORM
              MOVE WS-COA-FOUND-SUB TO WS-XRF-COA-SUB(WS-XRF-FOUND-SUB)
              IF WS-COA-FOUND-SUB NOT = ZEROES
                 MOVE 'Y' TO WS-COA-USED(WS-COA-FOUND-SUB)
              END-IF
           END-IF.
           ADD 1 TO WS-XRF-LINES(WS-XRF-FOUND-SUB).
           IF WS-GL-DC = 'D'
              ADD WS-GL-AMT TO WS-XRF-DEBITS(WS-XRF-FOUND-SUB)
           ELSE
              ADD WS-GL-AMT TO WS-XRF-CREDITS(WS-XRF-FOUND-SUB)
           END-IF.

      * the posting map, source by source, then the chart accounts
      * that no source touched this cycle
       WRITE-XREF-REPORT.
           OPEN OUTPUT XREFFILE.
           MOVE SPACES TO XREF-REC.
           STRING "GL POSTING CROSS-REFERENCE " WS-CYCLE-DATE
              DELIMITED BY SIZE INTO XREF-REC.
           WRITE XREF-REC.
           MOVE SPACES TO XREF-REC.
           STRING "SOURCE   ACCOUNT              DESCRIPTION"
              "                      LINES                 "
              "DEBITS                 CREDITS  STATUS"
              DELIMITED BY SIZE INTO XREF-REC.
           WRITE XREF-REC.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SRC-TABLE-COUNT
              PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                 UNTIL WS-XRF-SUB > WS-XRF-TABLE-COUNT
                 IF WS-XRF-SOURCE(WS-XRF-SUB) =
                    WS-SRC-NAME(WS-SRC-SUB)
                    PERFORM WRITE-XREF-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO XREF-REC.
           WRITE XREF-REC.
           MOVE SPACES TO XREF-REC.
           STRING "CHART ACCOUNTS WITH NO POSTINGS THIS CYCLE"
              DELIMITED BY SIZE INTO XREF-REC.
           WRITE XREF-REC.
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
              UNTIL WS-COA-SUB > WS-COA-TABLE-COUNT
              IF WS-COA-USED(WS-COA-SUB) = 'N'
                 ADD 1 TO WS-UNUSED-COUNT
                 MOVE SPACES TO XREF-REC
                 IF WS-COA-ACTIVE(WS-COA-SUB) = 'N'
                    STRING "         " WS-COA-ACCOUNT(WS-COA-SUB) " "
                       WS-COA-DESC(WS-COA-SUB) " "
                       WS-COA-TYPE(WS-COA-SUB) " INACTIVE"
                       DELIMITED BY SIZE INTO XREF-REC
                 ELSE
                    STRING "         " WS-COA-ACCOUNT(WS-COA-SUB) " "
                       WS-COA-DESC(WS-COA-SUB) " "
                       WS-COA-TYPE(WS-COA-SUB)
                       DELIMITED BY SIZE INTO XREF-REC
                 END-IF
                 WRITE XREF-REC
              END-IF
           END-PERFORM.
           MOVE WS-XRF-TABLE-COUNT TO WS-LINES-EDIT.
           MOVE SPACES TO XREF-REC.
           STRING "  " WS-LINES-EDIT " source/account pair(s) posted"
              DELIMITED BY SIZE INTO XREF-REC.
           WRITE XREF-REC.
           MOVE WS-UNUSED-COUNT TO WS-LINES-EDIT.
           MOVE SPACES TO XREF-REC.
           STRING "  " WS-LINES-EDIT " chart account(s) not posted"
              DELIMITED BY SIZE INTO XREF-REC.
           WRITE XREF-REC.
           CLOSE XREFFILE.

       WRITE-XREF-LINE.
           IF WS-XRF-COA-SUB(WS-XRF-SUB) = ZEROES
              MOVE "*NOT ON CHART*" TO WS-XRF-DESC
              MOVE "REJECTED" TO WS-XRF-STATUS
           ELSE
              MOVE WS-COA-DESC(WS-XRF-COA-SUB(WS-XRF-SUB))
                 TO WS-XRF-DESC
              IF WS-COA-ACTIVE(WS-XRF-COA-SUB(WS-XRF-SUB)) = 'N'
                 MOVE "INACTIVE" TO WS-XRF-STATUS
              ELSE
                 MOVE "OK" TO WS-XRF-STATUS
              END-IF
           END-IF.
           MOVE WS-XRF-LINES(WS-XRF-SUB) TO WS-LINES-EDIT.
           MOVE WS-XRF-DEBITS(WS-XRF-SUB) TO WS-AMT-EDIT.
           MOVE WS-XRF-CREDITS(WS-XRF-SUB) TO WS-AMT-EDIT-2.
           MOVE SPACES TO XREF-REC.
           STRING WS-XRF-SOURCE(WS-XRF-SUB) " "
              WS-XRF-ACCOUNT(WS-XRF-SUB) " " WS-XRF-DESC " "
              WS-LINES-EDIT " " WS-AMT-EDIT " " WS-AMT-EDIT-2 " "
              WS-XRF-STATUS
              DELIMITED BY SIZE INTO XREF-REC.
           WRITE XREF-REC.
