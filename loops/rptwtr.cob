      * character in column 1 and returns the lines to write,
      * inserting a title/date/page header with a page eject
      * whenever the page fills or the caller forces a new page.
      *
      * every line handed back is also captured into the report
      * repository (RPTREPO) under a report number drawn from the
      * REPORT sequence, tagged with its page. when the caller is
      * done it sets LK-RPT-CLOSE to 'Y' and calls once more; that
      * call prints nothing and writes the report's RPTINDEX entry
      * - title, producing program, cycle date, run sequence, page
      * and line counts, and retention class:
      *   D - 30 days      Y - one year
      *   S - seven years (statutory)   P - permanent
      * the cycle date is the caller's, else the CYCDATE card, else
      * today. RPTPRT reprints from the repository.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOFILE ASSIGN TO RPTREPO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REPOFILE-STATUS.
           SELECT IDXFILE ASSIGN TO RPTINDEX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IDXFILE-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPOFILE.
       01 DATA-REPO.
           05 RPR-RPT-ID PIC 9(9).
           05 RPR-PAGE PIC 9(4).
           05 RPR-LINE PIC X(81).
           05 RPR-BLANKS PIC X(6).

       FD IDXFILE.
       01 DATA-RPTIDX.
           05 RIX-RPT-ID PIC 9(9).
           05 RIX-TITLE PIC X(30).
           05 RIX-PROGRAM PIC X(8).
           05 RIX-CYCLE-DATE PIC X(10).
           05 RIX-RUN-SEQ PIC 9(9).
           05 RIX-PAGES PIC 9(4).
           05 RIX-LINES PIC 9(7).
           05 RIX-RETAIN PIC X(1).
           05 RIX-RUN-DATE PIC X(10).
           05 RIX-BLANKS PIC X(12).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-REPOFILE-STATUS PIC XX.
       01 WS-IDXFILE-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.
      * the repository stays open while any caller has a report
      * going; a report that never closes keeps its lines but gets
      * no index entry
       01 WS-REPO-OPEN PIC A VALUE 'N'.
       01 WS-REPO-FAILED PIC A VALUE 'N'.
       01 WS-OPEN-REPORTS PIC 9(2) VALUE ZERO.
       01 WS-OUT-SUB PIC 9.
       01 WS-SEQ-NAME PIC X(12) VALUE "REPORT".
       01 WS-SEQ-RANGE-MAX PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE-EDIT.
           05 WS-RUN-YYYY PIC X(4).
           05 LK-RPT-PAGE-NUM PIC 9(4).
           05 LK-RPT-LINE-COUNT PIC 9(2).
           05 LK-RPT-NEW-PAGE PIC X(1).
           05 LK-RPT-PROGRAM PIC X(8).
           05 LK-RPT-RUN-SEQ PIC 9(9).
           05 LK-RPT-RETAIN PIC X(1).
           05 LK-RPT-CYCLE-DATE PIC X(10).
           05 LK-RPT-CLOSE PIC X(1).
           05 LK-RPT-ID PIC 9(9).
           05 LK-RPT-LINES PIC 9(7).
       01 LK-RPT-DETAIL PIC X(80).
       01 LK-RPT-OUT.
           05 LK-RPT-OUT-COUNT PIC 9.
           MOVE WS-RUN-DATETIME(5:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-RUN-DD.

           IF LK-RPT-CLOSE = 'Y'
              MOVE ZEROES TO LK-RPT-OUT-COUNT
              PERFORM CLOSE-REPORT
              EXIT PROGRAM
           END-IF.
           IF LK-RPT-ID = ZEROES
              PERFORM OPEN-REPORT
           END-IF.

           IF LK-RPT-PAGE-SIZE = ZEROES
              MOVE 55 TO LK-RPT-PAGE-SIZE
           END-IF.
              LK-RPT-OUT-LINE(LK-RPT-OUT-COUNT)(2:80).
           ADD 1 TO LK-RPT-LINE-COUNT.

           IF WS-REPO-OPEN = 'Y'
              PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                 UNTIL WS-OUT-SUB > LK-RPT-OUT-COUNT
                 MOVE SPACES TO DATA-REPO
                 MOVE LK-RPT-ID TO RPR-RPT-ID
                 MOVE LK-RPT-PAGE-NUM TO RPR-PAGE
                 MOVE LK-RPT-OUT-LINE(WS-OUT-SUB) TO RPR-LINE
                 WRITE DATA-REPO
                 ADD 1 TO LK-RPT-LINES
              END-PERFORM
           END-IF.

           EXIT PROGRAM.

      * first line of a report: number it, settle its cycle date and
      * make sure the repository is open
       OPEN-REPORT.
           CALL "SEQGEN" USING WS-SEQ-NAME LK-RPT-ID WS-SEQ-RANGE-MAX
              WS-SEQ-INCREMENT.
           MOVE ZEROES TO LK-RPT-LINES.
           IF LK-RPT-CYCLE-DATE = SPACES
              OPEN INPUT CYCFILE
              IF WS-CYCFILE-STATUS = "00"
                 READ CYCFILE
                    AT END CONTINUE
                    NOT AT END MOVE CYC-DATE TO LK-RPT-CYCLE-DATE
                 END-READ
                 CLOSE CYCFILE
              END-IF
           END-IF.
           IF LK-RPT-CYCLE-DATE = SPACES
              MOVE WS-RUN-DATE-EDIT TO LK-RPT-CYCLE-DATE
           END-IF.
           IF WS-REPO-OPEN = 'N' AND WS-REPO-FAILED = 'N'
              OPEN EXTEND REPOFILE
              IF WS-REPOFILE-STATUS = "35"
                 OPEN OUTPUT REPOFILE
              END-IF
              IF WS-REPOFILE-STATUS = "00"
                 MOVE 'Y' TO WS-REPO-OPEN
              ELSE
                 MOVE 'Y' TO WS-REPO-FAILED
                 DISPLAY "RPTWTR could not open the report repository"
                    " - " LK-RPT-TITLE " not captured."
              END-IF
           END-IF.
           ADD 1 TO WS-OPEN-REPORTS.

       CLOSE-REPORT.
           IF LK-RPT-ID NOT = ZEROES
              IF WS-REPO-OPEN = 'Y'
                 OPEN EXTEND IDXFILE
                 IF WS-IDXFILE-STATUS = "35"
                    OPEN OUTPUT IDXFILE
                 END-IF
                 MOVE SPACES TO DATA-RPTIDX
                 MOVE LK-RPT-ID TO RIX-RPT-ID
                 MOVE LK-RPT-TITLE TO RIX-TITLE
                 MOVE LK-RPT-PROGRAM TO RIX-PROGRAM
                 MOVE LK-RPT-CYCLE-DATE TO RIX-CYCLE-DATE
                 MOVE LK-RPT-RUN-SEQ TO RIX-RUN-SEQ
                 MOVE LK-RPT-PAGE-NUM TO RIX-PAGES
                 MOVE LK-RPT-LINES TO RIX-LINES
                 IF LK-RPT-RETAIN = SPACE
                    MOVE 'Y' TO RIX-RETAIN
                 ELSE
                    MOVE LK-RPT-RETAIN TO RIX-RETAIN
                 END-IF
                 MOVE WS-RUN-DATE-EDIT TO RIX-RUN-DATE
                 WRITE DATA-RPTIDX
                 CLOSE IDXFILE
              END-IF
              SUBTRACT 1 FROM WS-OPEN-REPORTS
              IF WS-OPEN-REPORTS = ZERO AND WS-REPO-OPEN = 'Y'
                 CLOSE REPOFILE
                 MOVE 'N' TO WS-REPO-OPEN
              END-IF
           END-IF.
           MOVE ZEROES TO LK-RPT-ID LK-RPT-LINES.
           MOVE 'N' TO LK-RPT-CLOSE.
