       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPRT.

      * reprint from the report repository. every report printed
      * through RPTWTR is kept on RPTREPO with an RPTINDEX entry;
      * each RPRTPARM card asks for a report title over a cycle
      * date range (either end blank means open-ended), optionally
      * a page range and a single department. every indexed report
      * that matches is reprinted to OUTPUT1 once per department on
      * the title's RPTDIST distribution list (or just to the card's
      * department), each copy behind a routing banner. reports with
      * no distribution list print one copy marked UNROUTED. OUTPUT2
      * lists what was reprinted and any card that matched nothing
      * (RC 4). with no cards the run only lists the whole index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO RPRTPARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT DISTFILE ASSIGN TO RPTDIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DISTFILE-STATUS.
           SELECT IDXFILE ASSIGN TO RPTINDEX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IDXFILE-STATUS.
           SELECT REPOFILE ASSIGN TO RPTREPO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REPOFILE-STATUS.
           SELECT PRTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT LISTFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 RPP-TITLE PIC X(30).
           05 RPP-FROM-DATE PIC X(10).
           05 RPP-TO-DATE PIC X(10).
           05 RPP-FROM-PAGE PIC 9(4).
           05 RPP-TO-PAGE PIC 9(4).
           05 RPP-DEPT PIC X(10).
           05 RPP-BLANKS PIC X(12).

      * one row per department that receives a report title
       FD DISTFILE.
       01 DATA-DIST.
           05 DST-TITLE PIC X(30).
           05 DST-DEPT PIC X(10).
           05 DST-BLANKS PIC X(40).

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

       FD REPOFILE.
       01 DATA-REPO.
           05 RPR-RPT-ID PIC 9(9).
           05 RPR-PAGE PIC 9(4).
           05 RPR-LINE PIC X(81).
           05 RPR-BLANKS PIC X(6).

       FD PRTFILE.
       01 PRT-LINE PIC X(81).

       FD LISTFILE.
       01 LIST-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-DISTFILE-STATUS PIC XX.
       01 WS-IDXFILE-STATUS PIC XX.
       01 WS-REPOFILE-STATUS PIC XX.

       01 WS-CARD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CARD-COUNT-MAX PIC 9(2) VALUE 50.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 50 TIMES.
               10 WS-CARD-TITLE PIC X(30).
               10 WS-CARD-FROM-DATE PIC X(10).
               10 WS-CARD-TO-DATE PIC X(10).
               10 WS-CARD-FROM-PAGE PIC 9(4).
               10 WS-CARD-TO-PAGE PIC 9(4).
               10 WS-CARD-DEPT PIC X(10).
               10 WS-CARD-HITS PIC 9(4).
       01 WS-CARD-SUB PIC 9(2).

       01 WS-DIST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DIST-COUNT-MAX PIC 9(3) VALUE 200.
       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 200 TIMES.
               10 WS-DIST-TITLE PIC X(30).
               10 WS-DIST-DEPT PIC X(10).
       01 WS-DIST-SUB PIC 9(3).

       01 WS-SEL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SEL-COUNT-MAX PIC 9(3) VALUE 500.
       01 WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 500 TIMES.
               10 WS-SEL-RPT-ID PIC 9(9).
               10 WS-SEL-CARD PIC 9(2).
               10 WS-SEL-TITLE PIC X(30).
               10 WS-SEL-PROGRAM PIC X(8).
               10 WS-SEL-CYCLE-DATE PIC X(10).
               10 WS-SEL-RUN-SEQ PIC 9(9).
               10 WS-SEL-PAGES PIC 9(4).
               10 WS-SEL-RETAIN PIC X(1).
       01 WS-SEL-SUB PIC 9(3).

       01 WS-ROUTE-DEPT PIC X(10).
       01 WS-ROUTE-COUNT PIC 9(3).
       01 WS-PAGE-FROM PIC 9(4).
       01 WS-PAGE-TO PIC 9(4).
       01 WS-COPY-LINES PIC 9(7).
       01 WS-COPY-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-UNMATCHED PIC 9(2) VALUE ZERO.

       01 WS-LIST-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-RPT-ID PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-TITLE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LL-CYCLE-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LL-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LL-RUN-SEQ PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LL-PAGES PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LL-RETAIN PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-DEPT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LL-LINES PIC Z,ZZZ,ZZ9.

       01 WS-NUM-EDIT PIC Z(8)9.
       01 WS-PAGE-EDIT PIC ZZZ9.
       01 WS-PAGE-EDIT-2 PIC ZZZ9.
       01 WS-PAGE-EDIT-3 PIC ZZZ9.
       01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT IDXFILE.
           IF WS-IDXFILE-STATUS NOT = "00"
              DISPLAY "No RPTINDEX found - nothing in the report "
                 "repository to reprint - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT DISTFILE.
           IF WS-DISTFILE-STATUS = "00"
              PERFORM UNTIL WS-DISTFILE-STATUS = "10"
                 READ DISTFILE
                    AT END MOVE "10" TO WS-DISTFILE-STATUS
                    NOT AT END
                       IF WS-DIST-COUNT = WS-DIST-COUNT-MAX
                          DISPLAY "RPTDIST has more rows than RPTPRT "
                             "can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE DISTFILE IDXFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-DIST-COUNT
                       MOVE DST-TITLE TO WS-DIST-TITLE(WS-DIST-COUNT)
                       MOVE DST-DEPT TO WS-DIST-DEPT(WS-DIST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE DISTFILE
           END-IF.

           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              PERFORM UNTIL WS-PARMFILE-STATUS = "10"
                 READ PARMFILE
                    AT END MOVE "10" TO WS-PARMFILE-STATUS
                    NOT AT END
                       IF RPP-TITLE NOT = SPACES
                          PERFORM LOAD-CARD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARMFILE
           END-IF.

           OPEN OUTPUT LISTFILE.
           MOVE SPACES TO LIST-REC.
           IF WS-CARD-COUNT = ZERO
              STRING "REPORT REPOSITORY INDEX"
                 DELIMITED BY SIZE INTO LIST-REC
           ELSE
              STRING "REPORT REPRINT LISTING"
                 DELIMITED BY SIZE INTO LIST-REC
           END-IF.
           WRITE LIST-REC.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC.
           MOVE SPACES TO LIST-REC.
           STRING "  REPORT NO  TITLE                          CYC"
              "LE DATE PROGRAM    RUN SEQ PAGE R  ROUTED TO      LINES"
              DELIMITED BY SIZE INTO LIST-REC.
           WRITE LIST-REC.

           PERFORM UNTIL WS-IDXFILE-STATUS = "10"
              READ IDXFILE
                 AT END MOVE "10" TO WS-IDXFILE-STATUS
                 NOT AT END
                    IF WS-CARD-COUNT = ZERO
                       MOVE RIX-RPT-ID TO WS-LL-RPT-ID
                       MOVE RIX-TITLE TO WS-LL-TITLE
                       MOVE RIX-CYCLE-DATE TO WS-LL-CYCLE-DATE
                       MOVE RIX-PROGRAM TO WS-LL-PROGRAM
                       MOVE RIX-RUN-SEQ TO WS-LL-RUN-SEQ
                       MOVE RIX-PAGES TO WS-LL-PAGES
                       MOVE RIX-RETAIN TO WS-LL-RETAIN
                       MOVE SPACES TO WS-LL-DEPT
                       MOVE RIX-LINES TO WS-LL-LINES
                       MOVE WS-LIST-LINE TO LIST-REC
                       WRITE LIST-REC
                    ELSE
                       PERFORM SELECT-INDEX-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE IDXFILE.

           IF WS-SEL-COUNT > ZERO
              OPEN OUTPUT PRTFILE
              PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                 UNTIL WS-SEL-SUB > WS-SEL-COUNT
                 PERFORM ROUTE-REPORT
              END-PERFORM
              CLOSE PRTFILE
           END-IF.

           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
              UNTIL WS-CARD-SUB > WS-CARD-COUNT
              IF WS-CARD-HITS(WS-CARD-SUB) = ZEROES
                 ADD 1 TO WS-UNMATCHED
                 MOVE SPACES TO LIST-REC
                 STRING "  NO REPORT ON FILE FOR "
                    WS-CARD-TITLE(WS-CARD-SUB) " CYCLE DATES "
                    WS-CARD-FROM-DATE(WS-CARD-SUB) " TO "
                    WS-CARD-TO-DATE(WS-CARD-SUB)
                    DELIMITED BY SIZE INTO LIST-REC
                 WRITE LIST-REC
              END-IF
           END-PERFORM.
           CLOSE LISTFILE.

           MOVE WS-COPY-COUNT TO WS-COUNT-EDIT.
           DISPLAY "RPTPRT reprinted " WS-COUNT-EDIT " cop(ies).".
           IF WS-UNMATCHED > ZERO
              MOVE WS-UNMATCHED TO WS-COUNT-EDIT
              DISPLAY "RPTPRT: " WS-COUNT-EDIT " reprint card(s) "
                 "matched no report - see the listing."
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-CARD.
           IF WS-CARD-COUNT = WS-CARD-COUNT-MAX
              DISPLAY "RPRTPARM has more cards than RPTPRT can hold "
                 "- aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE PARMFILE IDXFILE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE RPP-TITLE TO WS-CARD-TITLE(WS-CARD-COUNT).
           MOVE RPP-FROM-DATE TO WS-CARD-FROM-DATE(WS-CARD-COUNT).
           MOVE RPP-TO-DATE TO WS-CARD-TO-DATE(WS-CARD-COUNT).
           MOVE RPP-DEPT TO WS-CARD-DEPT(WS-CARD-COUNT).
           MOVE ZEROES TO WS-CARD-HITS(WS-CARD-COUNT).
           IF RPP-FROM-PAGE IS NUMERIC AND RPP-FROM-PAGE > ZEROES
              MOVE RPP-FROM-PAGE TO WS-CARD-FROM-PAGE(WS-CARD-COUNT)
           ELSE
              MOVE 1 TO WS-CARD-FROM-PAGE(WS-CARD-COUNT)
           END-IF.
           IF RPP-TO-PAGE IS NUMERIC AND RPP-TO-PAGE > ZEROES
              MOVE RPP-TO-PAGE TO WS-CARD-TO-PAGE(WS-CARD-COUNT)
           ELSE
              MOVE 9999 TO WS-CARD-TO-PAGE(WS-CARD-COUNT)
           END-IF.

      * an index entry is picked once for every card it satisfies
       SELECT-INDEX-ENTRY.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
              UNTIL WS-CARD-SUB > WS-CARD-COUNT
              IF RIX-TITLE = WS-CARD-TITLE(WS-CARD-SUB) AND
                 (WS-CARD-FROM-DATE(WS-CARD-SUB) = SPACES OR
                  RIX-CYCLE-DATE NOT < WS-CARD-FROM-DATE(WS-CARD-SUB))
                 AND
                 (WS-CARD-TO-DATE(WS-CARD-SUB) = SPACES OR
                  RIX-CYCLE-DATE NOT > WS-CARD-TO-DATE(WS-CARD-SUB))
                 IF WS-SEL-COUNT = WS-SEL-COUNT-MAX
                    DISPLAY "Reprint cards select more reports than "
                       "RPTPRT can hold - aborting run."
                    MOVE 16 TO RETURN-CODE
                    CLOSE IDXFILE LISTFILE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SEL-COUNT
                 ADD 1 TO WS-CARD-HITS(WS-CARD-SUB)
                 MOVE RIX-RPT-ID TO WS-SEL-RPT-ID(WS-SEL-COUNT)
                 MOVE WS-CARD-SUB TO WS-SEL-CARD(WS-SEL-COUNT)
                 MOVE RIX-TITLE TO WS-SEL-TITLE(WS-SEL-COUNT)
                 MOVE RIX-PROGRAM TO WS-SEL-PROGRAM(WS-SEL-COUNT)
                 MOVE RIX-CYCLE-DATE TO
                    WS-SEL-CYCLE-DATE(WS-SEL-COUNT)
                 MOVE RIX-RUN-SEQ TO WS-SEL-RUN-SEQ(WS-SEL-COUNT)
                 MOVE RIX-PAGES TO WS-SEL-PAGES(WS-SEL-COUNT)
                 MOVE RIX-RETAIN TO WS-SEL-RETAIN(WS-SEL-COUNT)
              END-IF
           END-PERFORM.

      * one copy per department on the title's distribution list,
      * or only the department the card names
       ROUTE-REPORT.
           MOVE WS-SEL-CARD(WS-SEL-SUB) TO WS-CARD-SUB.
           MOVE WS-CARD-FROM-PAGE(WS-CARD-SUB) TO WS-PAGE-FROM.
           MOVE WS-CARD-TO-PAGE(WS-CARD-SUB) TO WS-PAGE-TO.
           IF WS-PAGE-TO > WS-SEL-PAGES(WS-SEL-SUB)
              MOVE WS-SEL-PAGES(WS-SEL-SUB) TO WS-PAGE-TO
           END-IF.
           IF WS-CARD-DEPT(WS-CARD-SUB) NOT = SPACES
              MOVE WS-CARD-DEPT(WS-CARD-SUB) TO WS-ROUTE-DEPT
              PERFORM PRINT-COPY
           ELSE
              MOVE ZERO TO WS-ROUTE-COUNT
              PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                 UNTIL WS-DIST-SUB > WS-DIST-COUNT
                 IF WS-DIST-TITLE(WS-DIST-SUB) =
                    WS-SEL-TITLE(WS-SEL-SUB)
                    ADD 1 TO WS-ROUTE-COUNT
                    MOVE WS-DIST-DEPT(WS-DIST-SUB) TO WS-ROUTE-DEPT
                    PERFORM PRINT-COPY
                 END-IF
              END-PERFORM
              IF WS-ROUTE-COUNT = ZERO
                 MOVE "UNROUTED" TO WS-ROUTE-DEPT
                 PERFORM PRINT-COPY
              END-IF
           END-IF.

       PRINT-COPY.
           MOVE SPACES TO PRT-LINE.
           STRING "1REPRINT - ROUTE TO " WS-ROUTE-DEPT
              DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-SEL-RUN-SEQ(WS-SEL-SUB) TO WS-NUM-EDIT.
           MOVE SPACES TO PRT-LINE.
           STRING " " WS-SEL-TITLE(WS-SEL-SUB) " CYCLE "
              WS-SEL-CYCLE-DATE(WS-SEL-SUB) " RUN " WS-NUM-EDIT
              DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-PAGE-FROM TO WS-PAGE-EDIT.
           MOVE WS-PAGE-TO TO WS-PAGE-EDIT-2.
           MOVE WS-SEL-PAGES(WS-SEL-SUB) TO WS-PAGE-EDIT-3.
           MOVE SPACES TO PRT-LINE.
           STRING " PAGES " WS-PAGE-EDIT " TO " WS-PAGE-EDIT-2
              " OF " WS-PAGE-EDIT-3 " - PRODUCED BY "
              WS-SEL-PROGRAM(WS-SEL-SUB)
              DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE ZEROES TO WS-COPY-LINES.
           OPEN INPUT REPOFILE.
           IF WS-REPOFILE-STATUS = "00"
              PERFORM UNTIL WS-REPOFILE-STATUS = "10"
                 READ REPOFILE
                    AT END MOVE "10" TO WS-REPOFILE-STATUS
                    NOT AT END
                       IF RPR-RPT-ID = WS-SEL-RPT-ID(WS-SEL-SUB) AND
                          RPR-PAGE NOT < WS-PAGE-FROM AND
                          RPR-PAGE NOT > WS-PAGE-TO
                          MOVE RPR-LINE TO PRT-LINE
                          WRITE PRT-LINE
                          ADD 1 TO WS-COPY-LINES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPOFILE
           END-IF.
           ADD 1 TO WS-COPY-COUNT.

           MOVE WS-SEL-RPT-ID(WS-SEL-SUB) TO WS-LL-RPT-ID.
           MOVE WS-SEL-TITLE(WS-SEL-SUB) TO WS-LL-TITLE.
           MOVE WS-SEL-CYCLE-DATE(WS-SEL-SUB) TO WS-LL-CYCLE-DATE.
           MOVE WS-SEL-PROGRAM(WS-SEL-SUB) TO WS-LL-PROGRAM.
           MOVE WS-SEL-RUN-SEQ(WS-SEL-SUB) TO WS-LL-RUN-SEQ.
           MOVE WS-SEL-PAGES(WS-SEL-SUB) TO WS-LL-PAGES.
           MOVE WS-SEL-RETAIN(WS-SEL-SUB) TO WS-LL-RETAIN.
           MOVE WS-ROUTE-DEPT TO WS-LL-DEPT.
           MOVE WS-COPY-LINES TO WS-LL-LINES.
           MOVE WS-LIST-LINE TO LIST-REC.
           WRITE LIST-REC.
           IF WS-COPY-LINES = ZEROES
              MOVE SPACES TO LIST-REC
              STRING "    nothing on the repository in pages "
                 WS-PAGE-EDIT " to " WS-PAGE-EDIT-2
                 DELIMITED BY SIZE INTO LIST-REC
              WRITE LIST-REC
           END-IF.
