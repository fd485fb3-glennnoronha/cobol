      * names specific invoices with a reason code, each checked
      * against the approval amount limit. written-off items stay on
      * the master with status 'W' and a zero open balance, the
      * write-off is charged against the allowance for doubtful
      * accounts on the GL journal (ARRESV's month-end reserve is
      * what books the expense), and the register breaks the run out
      * by reason code. each bad-debt transaction names the
      * operator who submitted it and, over the approval limit
      * OPRCHK enforces, a second approver; OPRCHK logs every one
      * to the maintenance audit feed. the journal, with its PROOF-*
      * balancing rows, is added to the end of the staged GLWOFF
      * file rather than replacing it, so every run since the last
      * cycle is carried - the nightly driver feeds GLWOFF to GLCONS
      * and sets it aside once the consolidation has taken it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WOFILE-STATUS.
           SELECT GLFILE ASSIGN TO GLWOFF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05 ARM-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-STATUS PIC X(1).
           05 ARM-DUE-DATE PIC X(10).
           05 ARM-DISPUTE PIC X(23).

       FD ARMASTO.
       01 ARO-REC.
           05 ARO-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARO-STATUS PIC X(1).
           05 ARO-DUE-DATE PIC X(10).
           05 ARO-DISPUTE PIC X(23).

       FD WOPARM.
       01 DATA-WOPARM.
       01 DATA-WO.
           05 WO-INVOICE PIC 9(6).
           05 WO-REASON PIC X(3).
           05 WO-OPERATOR PIC X(8).
           05 WO-APPROVER PIC X(8).
           05 WO-BLANKS PIC X(55).

       FD GLFILE.
       01 GL-REC.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-WOPARM-STATUS PIC XX.
       01 WS-WOFILE-STATUS PIC XX.
       01 WS-GLFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-THRESHOLD PIC 9(5)V99 VALUE 5.00.
               10 WS-AR-OPEN PIC S9(9)V99.
               10 WS-AR-STATUS PIC X(1).
               10 WS-AR-DUE-DATE PIC X(10).
               10 WS-AR-DISPUTE PIC X(23).
       01 WS-AR-SUB PIC 9(4).
       01 WS-AR-FOUND-SUB PIC 9(4).

       01 WS-RSN-SUB PIC 9(2).
       01 WS-RSN-FOUND-SUB PIC 9(2).
       01 WS-CUR-REASON PIC X(3) VALUE SPACES.
       01 WS-CUR-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-WO-AMT PIC S9(9)V99 VALUE ZEROES.

       01 WS-WO-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-SEQ-NAME PIC X(12) VALUE "INVOICE-RUN".

       01 WS-OPR-CTL.
           05 WS-OPR-SUBSYS PIC X(8) VALUE "AR".
           05 WS-OPR-PROGRAM PIC X(10) VALUE "WRITEOFF".
           05 WS-OPR-ACTION PIC X(4) VALUE "WOFF".
           05 WS-OPR-KEY PIC X(12) VALUE SPACES.
           05 WS-OPR-AMOUNT PIC S9(9)V99 VALUE ZEROES.
           05 WS-OPR-OPERATOR PIC X(8) VALUE SPACES.
           05 WS-OPR-APPROVER PIC X(8) VALUE SPACES.
           05 WS-OPR-RESULT PIC X(1) VALUE SPACES.
           05 WS-OPR-REASON PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN INPUT WOPARM.
           IF WS-WOPARM-STATUS = "00"
                       WS-AR-STATUS(WS-AR-TABLE-COUNT)
                    MOVE ARM-DUE-DATE TO
                       WS-AR-DUE-DATE(WS-AR-TABLE-COUNT)
                    MOVE ARM-DISPUTE TO
                       WS-AR-DISPUTE(WS-AR-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE ARMAST.
                 WS-AR-OPEN(WS-AR-SUB) < WS-THRESHOLD AND
                 WS-AR-STATUS(WS-AR-SUB) = 'O'
                 MOVE "SML" TO WS-CUR-REASON
                 MOVE "SWEEP" TO WS-CUR-OPERATOR
                 MOVE WS-AR-SUB TO WS-AR-FOUND-SUB
                 PERFORM WRITE-OFF-ITEM
              END-IF
                                DELIMITED BY SIZE INTO RPT-REC
                             WRITE RPT-REC
                          WHEN OTHER
                             MOVE WO-INVOICE TO WS-OPR-KEY
                             MOVE WS-AR-OPEN(WS-AR-FOUND-SUB) TO
                                WS-OPR-AMOUNT
                             MOVE WO-OPERATOR TO WS-OPR-OPERATOR
                             MOVE WO-APPROVER TO WS-OPR-APPROVER
                             CALL "OPRCHK" USING WS-OPR-CTL
                             IF WS-OPR-RESULT NOT = 'A'
                                ADD 1 TO WS-REJ-COUNT
                                MOVE SPACES TO RPT-REC
                                STRING "  " WO-INVOICE " REJECTED - "
                                   WS-OPR-REASON
                                   DELIMITED BY SIZE INTO RPT-REC
                                WRITE RPT-REC
                             ELSE
                                MOVE WO-REASON TO WS-CUR-REASON
                                IF WS-CUR-REASON = SPACES
                                   MOVE "BAD" TO WS-CUR-REASON
                                END-IF
                                MOVE WO-OPERATOR TO WS-CUR-OPERATOR
                                PERFORM WRITE-OFF-ITEM
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              MOVE WS-AR-OPEN(WS-AR-SUB) TO ARO-OPEN
              MOVE WS-AR-STATUS(WS-AR-SUB) TO ARO-STATUS
              MOVE WS-AR-DUE-DATE(WS-AR-SUB) TO ARO-DUE-DATE
              MOVE WS-AR-DISPUTE(WS-AR-SUB) TO ARO-DISPUTE
              WRITE ARO-REC
           END-PERFORM.
           CLOSE ARMASTO.

           CALL "SEQGEN" USING WS-SEQ-NAME WS-RUN-SEQ
              WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT.
           OPEN EXTEND GLFILE.
           IF WS-GLFILE-STATUS = "35"
              OPEN OUTPUT GLFILE
           END-IF.
           MOVE SPACES TO GL-REC.
           MOVE "WRITEOFF" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "ALLOW-DOUBTFUL" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-WO-TOTAL TO GL-AMT.
           MOVE "Receivables written off" TO GL-DESC.
           MOVE WS-WO-TOTAL TO GL-AMT.
           MOVE "Receivables written off" TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES TO GL-REC.
           MOVE "WRITEOFF" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PROOF-DEBITS" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-WO-TOTAL TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES TO GL-REC.
           MOVE "WRITEOFF" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PROOF-CREDITS" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-WO-TOTAL TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           WRITE GL-REC.
           CLOSE GLFILE.

           DISPLAY "WRITEOFF closed " WS-COUNT-EDIT
           STRING "  " WS-AR-INVOICE(WS-AR-FOUND-SUB)
              " customer " WS-AR-CUST-ID(WS-AR-FOUND-SUB)
              " " WS-AMT-EDIT " reason " WS-CUR-REASON
              " by " WS-CUR-OPERATOR
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
