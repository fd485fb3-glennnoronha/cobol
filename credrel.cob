      * (LINEREL) to merge into the next invoice cycle, and
      * everything else carries forward on HELDNEW. the report
      * shows what was released and what still waits.
      *
      * each approval names the operator who entered it; when the
      * customer's held lines (quantity times unit price) come to
      * more than the approval limit it must also name a second
      * approver. OPRCHK rules on every approval and logs it to the
      * maintenance audit feed; a refused approval releases nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD HELDIN.
       01 DATA-HELD-IN.
           05 HLI-CUST-ID PIC 9(6).
           05 HLI-DESC PIC X(32).
           05 HLI-QUANT PIC 9(8).
           05 HLI-UNIT-PRICE PIC 9(7)V99.
           05 HLI-BLANKS PIC X(25).

       FD APPRFILE.
       01 DATA-APPR.
           05 APPR-CUST-ID PIC 9(6).
           05 APPR-OPERATOR PIC X(8).
           05 APPR-APPROVER PIC X(8).
           05 APPR-BLANKS PIC X(58).

       FD LINEREL.
       01 REL-REC PIC X(80).
       01 WS-APPR-TABLE.
           05 WS-APPR-ENTRY OCCURS 500 TIMES.
               10 WS-APPR-ID PIC 9(6).
               10 WS-APPR-OPERATOR PIC X(8).
               10 WS-APPR-APPROVER PIC X(8).
               10 WS-APPR-AMT PIC 9(11)V99.
               10 WS-APPR-OK PIC A.
       01 WS-APPR-SUB PIC 9(4).
       01 WS-APPROVED PIC A VALUE 'N'.

       01 WS-KEEP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REL-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-KEEP-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REFUSED-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-APPR-AMT-EDIT PIC $$,$$$,$$$,$$9.99.

       01 WS-OPR-CTL.
           05 WS-OPR-SUBSYS PIC X(8) VALUE "AR".
           05 WS-OPR-PROGRAM PIC X(10) VALUE "CREDREL".
           05 WS-OPR-ACTION PIC X(4) VALUE "CREL".
           05 WS-OPR-KEY PIC X(12) VALUE SPACES.
           05 WS-OPR-AMOUNT PIC S9(9)V99 VALUE ZEROES.
           05 WS-OPR-OPERATOR PIC X(8) VALUE SPACES.
           05 WS-OPR-APPROVER PIC X(8) VALUE SPACES.
           05 WS-OPR-RESULT PIC X(1) VALUE SPACES.
           05 WS-OPR-REASON PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN INPUT APPRFILE.
                          ADD 1 TO WS-APPR-TABLE-COUNT
                          MOVE APPR-CUST-ID TO
                             WS-APPR-ID(WS-APPR-TABLE-COUNT)
                          MOVE APPR-OPERATOR TO
                             WS-APPR-OPERATOR(WS-APPR-TABLE-COUNT)
                          MOVE APPR-APPROVER TO
                             WS-APPR-APPROVER(WS-APPR-TABLE-COUNT)
                          MOVE ZEROES TO
                             WS-APPR-AMT(WS-APPR-TABLE-COUNT)
                          MOVE 'N' TO
                             WS-APPR-OK(WS-APPR-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      * an approval covers all of the customer's held lines, so the
      * amount it releases is known only after a pass of HELDIN
           OPEN INPUT HELDIN.
           IF WS-HELDIN-STATUS NOT = "35"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ HELDIN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                          UNTIL WS-APPR-SUB > WS-APPR-TABLE-COUNT
                          IF WS-APPR-ID(WS-APPR-SUB) = HLI-CUST-ID
                             COMPUTE WS-APPR-AMT(WS-APPR-SUB) =
                                WS-APPR-AMT(WS-APPR-SUB) +
                                HLI-QUANT * HLI-UNIT-PRICE
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE HELDIN
              MOVE 'N' TO WS-EOF
           END-IF.
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
              UNTIL WS-APPR-SUB > WS-APPR-TABLE-COUNT
              MOVE WS-APPR-ID(WS-APPR-SUB) TO WS-OPR-KEY
              MOVE WS-APPR-AMT(WS-APPR-SUB) TO WS-OPR-AMOUNT
              MOVE WS-APPR-OPERATOR(WS-APPR-SUB) TO WS-OPR-OPERATOR
              MOVE WS-APPR-APPROVER(WS-APPR-SUB) TO WS-OPR-APPROVER
              CALL "OPRCHK" USING WS-OPR-CTL
              IF WS-OPR-RESULT = 'A'
                 MOVE 'Y' TO WS-APPR-OK(WS-APPR-SUB)
              ELSE
                 ADD 1 TO WS-REFUSED-COUNT
                 MOVE WS-APPR-AMT(WS-APPR-SUB) TO WS-APPR-AMT-EDIT
                 MOVE SPACES TO RPT-REC
                 STRING "  approval "
                    WS-APPR-ID(WS-APPR-SUB) " "
                    WS-APPR-AMT-EDIT " refused - " WS-OPR-REASON
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.

           OPEN INPUT HELDIN.
           IF WS-HELDIN-STATUS = "35"
              DISPLAY "No held-invoice file found - nothing to "
                       MOVE 'N' TO WS-APPROVED
                       PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                          UNTIL WS-APPR-SUB > WS-APPR-TABLE-COUNT
                          IF WS-APPR-ID(WS-APPR-SUB) = HLI-CUST-ID AND
                             WS-APPR-OK(WS-APPR-SUB) = 'Y'
                             MOVE 'Y' TO WS-APPROVED
                          END-IF
                       END-PERFORM
              " still held " WS-KEEP-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-REFUSED-COUNT NOT = ZEROES
              MOVE WS-REFUSED-COUNT TO WS-REFUSED-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "Approvals refused " WS-REFUSED-COUNT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           CLOSE LINEREL.
           CLOSE HELDNEW.
           CLOSE RPTFILE.
