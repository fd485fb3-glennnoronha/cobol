           05 ARM-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-STATUS PIC X(1).
           05 ARM-DUE-DATE PIC X(10).
           05 ARM-DISPUTE PIC X(23).

       FD ARNEW.
       01 ARN-REC.
           05 ARO-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARO-STATUS PIC X(1).
           05 ARO-DUE-DATE PIC X(10).
           05 ARO-DISPUTE PIC X(23).

       FD RPTFILE.
       01 RPT-REC PIC X(80).
           05 NSF-AMT PIC 9(9)V99.
           05 NSF-DATE PIC X(10).
           05 NSF-REASON PIC X(3).
           05 NSF-OPERATOR PIC X(8).
           05 NSF-APPROVER PIC X(8).
           05 NSF-BLANKS PIC X(34).

       FD NSFPARM.
       01 DATA-NSFPARM.
       01 WS-NSF-REJ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-NSF-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-NSF-EOF PIC A VALUE 'N'.
      * a returned payment is a manual adjustment that reopens AR:
      * it names the operator who keyed it, and a second approver
      * when it is over the approval limit
       01 WS-OPR-CTL.
           05 WS-OPR-SUBSYS PIC X(8) VALUE "AR".
           05 WS-OPR-PROGRAM PIC X(10) VALUE "CASHAPP".
           05 WS-OPR-ACTION PIC X(4) VALUE "NSF".
           05 WS-OPR-KEY PIC X(12) VALUE SPACES.
           05 WS-OPR-AMOUNT PIC S9(9)V99 VALUE ZEROES.
           05 WS-OPR-OPERATOR PIC X(8) VALUE SPACES.
           05 WS-OPR-APPROVER PIC X(8) VALUE SPACES.
           05 WS-OPR-RESULT PIC X(1) VALUE SPACES.
           05 WS-OPR-REASON PIC X(30) VALUE SPACES.
       01 WS-CYCFILE-STATUS PIC XX.
      * every payment-history row this run writes is stamped with
      * the posting date (the driver's cycle date when staged, the
               10 WS-AR-OPEN PIC S9(9)V99.
               10 WS-AR-STATUS PIC X(1).
               10 WS-AR-DUE-DATE PIC X(10).
               10 WS-AR-DISPUTE PIC X(23).
       01 WS-AR-SUB PIC 9(4).
       01 WS-AR-SUB-2 PIC 9(4).
       01 WS-AR-FOUND-SUB PIC 9(4).
                          WS-AR-STATUS(WS-AR-TABLE-COUNT)
                       MOVE ARM-DUE-DATE TO
                          WS-AR-DUE-DATE(WS-AR-TABLE-COUNT)
                       MOVE ARM-DISPUTE TO
                          WS-AR-DISPUTE(WS-AR-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ARMAST
                          WS-AR-STATUS(WS-AR-TABLE-COUNT)
                       MOVE ARN-DUE-DATE TO
                          WS-AR-DUE-DATE(WS-AR-TABLE-COUNT)
                       MOVE SPACES TO
                          WS-AR-DISPUTE(WS-AR-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ARNEW
                             TO DOE-REASON
                          WRITE DATA-OUT-EXCEPTION
                       ELSE
                          MOVE NSF-INVOICE TO WS-OPR-KEY
                          MOVE NSF-AMT TO WS-OPR-AMOUNT
                          MOVE NSF-OPERATOR TO WS-OPR-OPERATOR
                          MOVE NSF-APPROVER TO WS-OPR-APPROVER
                          CALL "OPRCHK" USING WS-OPR-CTL
                          IF WS-OPR-RESULT NOT = 'A'
                             ADD 1 TO WS-NSF-REJ-COUNT
                             MOVE NSF-INVOICE TO DOE-INVOICE
                             MOVE NSF-AMT TO DOE-AMT
                             MOVE SPACES TO DOE-REASON
                             STRING "NSF refused - " WS-OPR-REASON
                                DELIMITED BY SIZE INTO DOE-REASON
                             WRITE DATA-OUT-EXCEPTION
                          ELSE
                             ADD 1 TO WS-NSF-COUNT
                             ADD NSF-AMT TO WS-NSF-TOTAL
                             ADD NSF-AMT TO
                                WS-AR-OPEN(WS-AR-FOUND-SUB)
                             MOVE "O" TO
                                WS-AR-STATUS(WS-AR-FOUND-SUB)
                             MOVE SPACES TO PAYH-REC
                             MOVE NSF-INVOICE TO PAYH-INVOICE
                             MOVE WS-AR-CUST-ID(WS-AR-FOUND-SUB) TO
                                PAYH-CUST-ID
                             MOVE NSF-AMT TO PAYH-AMT
                             MOVE NSF-DATE TO PAYH-DATE
                             MOVE "R" TO PAYH-TYPE
                             MOVE WS-POST-DATE TO PAYH-POST-DATE
                             WRITE PAYH-REC
                             IF WS-NSF-FEE > ZERO
                                IF WS-AR-TABLE-COUNT =
                                   WS-AR-TABLE-COUNT-MAX
                                   DISPLAY "AR master is full - NSF "
                                      "fee could not be assessed. "
                                      "Aborting run."
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                                END-IF
                                CALL "SEQGEN" USING WS-INV-SEQ-NAME
                                   WS-INV-SEQ-NUM WS-INV-RANGE-MAX
                                   WS-SEQ-INCREMENT
                                ADD 1 TO WS-AR-TABLE-COUNT
                                MOVE WS-INV-SEQ-NUM TO
                                   WS-AR-INVOICE(WS-AR-TABLE-COUNT)
                                MOVE WS-AR-CUST-ID(WS-AR-FOUND-SUB) TO
                                   WS-AR-CUST-ID(WS-AR-TABLE-COUNT)
                                MOVE NSF-DATE TO
                                   WS-AR-DATE(WS-AR-TABLE-COUNT)
                                MOVE WS-NSF-FEE TO
                                   WS-AR-TOTAL(WS-AR-TABLE-COUNT)
                                MOVE WS-NSF-FEE TO
                                   WS-AR-OPEN(WS-AR-TABLE-COUNT)
                                MOVE "O" TO
                                   WS-AR-STATUS(WS-AR-TABLE-COUNT)
                                MOVE NSF-DATE TO
                                   WS-AR-DUE-DATE(WS-AR-TABLE-COUNT)
                                MOVE SPACES TO
                             WS-AR-DISPUTE(WS-AR-TABLE-COUNT)
                             END-IF
                             MOVE NSF-AMT TO WS-SPREAD-AMT-EDIT
                             MOVE SPACES TO NSF-RPT-REC
                             STRING "  invoice " NSF-INVOICE
                                " returned " WS-SPREAD-AMT-EDIT
                                " on " NSF-DATE " reason " NSF-REASON
                                DELIMITED BY SIZE INTO NSF-RPT-REC
                             WRITE NSF-RPT-REC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-AR-OPEN(WS-AR-SUB) TO ARO-OPEN
              MOVE WS-AR-STATUS(WS-AR-SUB) TO ARO-STATUS
              MOVE WS-AR-DUE-DATE(WS-AR-SUB) TO ARO-DUE-DATE
              MOVE WS-AR-DISPUTE(WS-AR-SUB) TO ARO-DISPUTE
              WRITE ARO-REC
           END-PERFORM.
           CLOSE ARMASTO.
           MOVE "A" TO WS-AR-STATUS(WS-AR-TABLE-COUNT).
           MOVE WS-APPLY-DATE TO
              WS-AR-DUE-DATE(WS-AR-TABLE-COUNT).
           MOVE SPACES TO WS-AR-DISPUTE(WS-AR-TABLE-COUNT).
           ADD 1 TO WS-ONACCT-COUNT.
           ADD WS-APPLY-AMT TO WS-ONACCT-TOTAL.
      * the residual gets its own payment-history row (type 'A') so
