                    END-IF
                 END-PERFORM
      * on-account residual rows (type 'A') are memo only - the
      * on-account item on the AR master already carries the credit.
      * refunds (type 'F') and credits remitted as unclaimed property
      * (type 'E') give the credit back, like a returned item
                 PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                    UNTIL WS-PAY-SUB > WS-PAY-TABLE-COUNT
                    IF WS-PAY-CUST-ID(WS-PAY-SUB) = WS-CUR-CUST AND
                       WS-PAY-DATE(WS-PAY-SUB)(1:7) < WS-STMT-MONTH
                       IF WS-PAY-TYPE(WS-PAY-SUB) = 'R' OR
                          WS-PAY-TYPE(WS-PAY-SUB) = 'F' OR
                          WS-PAY-TYPE(WS-PAY-SUB) = 'E'
                          ADD WS-PAY-AMT(WS-PAY-SUB) TO WS-OPEN-BAL
                       ELSE
                          IF WS-PAY-TYPE(WS-PAY-SUB) NOT = 'A'
                                WS-PAY-DATE(WS-PAY-SUB) " "
                                WS-AMT-EDIT
                                DELIMITED BY SIZE INTO PRT-REC
                          WHEN 'F'
                             ADD WS-PAY-AMT(WS-PAY-SUB) TO
                                WS-CLOSE-BAL
                             STRING "  REFUND   "
                                WS-PAY-INVOICE(WS-PAY-SUB) " "
                                WS-PAY-DATE(WS-PAY-SUB) " "
                                WS-AMT-EDIT
                                DELIMITED BY SIZE INTO PRT-REC
                          WHEN 'E'
                             ADD WS-PAY-AMT(WS-PAY-SUB) TO
                                WS-CLOSE-BAL
                             STRING "  ESCHEAT  "
                                WS-PAY-INVOICE(WS-PAY-SUB) " "
                                WS-PAY-DATE(WS-PAY-SUB) " "
                                WS-AMT-EDIT
                                DELIMITED BY SIZE INTO PRT-REC
                          WHEN 'A'
                             STRING "  ON ACCT  "
                                WS-PAY-INVOICE(WS-PAY-SUB) " "
