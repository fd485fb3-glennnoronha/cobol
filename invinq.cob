                          MOVE 'N' TO
                             WS-PAY-DONE(WS-PAY-TABLE-COUNT)
      * on-account residuals (type 'A') are listed but not counted
      * as applied - their credit is already in the open balance;
      * refunds (type 'F') and escheated credits (type 'E') come
      * off like a returned item
                          IF PAYH-TYPE = 'R' OR PAYH-TYPE = 'F' OR
                             PAYH-TYPE = 'E'
                             SUBTRACT PAYH-AMT FROM WS-PAY-TOTAL-SUM
                          ELSE
                             IF PAYH-TYPE NOT = 'A'
                          " " WS-PAY-DATE(WS-INV-BEST-SUB)
                          " " WS-TOT-F " RETURNED"
                          DELIMITED BY SIZE INTO PRT-REC
                    WHEN 'F'
                       STRING "  " WS-PAY-INVOICE(WS-INV-BEST-SUB)
                          " " WS-PAY-DATE(WS-INV-BEST-SUB)
                          " " WS-TOT-F " REFUND"
                          DELIMITED BY SIZE INTO PRT-REC
                    WHEN 'E'
                       STRING "  " WS-PAY-INVOICE(WS-INV-BEST-SUB)
                          " " WS-PAY-DATE(WS-INV-BEST-SUB)
                          " " WS-TOT-F " UNCLAIMED PROPERTY"
                          DELIMITED BY SIZE INTO PRT-REC
                    WHEN 'A'
                       STRING "  " WS-PAY-INVOICE(WS-INV-BEST-SUB)
                          " " WS-PAY-DATE(WS-INV-BEST-SUB)
