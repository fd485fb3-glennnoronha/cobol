           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TAXFILE-STATUS.

           SELECT EDIFILE ASSIGN TO EDIOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CERTFILE ASSIGN TO TAXCERT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERTFILE-STATUS.

           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05 CUST-ADDR PIC X(30).
           05 CUST-CURRENCY PIC X(3).
           05 CUST-TERMS PIC X(9).
           05 CUST-STATUS PIC X(1).
      * E - invoice goes out on EDIOUT only, no printed copy
           05 CUST-INVMODE PIC X(1).

       FD RATEFILE.
       01 DATA-RATE.
           05 TAX-PCT PIC 9V9(4).
           05 TAX-BLANKS PIC X(54).

      * electronic invoices - per invoice a header, bill-to, one
      * record per line item, tax by jurisdiction, payment terms
      * and totals; the trailer closes the file with its counts and
      * hash total for the transmission manifest
       FD EDIFILE
           DATA RECORDS ARE EDI-HDR-REC EDI-BILL-REC EDI-LINE-REC
              EDI-TAX-REC EDI-TERMS-REC EDI-TOTAL-REC EDI-TRL-REC.
       01 EDI-HDR-REC.
           05 EDI-HDR-TYPE PIC X(3).
           05 EDI-HDR-INVOICE PIC 9(6).
           05 EDI-HDR-DATE PIC X(10).
           05 EDI-HDR-CUST-ID PIC 9(6).
           05 EDI-HDR-CURRENCY PIC X(3).
           05 EDI-HDR-FX-RATE PIC 9(3)V9(6).
           05 FILLER PIC X(43).
       01 EDI-BILL-REC.
           05 EDI-BILL-TYPE PIC X(3).
           05 EDI-BILL-INVOICE PIC 9(6).
           05 EDI-BILL-NAME PIC X(30).
           05 EDI-BILL-ADDR PIC X(30).
           05 FILLER PIC X(11).
       01 EDI-LINE-REC.
           05 EDI-LINE-TYPE PIC X(3).
           05 EDI-LINE-INVOICE PIC 9(6).
           05 EDI-LINE-NO PIC 9(3).
           05 EDI-LINE-ITEM PIC 9(5).
           05 EDI-LINE-DESC PIC X(32).
           05 EDI-LINE-QUANT PIC 9(8).
           05 EDI-LINE-PRICE PIC 9(7)V99.
           05 EDI-LINE-AMT PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 EDI-LINE-KIND PIC X(1).
           05 FILLER PIC X(2).
       01 EDI-TAX-REC.
           05 EDI-TAX-TYPE PIC X(3).
           05 EDI-TAX-INVOICE PIC 9(6).
           05 EDI-TAX-JURIS PIC X(15).
           05 EDI-TAX-PCT PIC 9V9(4).
           05 EDI-TAX-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 EDI-TAX-CERT PIC X(15).
           05 FILLER PIC X(24).
       01 EDI-TERMS-REC.
           05 EDI-TERMS-TYPE PIC X(3).
           05 EDI-TERMS-INVOICE PIC 9(6).
           05 EDI-TERMS-CODE PIC X(9).
           05 EDI-TERMS-DAYS PIC 9(3).
           05 EDI-TERMS-DUE-DATE PIC X(10).
           05 FILLER PIC X(49).
       01 EDI-TOTAL-REC.
           05 EDI-TOT-TYPE PIC X(3).
           05 EDI-TOT-INVOICE PIC 9(6).
           05 EDI-TOT-SUB PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 EDI-TOT-FEE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 EDI-TOT-TAX PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 EDI-TOT-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 EDI-TOT-LINES PIC 9(3).
           05 FILLER PIC X(20).
       01 EDI-TRL-REC.
           05 EDI-TRL-TYPE PIC X(3).
           05 EDI-TRL-INVOICES PIC 9(6).
           05 EDI-TRL-RECORDS PIC 9(9).
           05 EDI-TRL-AMT-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(48).

      * sales tax exemption certificates on file - one record per
      * certificate and exempt jurisdiction, ALL covers every one
       FD CERTFILE.
       01 DATA-CERT.
           05 CERT-CUST-ID PIC 9(6).
           05 CERT-NUMBER PIC X(15).
           05 CERT-JURIS PIC X(15).
           05 CERT-EXPIRE PIC X(10).
           05 CERT-BLANKS PIC X(34).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 ARB-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARB-STATUS PIC X(1).
           05 ARB-DUE-DATE PIC X(10).
      * ARDISP dispute flag - D in dispute, C settled by credit memo
           05 ARB-DISP-FLAG PIC X(1).
           05 FILLER PIC X(22).

       FD HELDFILE.
       01 DATA-HELD-LINE.
           05 WS-PRT-PAGE-NUM PIC 9(4) VALUE ZERO.
           05 WS-PRT-LINE-COUNT PIC 9(2) VALUE ZERO.
           05 WS-PRT-NEW-PAGE PIC X(1) VALUE 'N'.
           05 WS-PRT-PROGRAM PIC X(8) VALUE "A2".
           05 WS-PRT-RUN-SEQ PIC 9(9) VALUE ZEROES.
           05 WS-PRT-RETAIN PIC X(1) VALUE 'S'.
           05 WS-PRT-CYCLE-DATE PIC X(10) VALUE SPACES.
           05 WS-PRT-CLOSE PIC X(1) VALUE 'N'.
           05 WS-PRT-ID PIC 9(9) VALUE ZEROES.
           05 WS-PRT-LINES PIC 9(7) VALUE ZEROES.
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT PIC 9.
               10 WS-JURIS-NAME PIC X(15).
               10 WS-JURIS-PCT PIC 9V9(4).
               10 WS-JURIS-AMT PIC S9(9)V99.
               10 WS-JURIS-XMT-SUB PIC 9(4).
       01 WS-JURIS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-JURIS-COUNT-MAX PIC 9(4) VALUE 10.
       01 WS-JURIS-SUB PIC 9(4) VALUE ZERO.
           05 JURIS-NAME-F PIC X(19).
           05 JURIS-AMT-F PIC $,$$,$$,$9.99-.

       01 WS-CERTFILE-STATUS PIC XX.
       01 WS-CERT-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CERT-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 500 TIMES.
               10 WS-CERT-CUST PIC 9(6).
               10 WS-CERT-NUMBER PIC X(15).
               10 WS-CERT-JURIS PIC X(15).
               10 WS-CERT-EXPIRE PIC X(10).
       01 WS-CERT-SUB PIC 9(4) VALUE ZERO.
       01 WS-CERT-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-CERT-EXP-SUB PIC 9(4) VALUE ZERO.
       01 WS-CERT-LOOKUP PIC X(15).
       01 WS-CERT-WARN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CERT-WARN-COUNT-F PIC ZZZ,ZZ9.
       01 WS-CERT-EXP-NUM PIC 9(8).
       01 WS-CERT-DAYS PIC S9(7) VALUE ZERO.
       01 WS-CERT-DAYS-F PIC ZZ9.
       01 WS-CERT-LISTED PIC A VALUE 'N'.
       01 WS-XMT-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-XMT-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-XMT-TABLE.
           05 WS-XMT-ENTRY OCCURS 500 TIMES.
               10 WS-XMT-CERT PIC X(15).
               10 WS-XMT-CUST PIC 9(6).
               10 WS-XMT-JURIS PIC X(15).
               10 WS-XMT-AMT PIC S9(11)V99.
       01 WS-XMT-SUB PIC 9(4) VALUE ZERO.
       01 WS-XMT-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-INV-XMT-SUB PIC 9(4) VALUE ZERO.
       01 WS-XMT-AMT-F PIC $,$$$,$$$,$$9.99-.

       01 WS-EDI-CUST PIC A VALUE 'N'.
       01 WS-EDI-INV-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EDI-REC-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EDI-AMT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-EDI-INV-COUNT-F PIC ZZZ,ZZ9.

       01 WS-GLINE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GLINE-COUNT-MAX PIC 9(4) VALUE 5000.
       01 WS-GLINE-TABLE.
                 READ ARBAL
                    AT END MOVE "10" TO WS-ARBAL-STATUS
                    NOT AT END
                       IF ARB-OPEN NOT = ZERO AND
                          ARB-DISP-FLAG NOT = 'D'
                          MOVE ZERO TO WS-OPENBAL-FOUND-SUB
                          PERFORM VARYING WS-OPENBAL-SUB FROM 1 BY 1
                             UNTIL WS-OPENBAL-SUB >
              CLOSE TAXFILE
           END-IF.

      * a customer's tax is waived only for jurisdictions covered by
      * a certificate still current on the invoice date
           OPEN INPUT CERTFILE.
           IF WS-CERTFILE-STATUS = "35"
              DISPLAY "No exemption certificate file found - all "
                 "customers taxed."
           ELSE
              PERFORM UNTIL WS-CERTFILE-STATUS = "10"
                 READ CERTFILE
                    AT END MOVE "10" TO WS-CERTFILE-STATUS
                    NOT AT END
                       IF WS-CERT-TABLE-COUNT =
                          WS-CERT-TABLE-COUNT-MAX
                          DISPLAY "TAXCERT has more certificates than "
                             "A2 can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE CERTFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CERT-TABLE-COUNT
                       MOVE CERT-CUST-ID TO
                          WS-CERT-CUST (WS-CERT-TABLE-COUNT)
                       MOVE CERT-NUMBER TO
                          WS-CERT-NUMBER (WS-CERT-TABLE-COUNT)
                       MOVE CERT-JURIS TO
                          WS-CERT-JURIS (WS-CERT-TABLE-COUNT)
                       MOVE CERT-EXPIRE TO
                          WS-CERT-EXPIRE (WS-CERT-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CERTFILE
           END-IF.

           OPEN INPUT CUSTFILE.
           OPEN INPUT LINEFILE.
           OPEN OUTPUT PRTFILE.
           OPEN OUTPUT EXCFILE.
           OPEN OUTPUT ARFILE.
           OPEN OUTPUT HELDFILE.
           OPEN OUTPUT EDIFILE.
           OPEN I-O INVHIST.
           IF WS-INVHIST-STATUS = "35"
              OPEN OUTPUT INVHIST
                    MOVE "USD" TO WS-CUR-CURRENCY
                 END-IF
              END-IF
              IF CUST-INVMODE = 'E'
                 MOVE 'Y' TO WS-EDI-CUST
              ELSE
                 MOVE 'N' TO WS-EDI-CUST
              END-IF
              MOVE CUST-NAME TO W-SOLD-VAL-01
              MOVE CUST-ADDR TO W-SOLD-VAL-02
              CALL "SEQGEN" USING WS-INV-SEQ-NAME WS-INV-SEQ-NUM
              PERFORM WRITE-PRT-LINE

      * TAXES
              MOVE ZERO TO WS-INV-XMT-SUB
              IF WS-TAXFILE-PRESENT = 'Y'
                 MOVE ZERO TO WS-JURIS-COUNT W-TAX-VAL
                 PERFORM VARYING WS-GTX-SUB FROM 1 BY 1
                    MOVE TAX-JURIS-NAME TO
                       WS-JURIS-NAME (WS-JURIS-COUNT)
                    MOVE TAX-PCT TO WS-JURIS-PCT (WS-JURIS-COUNT)
                    MOVE TAX-JURIS-NAME TO WS-CERT-LOOKUP
                    PERFORM FIND-EXEMPT-CERT
                    MOVE WS-XMT-FOUND-SUB TO
                       WS-JURIS-XMT-SUB (WS-JURIS-COUNT)
                    IF WS-XMT-FOUND-SUB NOT = ZERO
                       MOVE ZERO TO WS-JURIS-AMT (WS-JURIS-COUNT)
                       ADD W-SUB-VAL TO WS-XMT-AMT (WS-XMT-FOUND-SUB)
                    ELSE
                       MULTIPLY W-SUB-VAL BY TAX-PCT
                          GIVING WS-JURIS-AMT (WS-JURIS-COUNT) ROUNDED
                       ADD WS-JURIS-AMT (WS-JURIS-COUNT) TO W-TAX-VAL
                       MOVE ZERO TO WS-GLJ-FOUND-SUB
                       PERFORM VARYING WS-GLJ-SUB FROM 1 BY 1
                          UNTIL WS-GLJ-SUB > WS-GLJ-TABLE-COUNT
                          IF WS-GLJ-NAME (WS-GLJ-SUB) = TAX-JURIS-NAME
                             MOVE WS-GLJ-SUB TO WS-GLJ-FOUND-SUB
                          END-IF
                       END-PERFORM
                       IF WS-GLJ-FOUND-SUB = ZERO
                          IF WS-GLJ-TABLE-COUNT = WS-GLJ-TABLE-COUNT-MAX
                             DISPLAY "TAXFILE has more jurisdictions "
                                "in this batch than A2 can hold - "
                                "aborting run."
                             MOVE 16 TO RETURN-CODE
                             CLOSE CUSTFILE PRTFILE
                                REGFILE EXCFILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-GLJ-TABLE-COUNT
                          MOVE WS-GLJ-TABLE-COUNT TO WS-GLJ-FOUND-SUB
                          MOVE TAX-JURIS-NAME TO
                             WS-GLJ-NAME (WS-GLJ-FOUND-SUB)
                          MOVE ZERO TO WS-GLJ-AMT (WS-GLJ-FOUND-SUB)
                          MOVE ZERO TO WS-GLJ-BASE (WS-GLJ-FOUND-SUB)
                       END-IF
                       MOVE TAX-PCT TO WS-GLJ-PCT (WS-GLJ-FOUND-SUB)
                       ADD WS-JURIS-AMT (WS-JURIS-COUNT) TO
                          WS-GLJ-AMT (WS-GLJ-FOUND-SUB)
                       ADD W-SUB-VAL TO WS-GLJ-BASE (WS-GLJ-FOUND-SUB)
                    END-IF
                    END-IF
                 END-PERFORM
                 IF WS-JURIS-COUNT = ZERO
                    MOVE "DEFAULT RATE" TO WS-CERT-LOOKUP
                    PERFORM FIND-EXEMPT-CERT
                    MOVE WS-XMT-FOUND-SUB TO WS-INV-XMT-SUB
                    IF WS-INV-XMT-SUB NOT = ZERO
                       MOVE ZERO TO W-TAX-VAL
                       ADD W-SUB-VAL TO WS-XMT-AMT (WS-INV-XMT-SUB)
                    ELSE
                       MULTIPLY W-SUB-VAL BY WS-TAX-RATE
                          GIVING W-TAX-VAL ROUNDED
                       MOVE ZERO TO WS-GLJ-FOUND-SUB
                       PERFORM VARYING WS-GLJ-SUB FROM 1 BY 1
                          UNTIL WS-GLJ-SUB > WS-GLJ-TABLE-COUNT
                          IF WS-GLJ-NAME (WS-GLJ-SUB) = "DEFAULT RATE"
                             MOVE WS-GLJ-SUB TO WS-GLJ-FOUND-SUB
                          END-IF
                       END-PERFORM
                       IF WS-GLJ-FOUND-SUB = ZERO
                          ADD 1 TO WS-GLJ-TABLE-COUNT
                          MOVE WS-GLJ-TABLE-COUNT TO WS-GLJ-FOUND-SUB
                          MOVE "DEFAULT RATE" TO
                             WS-GLJ-NAME (WS-GLJ-FOUND-SUB)
                          MOVE ZERO TO WS-GLJ-AMT (WS-GLJ-FOUND-SUB)
                          MOVE ZERO TO WS-GLJ-BASE (WS-GLJ-FOUND-SUB)
                       END-IF
                       MOVE WS-TAX-RATE TO WS-GLJ-PCT (WS-GLJ-FOUND-SUB)
                       ADD W-TAX-VAL TO WS-GLJ-AMT (WS-GLJ-FOUND-SUB)
                       ADD W-SUB-VAL TO WS-GLJ-BASE (WS-GLJ-FOUND-SUB)
                    END-IF
                    COMPUTE WS-FX-TEMP ROUNDED =
                       W-TAX-VAL * WS-FX-RATE
                    MOVE WS-FX-TEMP TO W-FORMAT
                    STRING W-SPACES-37 W-TAX W-FORMAT
                       DELIMITED BY SIZE INTO PRT-REC
                    PERFORM WRITE-PRT-LINE
                    IF WS-INV-XMT-SUB NOT = ZERO
                       PERFORM WRITE-EXEMPT-LINE
                    END-IF
                 ELSE
                    PERFORM VARYING WS-JURIS-SUB FROM 1 BY 1
                       UNTIL WS-JURIS-SUB > WS-JURIS-COUNT
                       STRING W-SPACES-37 JURIS-NAME-F JURIS-AMT-F
                          DELIMITED BY SIZE INTO PRT-REC
                       PERFORM WRITE-PRT-LINE
                       IF WS-JURIS-XMT-SUB (WS-JURIS-SUB) NOT = ZERO
                          MOVE WS-JURIS-XMT-SUB (WS-JURIS-SUB) TO
                             WS-INV-XMT-SUB
                          PERFORM WRITE-EXEMPT-LINE
                       END-IF
                    END-PERFORM
                 END-IF
              ELSE
                 MOVE "DEFAULT RATE" TO WS-CERT-LOOKUP
                 PERFORM FIND-EXEMPT-CERT
                 MOVE WS-XMT-FOUND-SUB TO WS-INV-XMT-SUB
                 IF WS-INV-XMT-SUB NOT = ZERO
                    MOVE ZERO TO W-TAX-VAL
                    ADD W-SUB-VAL TO WS-XMT-AMT (WS-INV-XMT-SUB)
                 ELSE
                    MULTIPLY W-SUB-VAL BY WS-TAX-RATE
                       GIVING W-TAX-VAL ROUNDED
                    MOVE ZERO TO WS-GLJ-FOUND-SUB
                    PERFORM VARYING WS-GLJ-SUB FROM 1 BY 1
                       UNTIL WS-GLJ-SUB > WS-GLJ-TABLE-COUNT
                       IF WS-GLJ-NAME (WS-GLJ-SUB) = "DEFAULT RATE"
                          MOVE WS-GLJ-SUB TO WS-GLJ-FOUND-SUB
                       END-IF
                    END-PERFORM
                    IF WS-GLJ-FOUND-SUB = ZERO
                       ADD 1 TO WS-GLJ-TABLE-COUNT
                       MOVE WS-GLJ-TABLE-COUNT TO WS-GLJ-FOUND-SUB
                       MOVE "DEFAULT RATE" TO
                          WS-GLJ-NAME (WS-GLJ-FOUND-SUB)
                       MOVE ZERO TO WS-GLJ-AMT (WS-GLJ-FOUND-SUB)
                       MOVE ZERO TO WS-GLJ-BASE (WS-GLJ-FOUND-SUB)
                    END-IF
                    MOVE WS-TAX-RATE TO WS-GLJ-PCT (WS-GLJ-FOUND-SUB)
                    ADD W-TAX-VAL TO WS-GLJ-AMT (WS-GLJ-FOUND-SUB)
                    ADD W-SUB-VAL TO WS-GLJ-BASE (WS-GLJ-FOUND-SUB)
                 END-IF
                 COMPUTE WS-FX-TEMP ROUNDED =
                    W-TAX-VAL * WS-FX-RATE
                 MOVE WS-FX-TEMP TO W-FORMAT
                 STRING W-SPACES-37 W-TAX W-FORMAT
                    DELIMITED BY SIZE INTO PRT-REC
                 PERFORM WRITE-PRT-LINE
                 IF WS-INV-XMT-SUB NOT = ZERO
                    PERFORM WRITE-EXEMPT-LINE
                 END-IF
              END-IF

      * TOTAL
                 IF WS-JURIS-COUNT NOT = ZERO
                    PERFORM VARYING WS-JURIS-SUB FROM 1 BY 1
                       UNTIL WS-JURIS-SUB > WS-JURIS-COUNT
                       IF WS-JURIS-XMT-SUB (WS-JURIS-SUB) NOT = ZERO
                          MOVE WS-JURIS-XMT-SUB (WS-JURIS-SUB) TO
                             WS-XMT-SUB
                          SUBTRACT W-SUB-VAL FROM
                             WS-XMT-AMT (WS-XMT-SUB)
                       ELSE
                          PERFORM VARYING WS-GLJ-SUB FROM 1 BY 1
                             UNTIL WS-GLJ-SUB > WS-GLJ-TABLE-COUNT
                             IF WS-GLJ-NAME (WS-GLJ-SUB) =
                                WS-JURIS-NAME (WS-JURIS-SUB)
                                SUBTRACT WS-JURIS-AMT (WS-JURIS-SUB)
                                   FROM WS-GLJ-AMT (WS-GLJ-SUB)
                                SUBTRACT W-SUB-VAL FROM
                                   WS-GLJ-BASE (WS-GLJ-SUB)
                             END-IF
                          END-PERFORM
                       END-IF
                    END-PERFORM
                 ELSE
                 IF WS-INV-XMT-SUB NOT = ZERO
                    SUBTRACT W-SUB-VAL FROM
                       WS-XMT-AMT (WS-INV-XMT-SUB)
                 ELSE
                    PERFORM VARYING WS-GLJ-SUB FROM 1 BY 1
                       UNTIL WS-GLJ-SUB > WS-GLJ-TABLE-COUNT
                       END-IF
                    END-PERFORM
                 END-IF
                 END-IF
              ELSE
              MOVE SPACES TO AR-REC
              MOVE WS-INVOICE-NUM TO AR-INVOICE
                 END-WRITE
              END-PERFORM

              IF WS-EDI-CUST = 'Y'
                 PERFORM WRITE-EDI-INVOICE
              END-IF

              ADD 1 TO WS-BATCH-COUNT
              ADD W-SUB-VAL TO WS-BATCH-SUB
              ADD W-PF-VAL TO WS-BATCH-PF
                 WS-HELD-COUNT-F DELIMITED BY SIZE INTO REG-REC
              WRITE REG-REC
           END-IF.
           IF WS-EDI-INV-COUNT NOT = ZERO
              MOVE WS-EDI-INV-COUNT TO WS-EDI-INV-COUNT-F
              MOVE SPACES TO REG-REC
              STRING "Invoices sent electronically:    "
                 WS-EDI-INV-COUNT-F DELIMITED BY SIZE INTO REG-REC
              WRITE REG-REC
           END-IF.

           CALL "SEQGEN" USING WS-SEQ-NAME WS-RUN-SEQ WS-SEQ-RANGE-MAX
              WS-SEQ-INCREMENT.
           END-IF.
           WRITE REG-REC.

      * exempt sales stay out of the taxable base above; the state
      * audits them against the certificate that waived the tax
           MOVE SPACES TO REG-REC.
           STRING "Exempt sales by certificate:"
              DELIMITED BY SIZE INTO REG-REC.
           WRITE REG-REC.
           PERFORM VARYING WS-XMT-SUB FROM 1 BY 1
              UNTIL WS-XMT-SUB > WS-XMT-TABLE-COUNT
              MOVE WS-XMT-AMT (WS-XMT-SUB) TO WS-XMT-AMT-F
              MOVE SPACES TO REG-REC
              STRING "  " WS-XMT-CERT (WS-XMT-SUB)
                 " cust " WS-XMT-CUST (WS-XMT-SUB)
                 " " WS-XMT-JURIS (WS-XMT-SUB)
                 " sales " WS-XMT-AMT-F
                 DELIMITED BY SIZE INTO REG-REC
              WRITE REG-REC
           END-PERFORM.
           IF WS-XMT-TABLE-COUNT = ZERO
              MOVE SPACES TO REG-REC
              STRING "  none" DELIMITED BY SIZE INTO REG-REC
              WRITE REG-REC
           END-IF.
           IF WS-CERT-WARN-COUNT NOT = ZERO
              MOVE WS-CERT-WARN-COUNT TO WS-CERT-WARN-COUNT-F
              MOVE SPACES TO REG-REC
              STRING "  expired certificates taxed: "
                 WS-CERT-WARN-COUNT-F DELIMITED BY SIZE INTO REG-REC
              WRITE REG-REC
           END-IF.

      * renewals - certificates running out in the next 60 days
           MOVE SPACES TO REG-REC.
           STRING "Exemption certificates expiring within 60 days:"
              DELIMITED BY SIZE INTO REG-REC.
           WRITE REG-REC.
           MOVE 'N' TO WS-CERT-LISTED.
           PERFORM VARYING WS-CERT-SUB FROM 1 BY 1
              UNTIL WS-CERT-SUB > WS-CERT-TABLE-COUNT
              MOVE ZEROES TO WS-CERT-EXP-NUM
              MOVE WS-CERT-EXPIRE (WS-CERT-SUB) (1:4) TO
                 WS-CERT-EXP-NUM (1:4)
              MOVE WS-CERT-EXPIRE (WS-CERT-SUB) (6:2) TO
                 WS-CERT-EXP-NUM (5:2)
              MOVE WS-CERT-EXPIRE (WS-CERT-SUB) (9:2) TO
                 WS-CERT-EXP-NUM (7:2)
              IF WS-CERT-EXP-NUM IS NUMERIC AND
                 WS-CERT-EXP-NUM NOT < WS-CYCLE-DATE-NUM
                 COMPUTE WS-CERT-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-CERT-EXP-NUM) -
                    FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-NUM)
                 IF WS-CERT-DAYS NOT > 60
                    MOVE 'Y' TO WS-CERT-LISTED
                    MOVE WS-CERT-DAYS TO WS-CERT-DAYS-F
                    MOVE SPACES TO REG-REC
                    STRING "  " WS-CERT-NUMBER (WS-CERT-SUB)
                       " cust " WS-CERT-CUST (WS-CERT-SUB)
                       " " WS-CERT-JURIS (WS-CERT-SUB)
                       " expires " WS-CERT-EXPIRE (WS-CERT-SUB)
                       " " WS-CERT-DAYS-F " days"
                       DELIMITED BY SIZE INTO REG-REC
                    WRITE REG-REC
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CERT-LISTED = 'N'
              MOVE SPACES TO REG-REC
              STRING "  none" DELIMITED BY SIZE INTO REG-REC
              WRITE REG-REC
           END-IF.

           MOVE WS-RUN-SEQ TO WS-PRT-RUN-SEQ.
           MOVE 'Y' TO WS-PRT-CLOSE.
           CALL "RPTWTR" USING WS-PRT-CTL WS-RPT-DETAIL WS-RPT-OUT.
           CLOSE CUSTFILE.
           CLOSE PRTFILE.
           CLOSE REGFILE.
           CLOSE HELDFILE.
           CLOSE INVHIST.

           MOVE SPACES TO EDI-TRL-REC.
           MOVE "TRL" TO EDI-TRL-TYPE.
           MOVE WS-EDI-INV-COUNT TO EDI-TRL-INVOICES.
           MOVE WS-EDI-REC-COUNT TO EDI-TRL-RECORDS.
           MOVE WS-EDI-AMT-TOTAL TO EDI-TRL-AMT-TOTAL.
           WRITE EDI-TRL-REC.
           CLOSE EDIFILE.

           OPEN OUTPUT INVCTRFILE.
           MOVE SPACES TO DATA-INVCTR.
           MOVE WS-INVOICE-NUM TO CTR-INVOICE-NUM.

           STOP RUN.

      * look up a current certificate for this customer covering
      * WS-CERT-LOOKUP; WS-XMT-FOUND-SUB comes back as the exempt
      * sales entry to post to, or zero when the tax applies
       FIND-EXEMPT-CERT.
           MOVE ZERO TO WS-CERT-FOUND-SUB WS-CERT-EXP-SUB
              WS-XMT-FOUND-SUB.
           PERFORM VARYING WS-CERT-SUB FROM 1 BY 1
              UNTIL WS-CERT-SUB > WS-CERT-TABLE-COUNT
              IF WS-CERT-CUST (WS-CERT-SUB) = CUST-ID AND
                 (WS-CERT-JURIS (WS-CERT-SUB) = WS-CERT-LOOKUP OR
                 WS-CERT-JURIS (WS-CERT-SUB) = "ALL")
                 IF WS-CERT-EXPIRE (WS-CERT-SUB) NOT <
                    WS-RUN-DATE-EDIT
                    MOVE WS-CERT-SUB TO WS-CERT-FOUND-SUB
                 ELSE
                    MOVE WS-CERT-SUB TO WS-CERT-EXP-SUB
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CERT-FOUND-SUB = ZERO
              IF WS-CERT-EXP-SUB NOT = ZERO
                 ADD 1 TO WS-CERT-WARN-COUNT
                 DISPLAY "WARNING: exemption certificate "
                    WS-CERT-NUMBER (WS-CERT-EXP-SUB) " for customer "
                    CUST-ID " expired "
                    WS-CERT-EXPIRE (WS-CERT-EXP-SUB) " - "
                    WS-CERT-LOOKUP " taxed."
              END-IF
           ELSE
              PERFORM VARYING WS-XMT-SUB FROM 1 BY 1
                 UNTIL WS-XMT-SUB > WS-XMT-TABLE-COUNT
                 IF WS-XMT-CERT (WS-XMT-SUB) =
                    WS-CERT-NUMBER (WS-CERT-FOUND-SUB) AND
                    WS-XMT-CUST (WS-XMT-SUB) = CUST-ID AND
                    WS-XMT-JURIS (WS-XMT-SUB) = WS-CERT-LOOKUP
                    MOVE WS-XMT-SUB TO WS-XMT-FOUND-SUB
                 END-IF
              END-PERFORM
              IF WS-XMT-FOUND-SUB = ZERO
                 IF WS-XMT-TABLE-COUNT = WS-XMT-TABLE-COUNT-MAX
                    DISPLAY "TAXCERT has more exempt jurisdictions "
                       "in this batch than A2 can hold - "
                       "aborting run."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-XMT-TABLE-COUNT
                 MOVE WS-XMT-TABLE-COUNT TO WS-XMT-FOUND-SUB
                 MOVE WS-CERT-NUMBER (WS-CERT-FOUND-SUB) TO
                    WS-XMT-CERT (WS-XMT-FOUND-SUB)
                 MOVE CUST-ID TO WS-XMT-CUST (WS-XMT-FOUND-SUB)
                 MOVE WS-CERT-LOOKUP TO
                    WS-XMT-JURIS (WS-XMT-FOUND-SUB)
                 MOVE ZERO TO WS-XMT-AMT (WS-XMT-FOUND-SUB)
              END-IF
           END-IF.

      * invoice note naming the certificate that waived a tax line
       WRITE-EXEMPT-LINE.
           MOVE SPACES TO PRT-REC.
           STRING W-SPACES-37 "Exempt - cert "
              WS-XMT-CERT (WS-INV-XMT-SUB)
              DELIMITED BY SIZE INTO PRT-REC.
           DISPLAY PRT-REC.
           PERFORM WRITE-PRT-LINE.

      * the electronic copy of a posted invoice, in the customer's
      * billing currency like the printed one
       WRITE-EDI-INVOICE.
           MOVE SPACES TO EDI-HDR-REC.
           MOVE "HDR" TO EDI-HDR-TYPE.
           MOVE WS-INVOICE-NUM TO EDI-HDR-INVOICE.
           MOVE WS-RUN-DATE-EDIT TO EDI-HDR-DATE.
           MOVE CUST-ID TO EDI-HDR-CUST-ID.
           MOVE WS-CUR-CURRENCY TO EDI-HDR-CURRENCY.
           MOVE WS-FX-RATE TO EDI-HDR-FX-RATE.
           WRITE EDI-HDR-REC.
           ADD 1 TO WS-EDI-REC-COUNT.
           MOVE SPACES TO EDI-BILL-REC.
           MOVE "BIL" TO EDI-BILL-TYPE.
           MOVE WS-INVOICE-NUM TO EDI-BILL-INVOICE.
           MOVE CUST-NAME TO EDI-BILL-NAME.
           MOVE CUST-ADDR TO EDI-BILL-ADDR.
           WRITE EDI-BILL-REC.
           ADD 1 TO WS-EDI-REC-COUNT.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-LINE-COUNT
              MOVE SPACES TO EDI-LINE-REC
              MOVE "LIN" TO EDI-LINE-TYPE
              MOVE WS-INVOICE-NUM TO EDI-LINE-INVOICE
              MOVE WS-LINE-SUB TO EDI-LINE-NO
              MOVE WS-LI-ITEM (WS-LINE-SUB) TO EDI-LINE-ITEM
              MOVE WS-LI-DESC (WS-LINE-SUB) TO EDI-LINE-DESC
              MOVE WS-LI-QUANT (WS-LINE-SUB) TO EDI-LINE-QUANT
              COMPUTE EDI-LINE-PRICE ROUNDED =
                 WS-LI-UP (WS-LINE-SUB) * WS-FX-RATE
              COMPUTE EDI-LINE-AMT ROUNDED =
                 WS-LI-AMT (WS-LINE-SUB) * WS-FX-RATE
              MOVE WS-LI-TYPE (WS-LINE-SUB) TO EDI-LINE-KIND
              WRITE EDI-LINE-REC
              ADD 1 TO WS-EDI-REC-COUNT
           END-PERFORM.
           IF WS-JURIS-COUNT NOT = ZERO
              PERFORM VARYING WS-JURIS-SUB FROM 1 BY 1
                 UNTIL WS-JURIS-SUB > WS-JURIS-COUNT
                 MOVE SPACES TO EDI-TAX-REC
                 MOVE "TAX" TO EDI-TAX-TYPE
                 MOVE WS-INVOICE-NUM TO EDI-TAX-INVOICE
                 MOVE WS-JURIS-NAME (WS-JURIS-SUB) TO EDI-TAX-JURIS
                 MOVE WS-JURIS-PCT (WS-JURIS-SUB) TO EDI-TAX-PCT
                 COMPUTE EDI-TAX-AMT ROUNDED =
                    WS-JURIS-AMT (WS-JURIS-SUB) * WS-FX-RATE
                 IF WS-JURIS-XMT-SUB (WS-JURIS-SUB) NOT = ZERO
                    MOVE WS-JURIS-XMT-SUB (WS-JURIS-SUB) TO WS-XMT-SUB
                    MOVE WS-XMT-CERT (WS-XMT-SUB) TO EDI-TAX-CERT
                 END-IF
                 WRITE EDI-TAX-REC
                 ADD 1 TO WS-EDI-REC-COUNT
              END-PERFORM
           ELSE
              MOVE SPACES TO EDI-TAX-REC
              MOVE "TAX" TO EDI-TAX-TYPE
              MOVE WS-INVOICE-NUM TO EDI-TAX-INVOICE
              MOVE "DEFAULT RATE" TO EDI-TAX-JURIS
              MOVE WS-TAX-RATE TO EDI-TAX-PCT
              COMPUTE EDI-TAX-AMT ROUNDED = W-TAX-VAL * WS-FX-RATE
              IF WS-INV-XMT-SUB NOT = ZERO
                 MOVE WS-XMT-CERT (WS-INV-XMT-SUB) TO EDI-TAX-CERT
              END-IF
              WRITE EDI-TAX-REC
              ADD 1 TO WS-EDI-REC-COUNT
           END-IF.
           MOVE SPACES TO EDI-TERMS-REC.
           MOVE "TRM" TO EDI-TERMS-TYPE.
           MOVE WS-INVOICE-NUM TO EDI-TERMS-INVOICE.
           IF CUST-TERMS = SPACES
              MOVE "NET30" TO EDI-TERMS-CODE
           ELSE
              MOVE CUST-TERMS TO EDI-TERMS-CODE
           END-IF.
           MOVE WS-TERMS-DAYS TO EDI-TERMS-DAYS.
           MOVE WS-DUE-DATE TO EDI-TERMS-DUE-DATE.
           WRITE EDI-TERMS-REC.
           ADD 1 TO WS-EDI-REC-COUNT.
           MOVE SPACES TO EDI-TOTAL-REC.
           MOVE "TOT" TO EDI-TOT-TYPE.
           MOVE WS-INVOICE-NUM TO EDI-TOT-INVOICE.
           COMPUTE EDI-TOT-SUB ROUNDED = W-SUB-VAL * WS-FX-RATE.
           COMPUTE EDI-TOT-FEE ROUNDED = W-PF-VAL * WS-FX-RATE.
           COMPUTE EDI-TOT-TAX ROUNDED = W-TAX-VAL * WS-FX-RATE.
           COMPUTE EDI-TOT-TOTAL ROUNDED = W-TOTAL-VAL * WS-FX-RATE.
           MOVE WS-LINE-COUNT TO EDI-TOT-LINES.
           WRITE EDI-TOTAL-REC.
           ADD 1 TO WS-EDI-REC-COUNT.
           ADD 1 TO WS-EDI-INV-COUNT.
           ADD EDI-TOT-TOTAL TO WS-EDI-AMT-TOTAL.

      * electronic-only customers get no printed copy; the invoice
      * still shows on the console log
       WRITE-PRT-LINE.
           IF WS-EDI-CUST NOT = 'Y'
              MOVE PRT-REC TO WS-RPT-DETAIL
              CALL "RPTWTR" USING WS-PRT-CTL WS-RPT-DETAIL WS-RPT-OUT
              PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                 UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT
                 MOVE WS-RPT-OUT-LINE(WS-RPT-SUB) TO PRT-LINE
                 WRITE PRT-LINE
              END-PERFORM
           END-IF.
