       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP1099.

      * year-end 1099 reporting for vendor payments. totals the
      * APPAYH payment history APPAY writes for the tax year by
      * vendor, and for every vendor flagged 1099-reportable on
      * VENDMAST whose payments reach the filing threshold (default
      * 600.00) builds the fixed-format filing file - one transmitter
      * record, one payer record, a payee record per vendor, the
      * payer total and the end-of-transmission record. a reportable
      * vendor without a tax id or a complete mailing address is
      * listed as blocking and the file is not written until the
      * vendor master is corrected. the payer totals are proved back
      * to the payment history on the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT VENDFILE ASSIGN TO VENDMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VENDFILE-STATUS.
           SELECT PAYHFILE ASSIGN TO APPAYH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYHFILE-STATUS.
           SELECT F99FILE ASSIGN TO F1099OUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the paying company. tax year may be left blank to take the
      * calendar year just ended; a zero threshold takes 600.00
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-TAX-YEAR PIC X(4).
           05 PARM-EIN PIC X(9).
           05 PARM-NAME PIC X(30).
           05 PARM-STREET PIC X(30).
           05 PARM-CITY PIC X(20).
           05 PARM-STATE PIC X(2).
           05 PARM-ZIP PIC X(10).
           05 PARM-CONTACT PIC X(25).
           05 PARM-PHONE PIC X(10).
           05 PARM-TCC PIC X(5).
           05 PARM-MIN-AMT PIC 9(5)V99.
           05 PARM-BLANKS PIC X(8).

       FD VENDFILE.
       01 DATA-VEND.
           05 VM-VENDOR PIC X(6).
           05 VM-NAME PIC X(30).
           05 VM-STATUS PIC X(1).
           05 VM-PAY-METHOD PIC X(1).
           05 VM-ROUTING PIC 9(9).
           05 VM-ACCOUNT PIC X(17).
           05 VM-DISC-PCT PIC 9(2)V99.
           05 VM-DISC-DAYS PIC 9(3).
           05 VM-1099 PIC X(1).
           05 VM-TAX-ID PIC X(9).
           05 VM-ADDR-STREET PIC X(30).
           05 VM-ADDR-CITY PIC X(20).
           05 VM-ADDR-STATE PIC X(2).
           05 VM-ADDR-ZIP PIC X(10).
           05 VM-BLANKS PIC X(17).

       FD PAYHFILE.
       01 DATA-APPAYH.
           05 PH-VENDOR PIC X(6).
           05 PH-PAY-DATE PIC X(10).
           05 PH-METHOD PIC X(1).
           05 PH-CHECK-NUM PIC 9(9).
           05 PH-GROSS PIC 9(9)V99.
           05 PH-DISC PIC 9(7)V99.
           05 PH-NET PIC 9(9)V99.
           05 PH-INV-COUNT PIC 9(4).
           05 PH-RUN-SEQ PIC 9(9).
           05 PH-STATUS PIC X(1).
           05 PH-BLANKS PIC X(9).

      * filing records are 250 bytes; money is whole cents, right
      * justified and zero filled
       FD F99FILE
           DATA RECORDS ARE F99-T-REC F99-A-REC F99-B-REC
              F99-C-REC F99-F-REC.
       01 F99-T-REC.
           05 FT-ID PIC X(1).
           05 FT-TAX-YEAR PIC X(4).
           05 FT-EIN PIC X(9).
           05 FT-TCC PIC X(5).
           05 FT-NAME PIC X(30).
           05 FT-CONTACT PIC X(25).
           05 FT-PHONE PIC X(10).
           05 FILLER PIC X(166).
       01 F99-A-REC.
           05 FA-ID PIC X(1).
           05 FA-TAX-YEAR PIC X(4).
           05 FA-EIN PIC X(9).
           05 FA-NAME PIC X(30).
           05 FA-STREET PIC X(30).
           05 FA-CITY PIC X(20).
           05 FA-STATE PIC X(2).
           05 FA-ZIP PIC X(10).
           05 FA-RETURN-TYPE PIC X(2).
           05 FILLER PIC X(142).
       01 F99-B-REC.
           05 FB-ID PIC X(1).
           05 FB-TAX-YEAR PIC X(4).
           05 FB-TIN PIC X(9).
           05 FB-VENDOR PIC X(6).
           05 FB-NAME PIC X(30).
           05 FB-STREET PIC X(30).
           05 FB-CITY PIC X(20).
           05 FB-STATE PIC X(2).
           05 FB-ZIP PIC X(10).
           05 FB-AMT PIC 9(10)V99.
           05 FILLER PIC X(126).
       01 F99-C-REC.
           05 FC-ID PIC X(1).
           05 FC-COUNT PIC 9(8).
           05 FC-AMT PIC 9(16)V99.
           05 FILLER PIC X(223).
       01 F99-F-REC.
           05 FF-ID PIC X(1).
           05 FF-A-COUNT PIC 9(8).
           05 FF-B-COUNT PIC 9(8).
           05 FILLER PIC X(233).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-VENDFILE-STATUS PIC XX.
       01 WS-PAYHFILE-STATUS PIC XX.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-TAX-YEAR PIC X(4) VALUE SPACES.
       01 WS-TAX-YEAR-NUM PIC 9(4).
       01 WS-MIN-AMT PIC 9(5)V99 VALUE 600.00.

       01 WS-VND-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-VND-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-VND-TABLE.
           05 WS-VND-ENTRY OCCURS 1000 TIMES.
               10 WS-VND-REC PIC X(160).
               10 WS-VND-PAID PIC 9(11)V99.
       01 WS-VND-SUB PIC 9(4).
       01 WS-VND-FOUND-SUB PIC 9(4).
       01 WS-BLOCK-REASON PIC X(40) VALUE SPACES.

       01 WS-HIST-READ PIC 9(7) VALUE ZEROES.
       01 WS-HIST-OTHER-YEAR PIC 9(7) VALUE ZEROES.
       01 WS-HIST-NO-VENDOR PIC 9(7) VALUE ZEROES.
       01 WS-HIST-TOTAL PIC 9(13)V99 VALUE ZEROES.
       01 WS-REPORTABLE-TOTAL PIC 9(13)V99 VALUE ZEROES.
       01 WS-UNDER-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-BLOCK-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-B-COUNT PIC 9(8) VALUE ZEROES.
       01 WS-FC-AMT PIC 9(16)V99 VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT PIC $$,$$$,$$$,$$$,$$9.99.
       01 WS-AMT-EDIT-2 PIC $$,$$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "35"
              DISPLAY "No payer parameters found - AP1099 cannot "
                 "build the filing - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMFILE
              AT END
                 DISPLAY "Payer parameter file is empty - "
                    "aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE PARMFILE
                 STOP RUN
           END-READ.
           CLOSE PARMFILE.
           IF PARM-EIN = SPACES OR PARM-NAME = SPACES
              DISPLAY "Payer parameters carry no EIN or name - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PARM-TAX-YEAR TO WS-TAX-YEAR.
           IF WS-TAX-YEAR = SPACES
              MOVE WS-RUN-DATETIME(1:4) TO WS-TAX-YEAR-NUM
              SUBTRACT 1 FROM WS-TAX-YEAR-NUM
              MOVE WS-TAX-YEAR-NUM TO WS-TAX-YEAR
           END-IF.
           IF PARM-MIN-AMT IS NUMERIC AND PARM-MIN-AMT > ZEROES
              MOVE PARM-MIN-AMT TO WS-MIN-AMT
           END-IF.

           OPEN INPUT VENDFILE.
           IF WS-VENDFILE-STATUS = "35"
              DISPLAY "No vendor master found - AP1099 cannot tell "
                 "which vendors are reportable - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-VENDFILE-STATUS = "10"
              READ VENDFILE
                 AT END MOVE "10" TO WS-VENDFILE-STATUS
                 NOT AT END
                    IF WS-VND-TABLE-COUNT = WS-VND-TABLE-COUNT-MAX
                       DISPLAY "VENDMAST has more vendors than "
                          "AP1099 can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE VENDFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-VND-TABLE-COUNT
                    MOVE DATA-VEND TO WS-VND-REC(WS-VND-TABLE-COUNT)
                    MOVE ZEROES TO WS-VND-PAID(WS-VND-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE VENDFILE.

           OPEN INPUT PAYHFILE.
           IF WS-PAYHFILE-STATUS = "35"
              DISPLAY "No AP payment history found - run APPAY "
                 "first - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-PAYHFILE-STATUS = "10"
              READ PAYHFILE
                 AT END MOVE "10" TO WS-PAYHFILE-STATUS
                 NOT AT END
                    ADD 1 TO WS-HIST-READ
                    IF PH-PAY-DATE(1:4) NOT = WS-TAX-YEAR OR
                       PH-STATUS NOT = 'I'
                       ADD 1 TO WS-HIST-OTHER-YEAR
                    ELSE
                       PERFORM POST-PAYMENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYHFILE.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "1099 FILING - PAYER " PARM-EIN "  TAX YEAR "
              WS-TAX-YEAR
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

      * a reportable vendor without a tax id or a complete mailing
      * address holds the whole file back
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
              UNTIL WS-VND-SUB > WS-VND-TABLE-COUNT
              MOVE WS-VND-REC(WS-VND-SUB) TO DATA-VEND
              IF VM-1099 = 'Y' AND WS-VND-PAID(WS-VND-SUB) > ZEROES
                 IF WS-VND-PAID(WS-VND-SUB) < WS-MIN-AMT
                    ADD 1 TO WS-UNDER-COUNT
                 ELSE
                    ADD WS-VND-PAID(WS-VND-SUB) TO
                       WS-REPORTABLE-TOTAL
                    PERFORM CHECK-VENDOR
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BLOCK-COUNT NOT = ZEROES
              MOVE WS-BLOCK-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING "FILING FILE NOT WRITTEN - " WS-COUNT-EDIT
                 " vendor(s) blocking"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              CLOSE RPTFILE
              DISPLAY "AP1099 held the filing file - "
                 WS-COUNT-EDIT " vendor(s) blocking."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT F99FILE.
           MOVE SPACES TO F99-T-REC.
           MOVE "T" TO FT-ID.
           MOVE WS-TAX-YEAR TO FT-TAX-YEAR.
           MOVE PARM-EIN TO FT-EIN.
           MOVE PARM-TCC TO FT-TCC.
           MOVE PARM-NAME TO FT-NAME.
           MOVE PARM-CONTACT TO FT-CONTACT.
           MOVE PARM-PHONE TO FT-PHONE.
           WRITE F99-T-REC.
           MOVE SPACES TO F99-A-REC.
           MOVE "A" TO FA-ID.
           MOVE WS-TAX-YEAR TO FA-TAX-YEAR.
           MOVE PARM-EIN TO FA-EIN.
           MOVE PARM-NAME TO FA-NAME.
           MOVE PARM-STREET TO FA-STREET.
           MOVE PARM-CITY TO FA-CITY.
           MOVE PARM-STATE TO FA-STATE.
           MOVE PARM-ZIP TO FA-ZIP.
           MOVE "NE" TO FA-RETURN-TYPE.
           WRITE F99-A-REC.

           MOVE SPACES TO RPT-REC.
           STRING "VENDOR NAME                           TIN     "
              "             PAID"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
              UNTIL WS-VND-SUB > WS-VND-TABLE-COUNT
              MOVE WS-VND-REC(WS-VND-SUB) TO DATA-VEND
              IF VM-1099 = 'Y' AND
                 WS-VND-PAID(WS-VND-SUB) NOT < WS-MIN-AMT
                 MOVE SPACES TO F99-B-REC
                 MOVE "B" TO FB-ID
                 MOVE WS-TAX-YEAR TO FB-TAX-YEAR
                 MOVE VM-TAX-ID TO FB-TIN
                 MOVE VM-VENDOR TO FB-VENDOR
                 MOVE VM-NAME TO FB-NAME
                 MOVE VM-ADDR-STREET TO FB-STREET
                 MOVE VM-ADDR-CITY TO FB-CITY
                 MOVE VM-ADDR-STATE TO FB-STATE
                 MOVE VM-ADDR-ZIP TO FB-ZIP
                 MOVE WS-VND-PAID(WS-VND-SUB) TO FB-AMT
                 WRITE F99-B-REC
                 ADD 1 TO WS-B-COUNT
                 ADD WS-VND-PAID(WS-VND-SUB) TO WS-FC-AMT
                 MOVE WS-VND-PAID(WS-VND-SUB) TO WS-AMT-EDIT
                 MOVE SPACES TO RPT-REC
                 STRING VM-VENDOR " " VM-NAME " " VM-TAX-ID " "
                    WS-AMT-EDIT
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
           MOVE SPACES TO F99-C-REC.
           MOVE "C" TO FC-ID.
           MOVE WS-B-COUNT TO FC-COUNT.
           MOVE WS-FC-AMT TO FC-AMT.
           WRITE F99-C-REC.
           MOVE SPACES TO F99-F-REC.
           MOVE "F" TO FF-ID.
           MOVE 1 TO FF-A-COUNT.
           MOVE WS-B-COUNT TO FF-B-COUNT.
           WRITE F99-F-REC.
           CLOSE F99FILE.

      * the payer total must prove back to the payment history it
      * was built from
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-B-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Payee records " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-FC-AMT TO WS-AMT-EDIT.
           MOVE WS-REPORTABLE-TOTAL TO WS-AMT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "  paid   file " WS-AMT-EDIT " history "
              WS-AMT-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-FC-AMT = WS-REPORTABLE-TOTAL
              STRING "Payer total ties to the AP payment history"
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "Payer total DOES NOT tie to the AP payment "
                 "history"
                 DELIMITED BY SIZE INTO RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RPT-REC.
           MOVE WS-HIST-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "All vendor payments for the year " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-UNDER-COUNT NOT = ZEROES
              MOVE WS-UNDER-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "Reportable vendors under the threshold "
                 WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-HIST-NO-VENDOR NOT = ZEROES
              MOVE WS-HIST-NO-VENDOR TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "Payments to vendors not on VENDMAST "
                 WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-HIST-OTHER-YEAR NOT = ZEROES
              MOVE WS-HIST-OTHER-YEAR TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "History records for other years or voided "
                 WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           CLOSE RPTFILE.

           MOVE WS-B-COUNT TO WS-COUNT-EDIT.
           DISPLAY "AP1099 wrote " WS-COUNT-EDIT
              " payee record(s) for tax year " WS-TAX-YEAR ".".
           STOP RUN.

      * the cash actually paid counts toward the vendor's 1099
       POST-PAYMENT.
           ADD PH-NET TO WS-HIST-TOTAL.
           MOVE ZEROES TO WS-VND-FOUND-SUB.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
              UNTIL WS-VND-SUB > WS-VND-TABLE-COUNT
              IF WS-VND-REC(WS-VND-SUB)(1:6) = PH-VENDOR
                 MOVE WS-VND-SUB TO WS-VND-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-VND-FOUND-SUB = ZEROES
              ADD 1 TO WS-HIST-NO-VENDOR
           ELSE
              ADD PH-NET TO WS-VND-PAID(WS-VND-FOUND-SUB)
           END-IF.

      * the master must carry what the filing needs
       CHECK-VENDOR.
           MOVE SPACES TO WS-BLOCK-REASON.
           IF VM-TAX-ID IS NOT NUMERIC
              MOVE "no valid tax id on vendor master" TO
                 WS-BLOCK-REASON
           ELSE
              IF VM-ADDR-STREET = SPACES OR
                 VM-ADDR-CITY = SPACES OR
                 VM-ADDR-STATE = SPACES OR
                 VM-ADDR-ZIP = SPACES
                 MOVE "no complete mailing address" TO
                    WS-BLOCK-REASON
              END-IF
           END-IF.
           IF WS-BLOCK-REASON NOT = SPACES
              ADD 1 TO WS-BLOCK-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  BLOCKING " VM-VENDOR " " WS-BLOCK-REASON
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
