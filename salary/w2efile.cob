       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2EFILE.

      * year-end electronic wage submission. reads the YTD archive
      * SALPROC writes at year end and builds the fixed-format
      * submission file - one submitter record, one employer record,
      * an employee record per archived EID, the employer total and
      * the final record. the employee's tax id and mailing address
      * come from the employee master; anyone missing either, or not
      * on the master at all, is listed as blocking and the file is
      * not written until the master is corrected. the wages
      * reported are federal taxable wages - the archived gross less
      * retirement deferrals and less any earnings code the EARNTBL
      * earnings table exempts from federal tax. the employer
      * totals are proved back to the archive on the report - the
      * reported wages plus the deferrals plus the exempt earnings
      * must come back to the archived gross. an employee whose
      * deferrals and exempt earnings exceed the archived gross is
      * reported with zero wages and listed as an exception.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT EMPFILE ASSIGN TO EMPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT YTDARCH ASSIGN TO YTDARCH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-YTDARCH-STATUS.
           SELECT ERNFILE ASSIGN TO EARNTBL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ERNFILE-STATUS.
           SELECT W2EFILE ASSIGN TO W2EOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the submitting employer. tax year may be left blank to take
      * the year on the archive
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
           05 PARM-USER-ID PIC X(8).
           05 PARM-BLANKS PIC X(12).

       FD EMPFILE.
       01 DATA-EMP.
           05 EMP-EID PIC X(11).
           05 EMP-NAME PIC X(25).
           05 EMP-HIRE-DATE PIC X(10).
           05 EMP-STATUS PIC X(1).
           05 EMP-DEPT PIC X(10).
           05 EMP-PAY-TYPE PIC X(1).
           05 EMP-TAX-ID PIC X(9).
           05 EMP-BIRTH-DATE PIC X(10).
           05 EMP-BLANKS PIC X(3).
           05 EMP-ADDR-STREET PIC X(30).
           05 EMP-ADDR-CITY PIC X(20).
           05 EMP-ADDR-STATE PIC X(2).
           05 EMP-ADDR-ZIP PIC X(10).
           05 EMP-ADDR-BLANKS PIC X(18).

       FD YTDARCH.
       01 YTD-ARCH-REC.
           05 YTDA-TAX-YEAR PIC X(4).
           05 YTDA-EID PIC X(11).
           05 YTDA-EPOS PIC X(10).
           05 YTDA-YTD-SAL PIC 9(11)V99.
           05 YTDA-YTD-FED PIC 9(9)V99.
           05 YTDA-YTD-STATE PIC 9(9)V99.
           05 YTDA-YTD-RET PIC 9(9)V99.
           05 YTDA-YTD-INS PIC 9(9)V99.
           05 YTDA-POS-HIST-COUNT PIC 9(2).
           05 YTDA-POS-HIST OCCURS 12 TIMES.
               10 YTDA-POS-HIST-NAME PIC X(10).
               10 YTDA-POS-HIST-DATE PIC X(10).
           05 YTDA-YTD-COMM PIC 9(9)V99.
           05 YTDA-ERN-SLOT OCCURS 10 TIMES.
               10 YTDA-ERN-CODE PIC X(4).
               10 YTDA-ERN-YTD PIC 9(9)V99.

       FD ERNFILE.
       01 DATA-ERN.
           05 ERN-CODE PIC X(4).
           05 ERN-DESC PIC X(20).
           05 ERN-FED PIC X(1).
           05 ERN-STATE PIC X(1).
           05 ERN-RET PIC X(1).
           05 ERN-MATCH PIC X(1).
           05 ERN-GL-ACCT PIC X(20).
           05 ERN-CASH PIC X(1).
           05 ERN-BLANKS PIC X(31).

      * submission records are 512 bytes; money is whole cents,
      * right justified and zero filled
       FD W2EFILE
           DATA RECORDS ARE W2E-RA-REC W2E-RE-REC W2E-RW-REC
              W2E-RT-REC W2E-RF-REC.
       01 W2E-RA-REC.
           05 RA-ID PIC X(2).
           05 RA-EIN PIC X(9).
           05 RA-USER-ID PIC X(8).
           05 RA-TAX-YEAR PIC X(4).
           05 RA-NAME PIC X(30).
           05 RA-STREET PIC X(30).
           05 RA-CITY PIC X(20).
           05 RA-STATE PIC X(2).
           05 RA-ZIP PIC X(10).
           05 RA-CONTACT PIC X(25).
           05 RA-PHONE PIC X(10).
           05 FILLER PIC X(362).
       01 W2E-RE-REC.
           05 RE-ID PIC X(2).
           05 RE-TAX-YEAR PIC X(4).
           05 RE-EIN PIC X(9).
           05 RE-NAME PIC X(30).
           05 RE-STREET PIC X(30).
           05 RE-CITY PIC X(20).
           05 RE-STATE PIC X(2).
           05 RE-ZIP PIC X(10).
           05 RE-KIND PIC X(1).
           05 FILLER PIC X(404).
       01 W2E-RW-REC.
           05 RW-ID PIC X(2).
           05 RW-SSN PIC X(9).
           05 RW-NAME PIC X(25).
           05 RW-EID PIC X(11).
           05 RW-STREET PIC X(30).
           05 RW-CITY PIC X(20).
           05 RW-STATE PIC X(2).
           05 RW-ZIP PIC X(10).
           05 RW-WAGES PIC 9(9)V99.
           05 RW-FED-WH PIC 9(9)V99.
           05 RW-DEFERRED PIC 9(9)V99.
           05 RW-STATE-WH PIC 9(9)V99.
           05 FILLER PIC X(359).
       01 W2E-RT-REC.
           05 RT-ID PIC X(2).
           05 RT-COUNT PIC 9(7).
           05 RT-WAGES PIC 9(13)V99.
           05 RT-FED-WH PIC 9(13)V99.
           05 RT-DEFERRED PIC 9(13)V99.
           05 RT-STATE-WH PIC 9(13)V99.
           05 FILLER PIC X(443).
       01 W2E-RF-REC.
           05 RF-ID PIC X(2).
           05 RF-COUNT PIC 9(9).
           05 FILLER PIC X(501).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-EMPFILE-STATUS PIC XX.
       01 WS-YTDARCH-STATUS PIC XX.
       01 WS-ERNFILE-STATUS PIC XX.
       01 WS-TAX-YEAR PIC X(4) VALUE SPACES.

       01 WS-EMP-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EMP-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES.
               10 WS-EMP-EID PIC X(11).
               10 WS-EMP-NAME PIC X(25).
               10 WS-EMP-TAX-ID PIC X(9).
               10 WS-EMP-ADDR-STREET PIC X(30).
               10 WS-EMP-ADDR-CITY PIC X(20).
               10 WS-EMP-ADDR-STATE PIC X(2).
               10 WS-EMP-ADDR-ZIP PIC X(10).
       01 WS-EMP-SUB PIC 9(4).
       01 WS-EMP-FOUND-SUB PIC 9(4).

      * earnings codes exempt from federal tax
       01 WS-NOFED-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-NOFED-TABLE-COUNT-MAX PIC 9(4) VALUE 50.
       01 WS-NOFED-TABLE.
           05 WS-NOFED-CODE PIC X(4) OCCURS 50 TIMES.
       01 WS-NOFED-SUB PIC 9(4).
       01 WS-ERN-SLOT-SUB PIC 9(2).
       01 WS-ARCH-NOFED PIC 9(11)V99.

      * archived employees for the tax year, in archive order
       01 WS-W2-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-W2-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-W2-TABLE.
           05 WS-W2-ENTRY OCCURS 2000 TIMES.
               10 WS-W2-EID PIC X(11).
               10 WS-W2-EMP-SUB PIC 9(4).
               10 WS-W2-WAGES PIC 9(11)V99.
               10 WS-W2-FED PIC 9(9)V99.
               10 WS-W2-RET PIC 9(9)V99.
               10 WS-W2-STATE PIC 9(9)V99.
       01 WS-W2-SUB PIC 9(4).
       01 WS-BLOCK-REASON PIC X(40) VALUE SPACES.

       01 WS-ARCH-READ PIC 9(6) VALUE ZEROES.
       01 WS-ARCH-OTHER-YEAR PIC 9(6) VALUE ZEROES.
       01 WS-BLOCK-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RW-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-RECORD-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-ARCH-WAGES PIC 9(13)V99 VALUE ZEROES.
       01 WS-ARCH-EXEMPT PIC 9(13)V99 VALUE ZEROES.
       01 WS-FILE-GROSS PIC 9(13)V99 VALUE ZEROES.
       01 WS-FLOOR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ARCH-FED PIC 9(13)V99 VALUE ZEROES.
       01 WS-ARCH-RET PIC 9(13)V99 VALUE ZEROES.
       01 WS-ARCH-STATE PIC 9(13)V99 VALUE ZEROES.
       01 WS-RT-WAGES PIC 9(13)V99 VALUE ZEROES.
       01 WS-RT-FED PIC 9(13)V99 VALUE ZEROES.
       01 WS-RT-RET PIC 9(13)V99 VALUE ZEROES.
       01 WS-RT-STATE PIC 9(13)V99 VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT PIC $$,$$$,$$$,$$$,$$9.99.
       01 WS-AMT-EDIT-2 PIC $$,$$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "35"
              DISPLAY "No submitter parameters found - W2EFILE "
                 "cannot build the submission - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMFILE
              AT END
                 DISPLAY "Submitter parameter file is empty - "
                    "aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE PARMFILE
                 STOP RUN
           END-READ.
           CLOSE PARMFILE.
           IF PARM-EIN = SPACES OR PARM-NAME = SPACES
              DISPLAY "Submitter parameters carry no employer EIN or "
                 "name - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PARM-TAX-YEAR TO WS-TAX-YEAR.

           OPEN INPUT EMPFILE.
           IF WS-EMPFILE-STATUS = "35"
              DISPLAY "No employee master found - every archived "
                 "employee will block the file."
           ELSE
              PERFORM UNTIL WS-EMPFILE-STATUS = "10"
                 READ EMPFILE
                    AT END MOVE "10" TO WS-EMPFILE-STATUS
                    NOT AT END
                       IF WS-EMP-TABLE-COUNT = WS-EMP-TABLE-COUNT-MAX
                          DISPLAY "EMPMAST has more employees than "
                             "W2EFILE can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE EMPFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-EMP-TABLE-COUNT
                       MOVE EMP-EID TO WS-EMP-EID(WS-EMP-TABLE-COUNT)
                       MOVE EMP-NAME TO WS-EMP-NAME(WS-EMP-TABLE-COUNT)
                       MOVE EMP-TAX-ID TO
                          WS-EMP-TAX-ID(WS-EMP-TABLE-COUNT)
                       MOVE EMP-ADDR-STREET TO
                          WS-EMP-ADDR-STREET(WS-EMP-TABLE-COUNT)
                       MOVE EMP-ADDR-CITY TO
                          WS-EMP-ADDR-CITY(WS-EMP-TABLE-COUNT)
                       MOVE EMP-ADDR-STATE TO
                          WS-EMP-ADDR-STATE(WS-EMP-TABLE-COUNT)
                       MOVE EMP-ADDR-ZIP TO
                          WS-EMP-ADDR-ZIP(WS-EMP-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EMPFILE
           END-IF.

           OPEN INPUT ERNFILE.
           IF WS-ERNFILE-STATUS NOT = "35"
              PERFORM UNTIL WS-ERNFILE-STATUS = "10"
                 READ ERNFILE
                    AT END MOVE "10" TO WS-ERNFILE-STATUS
                    NOT AT END
                       IF ERN-FED = 'N'
                          IF WS-NOFED-TABLE-COUNT =
                             WS-NOFED-TABLE-COUNT-MAX
                             DISPLAY "EARNTBL has more codes than "
                                "W2EFILE can hold - aborting run."
                             MOVE 16 TO RETURN-CODE
                             CLOSE ERNFILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-NOFED-TABLE-COUNT
                          MOVE ERN-CODE TO
                             WS-NOFED-CODE(WS-NOFED-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ERNFILE
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "ELECTRONIC WAGE SUBMISSION - EMPLOYER " PARM-EIN
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

           OPEN INPUT YTDARCH.
           IF WS-YTDARCH-STATUS = "35"
              DISPLAY "No YTD archive found - run SALPROC year-end "
                 "first - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE RPTFILE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-YTDARCH-STATUS = "10"
              READ YTDARCH
                 AT END MOVE "10" TO WS-YTDARCH-STATUS
                 NOT AT END
                    ADD 1 TO WS-ARCH-READ
                    IF WS-TAX-YEAR = SPACES
                       MOVE YTDA-TAX-YEAR TO WS-TAX-YEAR
                    END-IF
                    IF YTDA-TAX-YEAR NOT = WS-TAX-YEAR
                       ADD 1 TO WS-ARCH-OTHER-YEAR
                    ELSE
                       PERFORM LOAD-ARCH-EMPLOYEE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE YTDARCH.

           IF WS-W2-TABLE-COUNT = ZEROES
              MOVE SPACES TO RPT-REC
              STRING "No archive records for tax year " WS-TAX-YEAR
                 " - nothing to submit"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              CLOSE RPTFILE
              DISPLAY "W2EFILE found no archive records for tax year "
                 WS-TAX-YEAR "."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      * any employee without a tax id or a complete mailing address
      * holds the whole file back
           IF WS-BLOCK-COUNT NOT = ZEROES
              MOVE WS-BLOCK-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING "SUBMISSION FILE NOT WRITTEN - " WS-COUNT-EDIT
                 " employee(s) blocking"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              CLOSE RPTFILE
              DISPLAY "W2EFILE held the submission file - "
                 WS-COUNT-EDIT " employee(s) blocking."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT W2EFILE.
           MOVE SPACES TO W2E-RA-REC.
           MOVE "RA" TO RA-ID.
           MOVE PARM-EIN TO RA-EIN.
           MOVE PARM-USER-ID TO RA-USER-ID.
           MOVE WS-TAX-YEAR TO RA-TAX-YEAR.
           MOVE PARM-NAME TO RA-NAME.
           MOVE PARM-STREET TO RA-STREET.
           MOVE PARM-CITY TO RA-CITY.
           MOVE PARM-STATE TO RA-STATE.
           MOVE PARM-ZIP TO RA-ZIP.
           MOVE PARM-CONTACT TO RA-CONTACT.
           MOVE PARM-PHONE TO RA-PHONE.
           WRITE W2E-RA-REC.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO W2E-RE-REC.
           MOVE "RE" TO RE-ID.
           MOVE WS-TAX-YEAR TO RE-TAX-YEAR.
           MOVE PARM-EIN TO RE-EIN.
           MOVE PARM-NAME TO RE-NAME.
           MOVE PARM-STREET TO RE-STREET.
           MOVE PARM-CITY TO RE-CITY.
           MOVE PARM-STATE TO RE-STATE.
           MOVE PARM-ZIP TO RE-ZIP.
           MOVE "R" TO RE-KIND.
           WRITE W2E-RE-REC.
           ADD 1 TO WS-RECORD-COUNT.

           PERFORM VARYING WS-W2-SUB FROM 1 BY 1
              UNTIL WS-W2-SUB > WS-W2-TABLE-COUNT
              MOVE WS-W2-EMP-SUB(WS-W2-SUB) TO WS-EMP-SUB
              MOVE SPACES TO W2E-RW-REC
              MOVE "RW" TO RW-ID
              MOVE WS-EMP-TAX-ID(WS-EMP-SUB) TO RW-SSN
              MOVE WS-EMP-NAME(WS-EMP-SUB) TO RW-NAME
              MOVE WS-W2-EID(WS-W2-SUB) TO RW-EID
              MOVE WS-EMP-ADDR-STREET(WS-EMP-SUB) TO RW-STREET
              MOVE WS-EMP-ADDR-CITY(WS-EMP-SUB) TO RW-CITY
              MOVE WS-EMP-ADDR-STATE(WS-EMP-SUB) TO RW-STATE
              MOVE WS-EMP-ADDR-ZIP(WS-EMP-SUB) TO RW-ZIP
              MOVE WS-W2-WAGES(WS-W2-SUB) TO RW-WAGES
              MOVE WS-W2-FED(WS-W2-SUB) TO RW-FED-WH
              MOVE WS-W2-RET(WS-W2-SUB) TO RW-DEFERRED
              MOVE WS-W2-STATE(WS-W2-SUB) TO RW-STATE-WH
              WRITE W2E-RW-REC
              ADD 1 TO WS-RECORD-COUNT
              ADD 1 TO WS-RW-COUNT
              ADD WS-W2-WAGES(WS-W2-SUB) TO WS-RT-WAGES
              ADD WS-W2-FED(WS-W2-SUB) TO WS-RT-FED
              ADD WS-W2-RET(WS-W2-SUB) TO WS-RT-RET
              ADD WS-W2-STATE(WS-W2-SUB) TO WS-RT-STATE
           END-PERFORM.

           MOVE SPACES TO W2E-RT-REC.
           MOVE "RT" TO RT-ID.
           MOVE WS-RW-COUNT TO RT-COUNT.
           MOVE WS-RT-WAGES TO RT-WAGES.
           MOVE WS-RT-FED TO RT-FED-WH.
           MOVE WS-RT-RET TO RT-DEFERRED.
           MOVE WS-RT-STATE TO RT-STATE-WH.
           WRITE W2E-RT-REC.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO W2E-RF-REC.
           MOVE "RF" TO RF-ID.
           MOVE WS-RW-COUNT TO RF-COUNT.
           WRITE W2E-RF-REC.
           ADD 1 TO WS-RECORD-COUNT.
           CLOSE W2EFILE.

      * the employer totals must prove back to the archive they
      * were built from
           MOVE WS-RW-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Tax year " WS-TAX-YEAR " employee records "
              WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RT-WAGES TO WS-AMT-EDIT.
           MOVE WS-ARCH-EXEMPT TO WS-AMT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "  wages      file " WS-AMT-EDIT
              " exempt  " WS-AMT-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RT-FED TO WS-AMT-EDIT.
           MOVE WS-ARCH-FED TO WS-AMT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "  fed w/h    file " WS-AMT-EDIT
              " archive " WS-AMT-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RT-RET TO WS-AMT-EDIT.
           MOVE WS-ARCH-RET TO WS-AMT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "  deferred   file " WS-AMT-EDIT
              " archive " WS-AMT-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
      * wages, deferrals and exempt earnings make up the gross
           COMPUTE WS-FILE-GROSS =
              WS-RT-WAGES + WS-RT-RET + WS-ARCH-EXEMPT.
           MOVE WS-FILE-GROSS TO WS-AMT-EDIT.
           MOVE WS-ARCH-WAGES TO WS-AMT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "  gross      file " WS-AMT-EDIT
              " archive " WS-AMT-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RT-STATE TO WS-AMT-EDIT.
           MOVE WS-ARCH-STATE TO WS-AMT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "  state w/h  file " WS-AMT-EDIT
              " archive " WS-AMT-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-FILE-GROSS = WS-ARCH-WAGES AND
              WS-RT-FED = WS-ARCH-FED AND
              WS-RT-RET = WS-ARCH-RET AND
              WS-RT-STATE = WS-ARCH-STATE AND
              WS-RW-COUNT = WS-W2-TABLE-COUNT
              STRING "Employer totals tie to the YTD archive"
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "Employer totals DO NOT tie to the YTD archive"
                 DELIMITED BY SIZE INTO RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RPT-REC.
           IF WS-FLOOR-COUNT NOT = ZEROES
              MOVE WS-FLOOR-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "Employees reported with wages floored at zero "
                 WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-ARCH-OTHER-YEAR NOT = ZEROES
              MOVE WS-ARCH-OTHER-YEAR TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "Archive records for other tax years skipped "
                 WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           CLOSE RPTFILE.

           MOVE WS-RW-COUNT TO WS-COUNT-EDIT.
           DISPLAY "W2EFILE wrote " WS-COUNT-EDIT
              " employee record(s) for tax year " WS-TAX-YEAR ".".
           STOP RUN.

      * take one archived employee for the year and check the
      * master carries what the submission needs
       LOAD-ARCH-EMPLOYEE.
           IF WS-W2-TABLE-COUNT = WS-W2-TABLE-COUNT-MAX
              DISPLAY "YTDARCH has more employees than W2EFILE can "
                 "hold - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE YTDARCH RPTFILE
              STOP RUN
           END-IF.
           ADD 1 TO WS-W2-TABLE-COUNT.
           MOVE YTDA-EID TO WS-W2-EID(WS-W2-TABLE-COUNT).
      * federal taxable wages leave out the deferrals and the
      * earnings the employee's codes exempt from federal tax
           MOVE ZEROES TO WS-ARCH-NOFED.
           PERFORM VARYING WS-ERN-SLOT-SUB FROM 1 BY 1
              UNTIL WS-ERN-SLOT-SUB > 10
              IF YTDA-ERN-CODE(WS-ERN-SLOT-SUB) NOT = SPACES AND
                 YTDA-ERN-YTD(WS-ERN-SLOT-SUB) IS NUMERIC
                 PERFORM VARYING WS-NOFED-SUB FROM 1 BY 1
                    UNTIL WS-NOFED-SUB > WS-NOFED-TABLE-COUNT
                    IF WS-NOFED-CODE(WS-NOFED-SUB) =
                       YTDA-ERN-CODE(WS-ERN-SLOT-SUB)
                       ADD YTDA-ERN-YTD(WS-ERN-SLOT-SUB) TO
                          WS-ARCH-NOFED
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF YTDA-YTD-SAL > YTDA-YTD-RET + WS-ARCH-NOFED
              COMPUTE WS-W2-WAGES(WS-W2-TABLE-COUNT) =
                 YTDA-YTD-SAL - YTDA-YTD-RET - WS-ARCH-NOFED
           ELSE
              MOVE ZEROES TO WS-W2-WAGES(WS-W2-TABLE-COUNT)
              IF YTDA-YTD-SAL < YTDA-YTD-RET + WS-ARCH-NOFED
                 ADD 1 TO WS-FLOOR-COUNT
                 MOVE SPACES TO RPT-REC
                 STRING "  EXCEPTION " YTDA-EID
                    " deferred + exempt over gross - wages zero"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-IF.
           MOVE YTDA-YTD-FED TO WS-W2-FED(WS-W2-TABLE-COUNT).
           MOVE YTDA-YTD-RET TO WS-W2-RET(WS-W2-TABLE-COUNT).
           MOVE YTDA-YTD-STATE TO WS-W2-STATE(WS-W2-TABLE-COUNT).
           ADD YTDA-YTD-SAL TO WS-ARCH-WAGES.
           ADD WS-ARCH-NOFED TO WS-ARCH-EXEMPT.
           ADD YTDA-YTD-FED TO WS-ARCH-FED.
           ADD YTDA-YTD-RET TO WS-ARCH-RET.
           ADD YTDA-YTD-STATE TO WS-ARCH-STATE.
           MOVE ZEROES TO WS-EMP-FOUND-SUB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-TABLE-COUNT
              IF WS-EMP-EID(WS-EMP-SUB) = YTDA-EID
                 MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
              END-IF
           END-PERFORM.
           MOVE WS-EMP-FOUND-SUB TO WS-W2-EMP-SUB(WS-W2-TABLE-COUNT).
           MOVE SPACES TO WS-BLOCK-REASON.
           IF WS-EMP-FOUND-SUB = ZEROES
              MOVE "not on employee master" TO WS-BLOCK-REASON
           ELSE
              IF WS-EMP-TAX-ID(WS-EMP-FOUND-SUB) IS NOT NUMERIC
                 MOVE "no valid tax id on employee master" TO
                    WS-BLOCK-REASON
              ELSE
                 IF WS-EMP-ADDR-STREET(WS-EMP-FOUND-SUB) = SPACES OR
                    WS-EMP-ADDR-CITY(WS-EMP-FOUND-SUB) = SPACES OR
                    WS-EMP-ADDR-STATE(WS-EMP-FOUND-SUB) = SPACES OR
                    WS-EMP-ADDR-ZIP(WS-EMP-FOUND-SUB) = SPACES
                    MOVE "no complete mailing address" TO
                       WS-BLOCK-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-BLOCK-REASON NOT = SPACES
              ADD 1 TO WS-BLOCK-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  BLOCKING " YTDA-EID " " WS-BLOCK-REASON
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
