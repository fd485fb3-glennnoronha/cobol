           SELECT GARNRPT ASSIGN TO GARNOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT TAXFILE ASSIGN TO TAXTBL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TAXFILE-STATUS.
           SELECT W4FILE ASSIGN TO W4MAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-W4FILE-STATUS.
           SELECT PLANFILE ASSIGN TO PLANMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLANFILE-STATUS.
           SELECT BENFILE ASSIGN TO BENELECT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BENFILE-STATUS.
           SELECT BENREM ASSIGN TO BENREM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT BENRPT ASSIGN TO BENOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT COMMFILE ASSIGN TO COMMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COMMFILE-STATUS.
           SELECT XREFFILE ASSIGN TO SLSXREF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XREFFILE-STATUS.
           SELECT ERNFILE ASSIGN TO EARNTBL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ERNFILE-STATUS.
           SELECT ELNFILE ASSIGN TO EARNIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ELNFILE-STATUS.
           SELECT PLIMFILE ASSIGN TO RETLIMIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLIMFILE-STATUS.
           SELECT RKFILE ASSIGN TO RETOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT VARFILE ASSIGN TO VAROUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT WCAFILE ASSIGN TO WCCLASS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WCAFILE-STATUS.
           SELECT WCRFILE ASSIGN TO WCRATE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WCRFILE-STATUS.
           SELECT WCMFILE ASSIGN TO WCMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WCMFILE-STATUS.
           SELECT WCRPT ASSIGN TO WCOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT LABFILE ASSIGN TO LABOROUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT CHKMFILE ASSIGN TO CHKMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHKMFILE-STATUS.
           SELECT RUNHFILE ASSIGN TO PAYRUNH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNHFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EDATA.
           05 YTDM-PERIOD-ER-MATCH PIC S9(9)V99.
           05 YTDM-PERIOD-ER-TAX PIC S9(9)V99.
           05 YTDM-CLOSED PIC X(1).
           05 YTDM-YTD-COMM PIC 9(9)V99.
           05 YTDM-PERIOD-COMM PIC S9(9)V99.
           05 YTDM-ERN-SLOT OCCURS 10 TIMES.
               10 YTDM-ERN-CODE PIC X(4).
               10 YTDM-ERN-YTD PIC 9(9)V99.
               10 YTDM-ERN-PERIOD PIC S9(9)V99.

       FD AUDITLOG.
       01 AUDIT-REC PIC X(80).
       FD W2FILE.
       01 DATA-OUT-W2 PIC X(80).

       FD VARFILE.
       01 VAR-REC PIC X(80).

      * workers' comp class code by position ('P') or department
      * ('D'); a position row wins over the department row
       FD WCAFILE.
       01 DATA-WCA.
           05 WCA-TYPE PIC X(1).
           05 WCA-KEY PIC X(10).
           05 WCA-CLASS PIC X(4).
           05 WCA-BLANKS PIC X(65).

      * carrier rate per $100 of payroll by class code and state
       FD WCRFILE.
       01 DATA-WCR.
           05 WCR-CLASS PIC X(4).
           05 WCR-STATE PIC X(2).
           05 WCR-RATE PIC 9(3)V9(4).
           05 WCR-DESC PIC X(25).
           05 WCR-BLANKS PIC X(42).

      * quarter-to-date payroll and premium by class code and state,
      * with this period's share so a rerun of the period backs out
       FD WCMFILE.
       01 DATA-WCM.
           05 WCM-CLASS PIC X(4).
           05 WCM-STATE PIC X(2).
           05 WCM-QTD-WAGES PIC 9(9)V99.
           05 WCM-QTD-OT PIC 9(9)V99.
           05 WCM-QTD-PREM PIC 9(7)V99.
           05 WCM-PERIOD-WAGES PIC 9(9)V99.
           05 WCM-PERIOD-OT PIC 9(9)V99.
           05 WCM-PERIOD-PREM PIC 9(7)V99.
           05 WCM-LAST-PERIOD PIC X(6).
           05 WCM-BLANKS PIC X(6).

       FD WCRPT.
       01 WC-RPT-REC PIC X(80).

      * labor cost by employee and company for the intercompany
      * allocation step - gross plus each piece of employer burden
       FD LABFILE.
       01 DATA-LAB.
           05 LAB-EID PIC X(11).
           05 LAB-COMP PIC X(2).
           05 LAB-DEPT PIC X(10).
           05 LAB-PERIOD PIC X(6).
           05 LAB-RUN-SEQ PIC 9(9).
           05 LAB-GROSS PIC 9(7)V99.
           05 LAB-ER-TAX PIC 9(7)V99.
           05 LAB-ER-MATCH PIC 9(7)V99.
           05 LAB-ER-BEN PIC 9(7)V99.
           05 LAB-WC-PREM PIC 9(7)V99.
           05 LAB-OT-PAY PIC 9(7)V99.
           05 LAB-BLANKS PIC X(8).

       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-QUERY-EID PIC X(11).
           05 PARM-YEAR-END PIC X(1).
           05 PARM-PERIOD-ID PIC X(6).
           05 PARM-QTR-END PIC X(1).
           05 PARM-VAR-PCT PIC 9(3).
           05 PARM-VAR-AMT PIC 9(7)V99.
           05 PARM-BLANKS PIC X(43).

       FD CHGLOG.
       01 CHG-REC.
           05 YTDA-POS-HIST OCCURS 12 TIMES.
               10 YTDA-POS-HIST-NAME PIC X(10).
               10 YTDA-POS-HIST-DATE PIC X(10).
           05 YTDA-YTD-COMM PIC 9(9)V99.
           05 YTDA-ERN-SLOT OCCURS 10 TIMES.
               10 YTDA-ERN-CODE PIC X(4).
               10 YTDA-ERN-YTD PIC 9(9)V99.

       FD GLFILE.
       01 GL-REC.
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

       FD HOURSFILE.
       01 DATA-HOURS.
           05 PP-CHECK-DATE PIC X(10).
           05 PP-PAYEE PIC X(25).
           05 PP-AMT PIC 9(9)V99.
           05 PP-VOID-IND PIC X(1).
           05 PP-BLANKS PIC X(24).

      * check register master - every printed check with the pay
      * behind it, so a check can later be voided or reissued
       FD CHKMFILE.
       01 DATA-CHKM.
           05 CHKM-CHECK-NUM PIC 9(9).
           05 CHKM-EID PIC X(11).
           05 CHKM-PERIOD PIC X(6).
           05 CHKM-CHECK-DATE PIC X(10).
           05 CHKM-RUN-SEQ PIC 9(9).
           05 CHKM-STATUS PIC X(1).
           05 CHKM-DEPT PIC X(10).
           05 CHKM-PAYEE PIC X(25).
           05 CHKM-GROSS PIC 9(7)V99.
           05 CHKM-FED PIC 9(7)V99.
           05 CHKM-STATE PIC 9(7)V99.
           05 CHKM-RET PIC 9(7)V99.
           05 CHKM-INS PIC 9(7)V99.
           05 CHKM-GARN PIC 9(7)V99.
           05 CHKM-NET PIC 9(7)V99.
           05 CHKM-ER-TAX PIC 9(7)V99.
           05 CHKM-ER-MATCH PIC 9(7)V99.
           05 CHKM-ORIG-NUM PIC 9(9).
           05 CHKM-NOCASH PIC 9(7)V99.
           05 CHKM-COMM PIC 9(7)V99.
           05 CHKM-ER-BEN PIC 9(7)V99.
           05 CHKM-WC-PREM PIC 9(7)V99.
           05 CHKM-ERN-COUNT PIC 9(2).
           05 CHKM-ERN-SLOT OCCURS 10 TIMES.
               10 CHKM-ERN-CODE PIC X(4).
               10 CHKM-ERN-AMT PIC 9(7)V99.
               10 CHKM-ERN-CASH PIC X(1).
               10 CHKM-ERN-GL-ACCT PIC X(20).
           05 CHKM-BLANKS PIC X(11).

      * payroll run history - one summary record per run, appended,
      * for the cash forecast's recent-run averages
       FD RUNHFILE.
       01 DATA-RUNH.
           05 PRH-RUN-SEQ PIC 9(9).
           05 PRH-PERIOD PIC X(6).
           05 PRH-RUN-DATE PIC X(10).
           05 PRH-EMP-COUNT PIC 9(6).
           05 PRH-GROSS PIC 9(11)V99.
           05 PRH-NET PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 PRH-ER-TAX PIC 9(11)V99.
           05 PRH-ER-MATCH PIC 9(11)V99.
           05 PRH-BLANKS PIC X(16).

       FD FINFILE.
       01 DATA-FIN.
           05 CAL-END-DATE PIC X(10).
           05 CAL-CHECK-DATE PIC X(10).
           05 CAL-STATUS PIC X(1).
           05 CAL-FREQ PIC X(1).
           05 CAL-BLANKS PIC X(42).

       FD GARNFILE.
       01 DATA-GARN.
       FD GARNRPT.
       01 GARN-RPT-REC PIC X(80).

      * benefit plan master: one row per plan with the carrier, the
      * per-period premium for each coverage tier (employee only,
      * employee+spouse, employee+children, family) and the share
      * of the premium the employer pays
       FD PLANFILE.
       01 DATA-PLAN.
           05 PLAN-CODE PIC X(6).
           05 PLAN-TYPE PIC X(1).
           05 PLAN-CARRIER PIC X(15).
           05 PLAN-RATE-EE PIC 9(5)V99.
           05 PLAN-RATE-ES PIC 9(5)V99.
           05 PLAN-RATE-EC PIC 9(5)V99.
           05 PLAN-RATE-FAM PIC 9(5)V99.
           05 PLAN-ER-PCT PIC 9V9(4).
           05 PLAN-BLANKS PIC X(25).

      * employee benefit elections, sorted by EID - one row per plan
      * the employee is enrolled in. tier is E, S, C or F; a blank
      * end date means the coverage is open-ended
       FD BENFILE.
       01 DATA-BEN.
           05 BEN-EID PIC X(11).
           05 BEN-PLAN PIC X(6).
           05 BEN-TIER PIC X(1).
           05 BEN-EFF-DATE PIC X(10).
           05 BEN-END-DATE PIC X(10).
           05 BEN-BLANKS PIC X(42).

      * carrier premium remittance, grouped by carrier, with a
      * trailer carrying the record count and premium hash total
       FD BENREM
           DATA RECORDS ARE BRM-DETAIL-REC BRM-TRAILER-REC.
       01 BRM-DETAIL-REC.
           05 BRM-TYPE PIC X(1).
           05 BRM-CARRIER PIC X(15).
           05 BRM-PLAN PIC X(6).
           05 BRM-EID PIC X(11).
           05 BRM-TIER PIC X(1).
           05 BRM-EE-AMT PIC 9(5)V99.
           05 BRM-ER-AMT PIC 9(5)V99.
           05 BRM-TOTAL PIC 9(5)V99.
           05 BRM-PERIOD-ID PIC X(6).
           05 FILLER PIC X(19) VALUE SPACES.
       01 BRM-TRAILER-REC.
           05 BRT-TYPE PIC X(1).
           05 BRT-COUNT PIC 9(6).
           05 BRT-TOTAL PIC 9(9)V99.
           05 BRT-PERIOD-ID PIC X(6).
           05 FILLER PIC X(56) VALUE SPACES.

       FD BENRPT.
       01 BEN-RPT-REC PIC X(80).

      * COMMCALC's commission payable summary, one row per
      * salesperson for the period
       FD COMMFILE.
       01 DATA-COMM.
           05 PS-SLS-CODE PIC X(6).
           05 PS-SLS-NAME PIC X(25).
           05 PS-AMT PIC 9(9)V99.
           05 PS-BLANKS PIC X(38).

      * salesperson code to employee id cross reference
       FD XREFFILE.
       01 DATA-XREF.
           05 XRF-SLS-CODE PIC X(6).
           05 XRF-EID PIC X(11).
           05 XRF-BLANKS PIC X(63).

      * earnings code table - each code says whether its lines are
      * subject to federal tax, state tax, retirement and the
      * employer match (Y/N), and which expense account it posts to.
      * ERN-CASH N marks income that is taxed and reported on the W-2
      * but already in the employee's hands (tips) - payroll does not
      * pay it again, so it stays out of net pay
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

      * earnings lines for the period - any number per EID, paid on
      * top of the EDATA base salary
       FD ELNFILE.
       01 DATA-ELN.
           05 ELN-EID PIC X(11).
           05 ELN-CODE PIC X(4).
           05 ELN-AMT PIC 9(7)V99.
           05 ELN-BLANKS PIC X(56).

      * retirement plan limits by plan year: elective deferral limit,
      * catch-up limit and the age that earns it, compensation limit
       FD PLIMFILE.
       01 DATA-PLIM.
           05 PLIM-YEAR PIC X(4).
           05 PLIM-DEFER-LIMIT PIC 9(7)V99.
           05 PLIM-CATCHUP-LIMIT PIC 9(7)V99.
           05 PLIM-CATCHUP-AGE PIC 9(3).
           05 PLIM-COMP-LIMIT PIC 9(7)V99.
           05 PLIM-BLANKS PIC X(46).

      * period contribution file for the plan recordkeeper
       FD RKFILE
           DATA RECORDS ARE RK-DETAIL-REC RK-TRAILER-REC.
       01 RK-DETAIL-REC.
           05 RK-DET-TYPE PIC X(1).
           05 RK-DET-EID PIC X(11).
           05 RK-DET-PERIOD PIC X(6).
           05 RK-DET-DEFERRAL PIC 9(7)V99.
           05 RK-DET-MATCH PIC 9(7)V99.
           05 RK-DET-COMP PIC 9(7)V99.
           05 RK-DET-CATCHUP PIC X(1).
           05 FILLER PIC X(34).
       01 RK-TRAILER-REC.
           05 RK-TRL-TYPE PIC X(1).
           05 RK-TRL-COUNT PIC 9(6).
           05 RK-TRL-DEFERRAL PIC 9(11)V99.
           05 RK-TRL-MATCH PIC 9(11)V99.
           05 RK-TRL-COMP PIC 9(11)V99.
           05 FILLER PIC X(34).

      * withholding table: 'S' rows carry the standard amount and
      * 'B' rows the brackets, by tax year and filing status. an 'A'
      * frequency row is an annual table applied to the annualized
      * wage; a W/B/S/M row is a per-period table for that frequency
       FD TAXFILE.
       01 DATA-TAX.
           05 TAXT-REC-TYPE PIC X(1).
           05 TAXT-YEAR PIC X(4).
           05 TAXT-FILING-STATUS PIC X(1).
           05 TAXT-FREQ PIC X(1).
           05 TAXT-WAGE-OVER PIC 9(7)V99.
           05 TAXT-BASE-TAX PIC 9(7)V99.
           05 TAXT-PCT PIC 9V9(4).
           05 TAXT-STD-AMT PIC 9(7)V99.
           05 TAXT-BLANKS PIC X(41).

       FD W4FILE.
       01 DATA-W4.
           05 W4-EID PIC X(11).
           05 W4-FILING-STATUS PIC X(1).
           05 W4-EXEMPT PIC X(1).
           05 W4-EXTRA-WH PIC 9(5)V99.
           05 W4-DEPEND-AMT PIC 9(7)V99.
           05 W4-EFF-DATE PIC X(10).
           05 W4-BLANKS PIC X(41).

       FD DEDFILE.
       01 DATA-DED.
           05 DED-EID PIC X(11).
           05 WS-RPT-PAGE-NUM PIC 9(4) VALUE ZERO.
           05 WS-RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
           05 WS-RPT-NEW-PAGE PIC X(1) VALUE 'N'.
           05 WS-RPT-PROGRAM PIC X(8) VALUE "SALPROC".
           05 WS-RPT-RUN-SEQ PIC 9(9) VALUE ZEROES.
           05 WS-RPT-RETAIN PIC X(1) VALUE 'S'.
           05 WS-RPT-CYCLE-DATE PIC X(10) VALUE SPACES.
           05 WS-RPT-CLOSE PIC X(1) VALUE 'N'.
           05 WS-RPT-ID PIC 9(9) VALUE ZEROES.
           05 WS-RPT-LINES PIC 9(7) VALUE ZEROES.
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT PIC 9.
       01 WS-QTR-AMT-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-PERIOD-ID PIC X(6) VALUE SPACES.
       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-CHKMFILE-STATUS PIC XX.
       01 WS-RUNHFILE-STATUS PIC XX.
       01 WS-CHG-PRIOR PIC 9(11)V99 VALUE ZEROES.
       01 WS-REPOST-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REPOST-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-EMPM-CUR-STATUS PIC X(1) VALUE SPACE.
       01 WS-EMPM-CUR-PAY-TYPE PIC X(1) VALUE SPACE.
       01 WS-EMPM-CUR-DEPT PIC X(10) VALUE SPACES.
       01 WS-EMPM-CUR-BIRTH-DATE PIC X(10) VALUE SPACES.
       01 WS-EMPM-CUR-ADDR-STATE PIC X(2) VALUE SPACES.
       01 WS-CUR-BIRTH-DATE PIC X(10) VALUE SPACES.
       01 WS-CUR-WORK-STATE PIC X(2) VALUE SPACES.
       01 WS-EMPM-LAST-EID PIC X(11) VALUE LOW-VALUES.
       01 WS-EMPM-GOT PIC A VALUE 'N'.
       01 WS-EMP-ACTIVE PIC A VALUE 'Y'.
               10 WS-DEPT-NET PIC S9(11)V99.
               10 WS-DEPT-ER-MATCH PIC 9(11)V99.
               10 WS-DEPT-ER-TAX PIC 9(11)V99.
               10 WS-DEPT-ERN PIC 9(11)V99.
       01 WS-DEPT-SUB PIC 9(4).
       01 WS-DEPT-FOUND-SUB PIC 9(4).
       01 WS-DIST-AMT-EDIT PIC $$,$$$,$$$,$$9.99.
               10 WS-CAL-END-DATE PIC X(10).
               10 WS-CAL-CHECK-DATE PIC X(10).
               10 WS-CAL-STATUS PIC X(1).
               10 WS-CAL-FREQ PIC X(1).
       01 WS-CAL-SUB PIC 9(4).
       01 WS-CAL-FOUND-SUB PIC 9(4).
       01 WS-CAL-NEXT-OPEN PIC X(6) VALUE SPACES.
       01 WS-YTD-DED-EDIT PIC $$$,$$$,$$$,$$9.99.
       01 WS-TOTAL-DED-EDIT PIC $$$,$$$,$$$,$$9.99.
       01 WS-TOTAL-NET-EDIT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-PAY-FREQ PIC X(1) VALUE 'B'.
       01 WS-PERIODS-PER-YEAR PIC 9(3) VALUE 26.
       01 WS-TAX-YEAR PIC X(4) VALUE SPACES.
       01 WS-TAXFILE-STATUS PIC XX.
       01 WS-TAX-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-TAX-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 200 TIMES.
               10 WS-TAX-TYPE PIC X(1).
               10 WS-TAX-STATUS PIC X(1).
               10 WS-TAX-FREQ PIC X(1).
               10 WS-TAX-OVER PIC 9(7)V99.
               10 WS-TAX-BASE PIC 9(7)V99.
               10 WS-TAX-PCT PIC 9V9(4).
               10 WS-TAX-STD PIC 9(7)V99.
       01 WS-TAX-SUB PIC 9(4).
       01 WS-TAX-FOUND-SUB PIC 9(4).
       01 WS-W4FILE-STATUS PIC XX.
       01 WS-W4FILE-PRESENT PIC A VALUE 'N'.
       01 WS-W4-CUR-EID PIC X(11) VALUE HIGH-VALUES.
       01 WS-W4-CUR-STATUS PIC X(1) VALUE SPACE.
       01 WS-W4-CUR-EXEMPT PIC X(1) VALUE SPACE.
       01 WS-W4-CUR-EXTRA PIC 9(5)V99 VALUE ZEROES.
       01 WS-W4-CUR-DEPEND PIC 9(7)V99 VALUE ZEROES.
       01 WS-W4-LAST-EID PIC X(11) VALUE LOW-VALUES.
       01 WS-W4-GOT PIC A VALUE 'N'.
       01 WS-FED-USE-FREQ PIC X(1) VALUE SPACE.
       01 WS-FED-FACTOR PIC 9(3) VALUE ZEROES.
       01 WS-FED-WAGE PIC S9(9)V99 VALUE ZEROES.
       01 WS-FED-ANNUAL PIC S9(11)V99 VALUE ZEROES.
       01 WS-FED-STD PIC 9(7)V99 VALUE ZEROES.
       01 WS-FED-TAXABLE PIC S9(11)V99 VALUE ZEROES.
       01 WS-FED-ANN-TAX PIC S9(11)V99 VALUE ZEROES.
       01 WS-FED-CREDIT PIC S9(9)V99 VALUE ZEROES.
       01 WS-FED-REASON PIC X(44) VALUE SPACES.
       01 WS-W4-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-W4-FLAT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-W4-NONE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-W4-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-PLANFILE-STATUS PIC XX.
       01 WS-PLAN-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PLAN-TABLE-COUNT-MAX PIC 9(4) VALUE 100.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
               10 WS-PLAN-CODE PIC X(6).
               10 WS-PLAN-TYPE PIC X(1).
               10 WS-PLAN-CARRIER PIC X(15).
               10 WS-PLAN-RATE PIC 9(5)V99 OCCURS 4 TIMES.
               10 WS-PLAN-ER-PCT PIC 9V9(4).
       01 WS-PLAN-SUB PIC 9(4).
       01 WS-PLAN-FOUND-SUB PIC 9(4).
       01 WS-BENFILE-STATUS PIC XX.
       01 WS-BENFILE-PRESENT PIC A VALUE 'N'.
       01 WS-BEN-CUR-EID PIC X(11) VALUE HIGH-VALUES.
       01 WS-BEN-CUR-PLAN PIC X(6) VALUE SPACES.
       01 WS-BEN-CUR-TIER PIC X(1) VALUE SPACE.
       01 WS-BEN-CUR-EFF PIC X(10) VALUE SPACES.
       01 WS-BEN-CUR-END PIC X(10) VALUE SPACES.
       01 WS-BEN-LAST-EID PIC X(11) VALUE LOW-VALUES.
       01 WS-BEN-GOT PIC A VALUE 'N'.
       01 WS-BEN-FROM PIC X(10) VALUE SPACES.
       01 WS-BEN-THRU PIC X(10) VALUE SPACES.
       01 WS-BEN-ELECTED PIC A VALUE 'N'.
       01 WS-BEN-TIER-SUB PIC 9 VALUE ZERO.
       01 WS-BEN-PREMIUM PIC 9(5)V99 VALUE ZEROES.
       01 WS-BEN-ER-SHARE PIC 9(5)V99 VALUE ZEROES.
       01 WS-BEN-REASON PIC X(44) VALUE SPACES.
       01 WS-ER-BEN-AMT PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-ER-BEN PIC 9(11)V99 VALUE ZEROES.
       01 WS-COV-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-COV-TABLE-COUNT-MAX PIC 9(4) VALUE 3000.
       01 WS-COV-TABLE.
           05 WS-COV-ENTRY OCCURS 3000 TIMES.
               10 WS-COV-EID PIC X(11).
               10 WS-COV-NAME PIC X(25).
               10 WS-COV-PLAN PIC X(6).
               10 WS-COV-CARRIER PIC X(15).
               10 WS-COV-TIER PIC X(1).
               10 WS-COV-EE PIC 9(5)V99.
               10 WS-COV-ER PIC 9(5)V99.
               10 WS-COV-DONE PIC A.
       01 WS-COV-SUB PIC 9(4).
       01 WS-COV-SUB2 PIC 9(4).
       01 WS-COV-CARR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COV-CARR-EE PIC 9(9)V99 VALUE ZEROES.
       01 WS-COV-CARR-ER PIC 9(9)V99 VALUE ZEROES.
       01 WS-COV-REM-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COV-REM-TOTAL PIC 9(9)V99 VALUE ZEROES.
       01 WS-BEN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-BEN-DROP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-BEN-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-BEN-EE-EDIT PIC $$,$$9.99.
       01 WS-BEN-ER-EDIT PIC $$,$$9.99.
       01 WS-BEN-TOT-EDIT PIC $$$,$$$,$$9.99.
       01 WS-XREFFILE-STATUS PIC XX.
       01 WS-XRF-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-XRF-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-XRF-TABLE.
           05 WS-XRF-ENTRY OCCURS 200 TIMES.
               10 WS-XRF-CODE PIC X(6).
               10 WS-XRF-EID PIC X(11).
       01 WS-XRF-SUB PIC 9(4).
       01 WS-COMMFILE-STATUS PIC XX.
       01 WS-CMS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CMS-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-CMS-TABLE.
           05 WS-CMS-ENTRY OCCURS 200 TIMES.
               10 WS-CMS-CODE PIC X(6).
               10 WS-CMS-EID PIC X(11).
               10 WS-CMS-AMT PIC 9(9)V99.
               10 WS-CMS-PAID PIC A.
       01 WS-CMS-SUB PIC 9(4).
       01 WS-COMM-PAY PIC 9(7)V99 VALUE ZEROES.
       01 WS-COMM-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COMM-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-COMM-REJ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COMM-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-COMM-PAY-EDIT PIC ZZZZZZ9.99.
       01 WS-COMM-TOTAL-EDIT PIC $$$,$$$,$$$,$$9.99.
       01 WS-ERNFILE-STATUS PIC XX.
       01 WS-ELNFILE-STATUS PIC XX.
       01 WS-ERN-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ERN-TABLE-COUNT-MAX PIC 9(4) VALUE 50.
       01 WS-ERN-TABLE.
           05 WS-ERN-ENTRY OCCURS 50 TIMES.
               10 WS-ERN-CODE PIC X(4).
               10 WS-ERN-DESC PIC X(20).
               10 WS-ERN-FED PIC X(1).
               10 WS-ERN-STATE PIC X(1).
               10 WS-ERN-RET PIC X(1).
               10 WS-ERN-MATCH PIC X(1).
               10 WS-ERN-GL-ACCT PIC X(20).
               10 WS-ERN-CASH PIC X(1).
               10 WS-ERN-TOTAL PIC 9(11)V99.
       01 WS-ERN-SUB PIC 9(4).
       01 WS-ERN-FOUND-SUB PIC 9(4).
       01 WS-ELN-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ELN-TABLE-COUNT-MAX PIC 9(4) VALUE 5000.
       01 WS-ELN-TABLE.
           05 WS-ELN-ENTRY OCCURS 5000 TIMES.
               10 WS-ELN-EID PIC X(11).
               10 WS-ELN-CODE PIC X(4).
               10 WS-ELN-AMT PIC 9(7)V99.
               10 WS-ELN-ERN-SUB PIC 9(4).
               10 WS-ELN-PAID PIC A.
       01 WS-ELN-SUB PIC 9(4).
      * this employee's earnings lines folded by code
       01 WS-EMP-ERN-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EMP-ERN-TABLE.
           05 WS-EMP-ERN-ENTRY OCCURS 50 TIMES.
               10 WS-EMP-ERN-SUB PIC 9(4).
               10 WS-EMP-ERN-AMT PIC 9(9)V99.
       01 WS-EMP-ERN-IDX PIC 9(4).
       01 WS-EMP-ERN-FOUND PIC 9(4).
       01 WS-ERN-PAY PIC 9(9)V99 VALUE ZEROES.
       01 WS-ERN-NOFED PIC 9(9)V99 VALUE ZEROES.
       01 WS-ERN-NOSTATE PIC 9(9)V99 VALUE ZEROES.
       01 WS-ERN-NORET PIC 9(9)V99 VALUE ZEROES.
       01 WS-ERN-NOMATCH PIC 9(9)V99 VALUE ZEROES.
       01 WS-ERN-NOCASH PIC 9(9)V99 VALUE ZEROES.
       01 WS-ERN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ERN-LINE-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-ERN-REJ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ERN-SLOT-FULL-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PLIMFILE-STATUS PIC XX.
       01 WS-PLIM-PRESENT PIC A VALUE 'N'.
       01 WS-PLIM-DEFER-LIMIT PIC 9(7)V99 VALUE ZEROES.
       01 WS-PLIM-CATCHUP-LIMIT PIC 9(7)V99 VALUE ZEROES.
       01 WS-PLIM-CATCHUP-AGE PIC 9(3) VALUE ZEROES.
       01 WS-PLIM-COMP-LIMIT PIC 9(7)V99 VALUE ZEROES.
       01 WS-PLIM-TAX-YYYY PIC 9(4) VALUE ZEROES.
       01 WS-PLIM-BIRTH-YYYY PIC 9(4) VALUE ZEROES.
       01 WS-PLIM-DEFER-MAX PIC 9(7)V99 VALUE ZEROES.
       01 WS-PLIM-PRIOR-SAL PIC S9(9)V99 VALUE ZEROES.
       01 WS-PLIM-PRIOR-RET PIC S9(9)V99 VALUE ZEROES.
       01 WS-PLIM-PRIOR-MATCH PIC S9(9)V99 VALUE ZEROES.
       01 WS-PLIM-ROOM PIC S9(9)V99 VALUE ZEROES.
       01 WS-PLIM-COMP PIC S9(9)V99 VALUE ZEROES.
       01 WS-PLIM-MATCH-COMP PIC S9(9)V99 VALUE ZEROES.
       01 WS-PLIM-CATCHUP PIC A VALUE 'N'.
       01 WS-PLIM-CAPPED PIC A VALUE 'N'.
       01 WS-PLIM-DEFER-CAP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PLIM-MATCH-CAP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RK-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-RK-DEFER-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-RK-MATCH-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-RK-COMP-TOTAL PIC 9(11)V99 VALUE ZEROES.
       01 WS-RK-COUNT-EDIT PIC ZZZ,ZZ9.
      * period-over-period variance review: last period comes from
      * the YTD master's period buckets before this run posts over
      * them; a swing over either threshold (zero turns it off) is
      * listed, largest first, with employees new this period and
      * those paid last period but not this one
       01 WS-VAR-ACTIVE PIC A VALUE 'N'.
       01 WS-VAR-PRIOR-PERIOD PIC X(6) VALUE SPACES.
       01 WS-VAR-PCT-LIMIT PIC 9(3) VALUE 25.
       01 WS-VAR-AMT-LIMIT PIC 9(7)V99 VALUE 500.00.
       01 WS-VAR-HAVE-LAST PIC A VALUE 'N'.
       01 WS-VAR-LAST-SAL PIC S9(9)V99 VALUE ZEROES.
       01 WS-VAR-LAST-FED PIC S9(9)V99 VALUE ZEROES.
       01 WS-VAR-LAST-STATE PIC S9(9)V99 VALUE ZEROES.
       01 WS-VAR-LAST-RET PIC S9(9)V99 VALUE ZEROES.
       01 WS-VAR-LAST-INS PIC S9(9)V99 VALUE ZEROES.
       01 WS-VAR-EID PIC X(11).
       01 WS-VAR-ITEM PIC X(5).
       01 WS-VAR-LAST PIC S9(9)V99.
       01 WS-VAR-THIS PIC S9(9)V99.
       01 WS-VAR-SWING PIC S9(9)V99.
       01 WS-VAR-BASE PIC S9(9)V99.
       01 WS-VAR-FLAG PIC A.
       01 WS-VAR-HIT-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-VAR-HIT-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-VAR-HIT-TABLE.
           05 WS-VAR-HIT-ENTRY OCCURS 1000 TIMES.
               10 WS-VAR-HIT-EID PIC X(11).
               10 WS-VAR-HIT-ITEM PIC X(5).
               10 WS-VAR-HIT-LAST PIC S9(9)V99.
               10 WS-VAR-HIT-THIS PIC S9(9)V99.
               10 WS-VAR-HIT-SWING PIC S9(9)V99.
               10 WS-VAR-HIT-DONE PIC A.
       01 WS-VAR-SUB PIC 9(4).
       01 WS-VAR-BIG-SUB PIC 9(4).
       01 WS-VAR-DONE PIC A.
       01 WS-VAR-OVERFLOW PIC 9(6) VALUE ZEROES.
       01 WS-VAR-SWING-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-VAR-NEW-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-VAR-MISS-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-VAR-RERUN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-VAR-LAST-EDIT PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-VAR-THIS-EDIT PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-VAR-SWING-EDIT PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-VAR-AMT-EDIT PIC $$,$$$,$$9.99.
       01 WS-VAR-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-WCAFILE-STATUS PIC XX.
       01 WS-WCRFILE-STATUS PIC XX.
       01 WS-WCMFILE-STATUS PIC XX.
       01 WS-WCA-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-WCA-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-WCA-TABLE.
           05 WS-WCA-ENTRY OCCURS 500 TIMES.
               10 WS-WCA-TYPE PIC X(1).
               10 WS-WCA-KEY PIC X(10).
               10 WS-WCA-CLASS PIC X(4).
       01 WS-WCA-SUB PIC 9(4).
       01 WS-WCR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-WCR-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-WCR-TABLE.
           05 WS-WCR-ENTRY OCCURS 500 TIMES.
               10 WS-WCR-CLASS PIC X(4).
               10 WS-WCR-STATE PIC X(2).
               10 WS-WCR-RATE PIC 9(3)V9(4).
       01 WS-WCR-SUB PIC 9(4).
       01 WS-WC-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-WC-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-WC-TABLE.
           05 WS-WC-ENTRY OCCURS 500 TIMES.
               10 WS-WC-CLASS PIC X(4).
               10 WS-WC-STATE PIC X(2).
               10 WS-WC-RATE PIC 9(3)V9(4).
               10 WS-WC-QTD-WAGES PIC 9(9)V99.
               10 WS-WC-QTD-OT PIC 9(9)V99.
               10 WS-WC-QTD-PREM PIC 9(7)V99.
               10 WS-WC-PERIOD-WAGES PIC 9(9)V99.
               10 WS-WC-PERIOD-OT PIC 9(9)V99.
               10 WS-WC-PERIOD-PREM PIC 9(7)V99.
               10 WS-WC-LAST-PERIOD PIC X(6).
       01 WS-WC-SUB PIC 9(4).
       01 WS-WC-FOUND-SUB PIC 9(4).
       01 WS-WC-CUR-CLASS PIC X(4).
       01 WS-WC-CUR-RATE PIC 9(3)V9(4).
       01 WS-WC-RATE-FOUND PIC A.
       01 WS-WC-WAGES PIC S9(9)V99.
       01 WS-WC-PREM PIC 9(7)V99.
       01 WS-OT-PREMIUM PIC 9(7)V99 VALUE ZEROES.
       01 WS-OT-PAY PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-WC-PREM PIC 9(11)V99 VALUE ZEROES.
       01 WS-WC-NOCLASS-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-WC-NORATE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-WC-EMP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-WC-TOT-WAGES PIC 9(11)V99.
       01 WS-WC-TOT-OT PIC 9(11)V99.
       01 WS-WC-TOT-PREM PIC 9(11)V99.
       01 WS-WC-GROSS-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-WC-OT-EDIT PIC ZZ,ZZZ,ZZ9.99.
       01 WS-WC-NET-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-WC-RATE-EDIT PIC ZZ9.9999.
       01 WS-WC-PREM-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-WC-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-RK-AMT-EDIT PIC $$$,$$$,$$9.99.
       01 WS-ERN-YTD-SUB PIC 9(2).
       01 WS-ERN-YTD-FOUND PIC 9(2).
       01 WS-ERN-AMT-EDIT PIC ZZZZZZZ9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-RUN-YYYY.
                       "quarter buckets reset after this run."
                 END-IF
                 MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
                 IF PARM-VAR-PCT IS NUMERIC
                    MOVE PARM-VAR-PCT TO WS-VAR-PCT-LIMIT
                 END-IF
                 IF PARM-VAR-AMT IS NUMERIC
                    MOVE PARM-VAR-AMT TO WS-VAR-AMT-LIMIT
                 END-IF
              END-IF
              CLOSE PARMFILE
           END-IF.
                             WS-CAL-CHECK-DATE(WS-CAL-TABLE-COUNT)
                          MOVE CAL-STATUS TO
                             WS-CAL-STATUS(WS-CAL-TABLE-COUNT)
                          MOVE CAL-FREQ TO
                             WS-CAL-FREQ(WS-CAL-TABLE-COUNT)
                    END-READ
                 END-PERFORM
                 CLOSE CALFILE
              END-IF
           END-IF.

      * the pay frequency comes from the calendar period - its
      * frequency code when one is set, otherwise the length of the
      * period - and sets how many periods make up the tax year the
      * withholding brackets are annualized over. the tax year is
      * the year the check is dated in
           MOVE WS-RUN-YYYY TO WS-TAX-YEAR.
           IF WS-CAL-PRESENT = 'Y' AND WS-CAL-FOUND-SUB NOT = ZEROES
              IF WS-CAL-CHECK-DATE(WS-CAL-FOUND-SUB)(1:4) IS NUMERIC
                 MOVE WS-CAL-CHECK-DATE(WS-CAL-FOUND-SUB)(1:4) TO
                    WS-TAX-YEAR
              END-IF
              MOVE WS-CAL-FREQ(WS-CAL-FOUND-SUB) TO WS-PAY-FREQ
              IF WS-PAY-FREQ = SPACE
                 COMPUTE WS-FIN-DATE-NUM =
                    FUNCTION NUMVAL(WS-CAL-START-DATE(
                    WS-CAL-FOUND-SUB)(1:4)) * 10000 +
                    FUNCTION NUMVAL(WS-CAL-START-DATE(
                    WS-CAL-FOUND-SUB)(6:2)) * 100 +
                    FUNCTION NUMVAL(WS-CAL-START-DATE(
                    WS-CAL-FOUND-SUB)(9:2))
                 COMPUTE WS-FIN-START-INT =
                    FUNCTION INTEGER-OF-DATE(WS-FIN-DATE-NUM)
                 COMPUTE WS-FIN-DATE-NUM =
                    FUNCTION NUMVAL(WS-CAL-END-DATE(
                    WS-CAL-FOUND-SUB)(1:4)) * 10000 +
                    FUNCTION NUMVAL(WS-CAL-END-DATE(
                    WS-CAL-FOUND-SUB)(6:2)) * 100 +
                    FUNCTION NUMVAL(WS-CAL-END-DATE(
                    WS-CAL-FOUND-SUB)(9:2))
                 COMPUTE WS-FIN-END-INT =
                    FUNCTION INTEGER-OF-DATE(WS-FIN-DATE-NUM)
                 COMPUTE WS-FIN-DAYS-TOTAL =
                    WS-FIN-END-INT - WS-FIN-START-INT + 1
                 EVALUATE TRUE
                    WHEN WS-FIN-DAYS-TOTAL NOT > 7
                       MOVE 'W' TO WS-PAY-FREQ
                    WHEN WS-FIN-DAYS-TOTAL NOT > 14
                       MOVE 'B' TO WS-PAY-FREQ
                    WHEN WS-FIN-DAYS-TOTAL NOT > 16
                       MOVE 'S' TO WS-PAY-FREQ
                    WHEN OTHER
                       MOVE 'M' TO WS-PAY-FREQ
                 END-EVALUATE
              END-IF
           END-IF.
           EVALUATE WS-PAY-FREQ
              WHEN 'W' MOVE 52 TO WS-PERIODS-PER-YEAR
              WHEN 'S' MOVE 24 TO WS-PERIODS-PER-YEAR
              WHEN 'M' MOVE 12 TO WS-PERIODS-PER-YEAR
              WHEN 'Q' MOVE 4 TO WS-PERIODS-PER-YEAR
              WHEN OTHER
                 MOVE 'B' TO WS-PAY-FREQ
                 MOVE 26 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.

           OPEN INPUT TAXFILE.
           IF WS-TAXFILE-STATUS = "35"
              DISPLAY "No withholding table found - federal tax will "
                 "be withheld at the flat DEDIN percentage."
           ELSE
              PERFORM UNTIL WS-TAXFILE-STATUS = "10"
                 READ TAXFILE
                    AT END MOVE "10" TO WS-TAXFILE-STATUS
                    NOT AT END
                       IF TAXT-YEAR = WS-TAX-YEAR
                          IF WS-TAX-TABLE-COUNT =
                             WS-TAX-TABLE-COUNT-MAX
                             DISPLAY "TAXTBL has more rows for "
                                WS-TAX-YEAR " than SALPROC can hold "
                                "- aborting run."
                             MOVE 16 TO RETURN-CODE
                             CLOSE TAXFILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-TAX-TABLE-COUNT
                          MOVE TAXT-REC-TYPE TO
                             WS-TAX-TYPE(WS-TAX-TABLE-COUNT)
                          MOVE TAXT-FILING-STATUS TO
                             WS-TAX-STATUS(WS-TAX-TABLE-COUNT)
                          MOVE TAXT-FREQ TO
                             WS-TAX-FREQ(WS-TAX-TABLE-COUNT)
                          MOVE TAXT-WAGE-OVER TO
                             WS-TAX-OVER(WS-TAX-TABLE-COUNT)
                          MOVE TAXT-BASE-TAX TO
                             WS-TAX-BASE(WS-TAX-TABLE-COUNT)
                          MOVE TAXT-PCT TO
                             WS-TAX-PCT(WS-TAX-TABLE-COUNT)
                          MOVE TAXT-STD-AMT TO
                             WS-TAX-STD(WS-TAX-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAXFILE
              IF WS-TAX-TABLE-COUNT = ZEROES
                 DISPLAY "Withholding table has no rows for tax year "
                    WS-TAX-YEAR " - federal tax will be withheld at "
                    "the flat DEDIN percentage."
              END-IF
           END-IF.

      * the retirement plan year runs with the tax year
           IF WS-TAX-YEAR IS NUMERIC
              MOVE WS-TAX-YEAR TO WS-PLIM-TAX-YYYY
           END-IF.
           OPEN INPUT PLIMFILE.
           IF WS-PLIMFILE-STATUS = "35"
              DISPLAY "No retirement plan limit file found - "
                 "deferrals and match are not capped this run."
           ELSE
              PERFORM UNTIL WS-PLIMFILE-STATUS = "10"
                 READ PLIMFILE
                    AT END MOVE "10" TO WS-PLIMFILE-STATUS
                    NOT AT END
                       IF PLIM-YEAR = WS-TAX-YEAR
                          MOVE 'Y' TO WS-PLIM-PRESENT
                          IF PLIM-DEFER-LIMIT IS NUMERIC
                             MOVE PLIM-DEFER-LIMIT TO
                                WS-PLIM-DEFER-LIMIT
                          END-IF
                          IF PLIM-CATCHUP-LIMIT IS NUMERIC
                             MOVE PLIM-CATCHUP-LIMIT TO
                                WS-PLIM-CATCHUP-LIMIT
                          END-IF
                          IF PLIM-CATCHUP-AGE IS NUMERIC
                             MOVE PLIM-CATCHUP-AGE TO
                                WS-PLIM-CATCHUP-AGE
                          END-IF
                          IF PLIM-COMP-LIMIT IS NUMERIC
                             MOVE PLIM-COMP-LIMIT TO
                                WS-PLIM-COMP-LIMIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLIMFILE
              IF WS-PLIM-PRESENT = 'N'
                 DISPLAY "Retirement plan limit file has no row for "
                    "plan year " WS-TAX-YEAR " - deferrals and match "
                    "are not capped this run."
              END-IF
           END-IF.

      * workers' comp: class assignments, carrier rates and the
      * quarter-to-date master. a rerun of the same period backs the
      * period's earlier amounts out of the quarter-to-date first
           OPEN INPUT WCAFILE.
           IF WS-WCAFILE-STATUS = "35"
              DISPLAY "No workers comp class file found - all payroll "
                 "reports under class NONE."
           ELSE
              PERFORM UNTIL WS-WCAFILE-STATUS = "10"
                 READ WCAFILE
                    AT END MOVE "10" TO WS-WCAFILE-STATUS
                    NOT AT END
                       IF WS-WCA-TABLE-COUNT = WS-WCA-TABLE-COUNT-MAX
                          DISPLAY "WCCLASS has more rows than SALPROC "
                             "can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE WCAFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-WCA-TABLE-COUNT
                       MOVE WCA-TYPE TO WS-WCA-TYPE(WS-WCA-TABLE-COUNT)
                       MOVE WCA-KEY TO WS-WCA-KEY(WS-WCA-TABLE-COUNT)
                       MOVE WCA-CLASS TO
                          WS-WCA-CLASS(WS-WCA-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE WCAFILE
           END-IF.
           OPEN INPUT WCRFILE.
           IF WS-WCRFILE-STATUS = "35"
              DISPLAY "No workers comp rate file found - premium will "
                 "not be accrued this run."
           ELSE
              PERFORM UNTIL WS-WCRFILE-STATUS = "10"
                 READ WCRFILE
                    AT END MOVE "10" TO WS-WCRFILE-STATUS
                    NOT AT END
                       IF WS-WCR-TABLE-COUNT = WS-WCR-TABLE-COUNT-MAX
                          DISPLAY "WCRATE has more rows than SALPROC "
                             "can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE WCRFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-WCR-TABLE-COUNT
                       MOVE WCR-CLASS TO
                          WS-WCR-CLASS(WS-WCR-TABLE-COUNT)
                       MOVE WCR-STATE TO
                          WS-WCR-STATE(WS-WCR-TABLE-COUNT)
                       IF WCR-RATE IS NUMERIC
                          MOVE WCR-RATE TO
                             WS-WCR-RATE(WS-WCR-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-WCR-RATE(WS-WCR-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WCRFILE
           END-IF.
           OPEN INPUT WCMFILE.
           IF WS-WCMFILE-STATUS NOT = "35"
              PERFORM UNTIL WS-WCMFILE-STATUS = "10"
                 READ WCMFILE
                    AT END MOVE "10" TO WS-WCMFILE-STATUS
                    NOT AT END
                       IF WS-WC-TABLE-COUNT = WS-WC-TABLE-COUNT-MAX
                          DISPLAY "WCMAST has more rows than SALPROC "
                             "can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE WCMFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-WC-TABLE-COUNT
                       MOVE WS-WC-TABLE-COUNT TO WS-WC-SUB
                       MOVE WCM-CLASS TO WS-WC-CLASS(WS-WC-SUB)
                       MOVE WCM-STATE TO WS-WC-STATE(WS-WC-SUB)
                       MOVE WCM-QTD-WAGES TO WS-WC-QTD-WAGES(WS-WC-SUB)
                       MOVE WCM-QTD-OT TO WS-WC-QTD-OT(WS-WC-SUB)
                       MOVE WCM-QTD-PREM TO WS-WC-QTD-PREM(WS-WC-SUB)
                       MOVE WCM-PERIOD-WAGES TO
                          WS-WC-PERIOD-WAGES(WS-WC-SUB)
                       MOVE WCM-PERIOD-OT TO WS-WC-PERIOD-OT(WS-WC-SUB)
                       MOVE WCM-PERIOD-PREM TO
                          WS-WC-PERIOD-PREM(WS-WC-SUB)
                       MOVE WCM-LAST-PERIOD TO
                          WS-WC-LAST-PERIOD(WS-WC-SUB)
                       IF WS-PERIOD-ID NOT = SPACES AND
                          WCM-LAST-PERIOD = WS-PERIOD-ID
                          SUBTRACT WCM-PERIOD-WAGES FROM
                             WS-WC-QTD-WAGES(WS-WC-SUB)
                          SUBTRACT WCM-PERIOD-OT FROM
                             WS-WC-QTD-OT(WS-WC-SUB)
                          SUBTRACT WCM-PERIOD-PREM FROM
                             WS-WC-QTD-PREM(WS-WC-SUB)
                       END-IF
                       MOVE ZEROES TO WS-WC-PERIOD-WAGES(WS-WC-SUB)
                          WS-WC-PERIOD-OT(WS-WC-SUB)
                          WS-WC-PERIOD-PREM(WS-WC-SUB)
                 END-READ
              END-PERFORM
              CLOSE WCMFILE
           END-IF.

      * benefit coverage is in force for the period when it starts
      * on or before the period end and has not ended before the
      * period start
           IF WS-CAL-PRESENT = 'Y' AND WS-CAL-FOUND-SUB NOT = ZEROES
              MOVE WS-CAL-START-DATE(WS-CAL-FOUND-SUB) TO WS-BEN-FROM
              MOVE WS-CAL-END-DATE(WS-CAL-FOUND-SUB) TO WS-BEN-THRU
           ELSE
              MOVE WS-RUN-DATE-EDIT(1:10) TO WS-BEN-FROM
              MOVE WS-RUN-DATE-EDIT(1:10) TO WS-BEN-THRU
           END-IF.
           OPEN INPUT PLANFILE.
           IF WS-PLANFILE-STATUS = "35"
              DISPLAY "No benefit plan master found - insurance will "
                 "be taken from the DEDIN flat amount."
           ELSE
              PERFORM UNTIL WS-PLANFILE-STATUS = "10"
                 READ PLANFILE
                    AT END MOVE "10" TO WS-PLANFILE-STATUS
                    NOT AT END
                       IF WS-PLAN-TABLE-COUNT = WS-PLAN-TABLE-COUNT-MAX
                          DISPLAY "PLANMAST has more plans than "
                             "SALPROC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE PLANFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PLAN-TABLE-COUNT
                       MOVE PLAN-CODE TO
                          WS-PLAN-CODE(WS-PLAN-TABLE-COUNT)
                       MOVE PLAN-TYPE TO
                          WS-PLAN-TYPE(WS-PLAN-TABLE-COUNT)
                       MOVE PLAN-CARRIER TO
                          WS-PLAN-CARRIER(WS-PLAN-TABLE-COUNT)
                       MOVE PLAN-RATE-EE TO
                          WS-PLAN-RATE(WS-PLAN-TABLE-COUNT 1)
                       MOVE PLAN-RATE-ES TO
                          WS-PLAN-RATE(WS-PLAN-TABLE-COUNT 2)
                       MOVE PLAN-RATE-EC TO
                          WS-PLAN-RATE(WS-PLAN-TABLE-COUNT 3)
                       MOVE PLAN-RATE-FAM TO
                          WS-PLAN-RATE(WS-PLAN-TABLE-COUNT 4)
                       MOVE PLAN-ER-PCT TO
                          WS-PLAN-ER-PCT(WS-PLAN-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PLANFILE
           END-IF.

           OPEN INPUT EDATA.
           OPEN OUTPUT OUTFILE.
           OPEN OUTPUT EXCFILE.
           OPEN OUTPUT CHKFILE.
           OPEN OUTPUT CHKREG.
           OPEN OUTPUT POSPAY.
           OPEN OUTPUT RKFILE.
           OPEN OUTPUT LABFILE.
           OPEN EXTEND CHKMFILE.
           IF WS-CHKMFILE-STATUS = "35"
              OPEN OUTPUT CHKMFILE
           END-IF.
           MOVE SPACES TO CHKREG-REC.
           STRING "PAYROLL CHECK REGISTER - " WS-RUN-DATE-EDIT(1:10)
              DELIMITED BY SIZE INTO CHKREG-REC.
              STOP RUN
           END-IF.

      * last period for the variance review is the latest period
      * posted to the YTD master ahead of this one
           IF WS-PERIOD-ID NOT = SPACES
              MOVE LOW-VALUES TO YTDM-EID
              MOVE 'N' TO WS-YTDMAST-EOF
              START YTDMAST KEY IS NOT LESS THAN YTDM-EID
                 INVALID KEY MOVE 'Y' TO WS-YTDMAST-EOF
              END-START
              PERFORM UNTIL WS-YTDMAST-EOF = 'Y'
                 READ YTDMAST NEXT
                    AT END MOVE 'Y' TO WS-YTDMAST-EOF
                    NOT AT END
                       IF YTDM-LAST-PERIOD NOT = SPACES AND
                          YTDM-LAST-PERIOD < WS-PERIOD-ID AND
                          YTDM-LAST-PERIOD > WS-VAR-PRIOR-PERIOD
                          MOVE YTDM-LAST-PERIOD TO WS-VAR-PRIOR-PERIOD
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-VAR-PRIOR-PERIOD NOT = SPACES
                 MOVE 'Y' TO WS-VAR-ACTIVE
              END-IF
           END-IF.
           OPEN OUTPUT VARFILE.
           MOVE SPACES TO VAR-REC.
           STRING "PAY VARIANCE REVIEW - " WS-RUN-DATE-EDIT(1:10)
              " PERIOD " WS-PERIOD-ID " AGAINST " WS-VAR-PRIOR-PERIOD
              DELIMITED BY SIZE INTO VAR-REC.
           WRITE VAR-REC.
           IF WS-VAR-ACTIVE = 'N'
              MOVE SPACES TO VAR-REC
              STRING "No earlier period on the YTD master (or no "
                 "period id) - nothing to compare."
                 DELIMITED BY SIZE INTO VAR-REC
              WRITE VAR-REC
           END-IF.

           OPEN EXTEND CHGLOG.
           IF WS-CHGLOG-STATUS = "35"
              OPEN OUTPUT CHGLOG
              PERFORM ADVANCE-DED
           END-IF.

           OPEN INPUT W4FILE.
           IF WS-W4FILE-STATUS = "35"
              DISPLAY "No W-4 election master found - federal tax "
                 "will be withheld at the flat DEDIN percentage."
              MOVE HIGH-VALUES TO WS-W4-CUR-EID
           ELSE
              MOVE 'Y' TO WS-W4FILE-PRESENT
              PERFORM ADVANCE-W4
           END-IF.

           OPEN INPUT BENFILE.
           IF WS-BENFILE-STATUS = "35"
              DISPLAY "No benefit election file found - insurance "
                 "will be taken from the DEDIN flat amount."
              MOVE HIGH-VALUES TO WS-BEN-CUR-EID
           ELSE
              IF WS-PLAN-TABLE-COUNT = ZEROES
                 DISPLAY "Benefit elections found but no plan master "
                    "- insurance will be taken from the DEDIN flat "
                    "amount."
                 CLOSE BENFILE
                 MOVE HIGH-VALUES TO WS-BEN-CUR-EID
              ELSE
                 MOVE 'Y' TO WS-BENFILE-PRESENT
                 PERFORM ADVANCE-BEN
              END-IF
           END-IF.

           OPEN INPUT ARRFILE.
           IF WS-ARRFILE-STATUS = "35"
              DISPLAY "No arrears master found - starting a new one."
              CLOSE RETROFILE
           END-IF.

      * commissions from COMMCALC are paid through the cross
      * reference; a salesperson with no employee id is rejected
      * here, and one whose employee is not paid this run is
      * rejected after the payroll pass
           OPEN INPUT XREFFILE.
           IF WS-XREFFILE-STATUS NOT = "35"
              PERFORM UNTIL WS-XREFFILE-STATUS = "10"
                 READ XREFFILE
                    AT END MOVE "10" TO WS-XREFFILE-STATUS
                    NOT AT END
                       IF WS-XRF-TABLE-COUNT = WS-XRF-TABLE-COUNT-MAX
                          DISPLAY "SLSXREF has more records than "
                             "SALPROC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE XREFFILE EDATA OUTFILE EXCFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-XRF-TABLE-COUNT
                       MOVE XRF-SLS-CODE TO
                          WS-XRF-CODE(WS-XRF-TABLE-COUNT)
                       MOVE XRF-EID TO
                          WS-XRF-EID(WS-XRF-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE XREFFILE
           END-IF.
           OPEN INPUT COMMFILE.
           IF WS-COMMFILE-STATUS = "35"
              DISPLAY "No commission payable file found - no "
                 "commissions this run."
           ELSE
              PERFORM UNTIL WS-COMMFILE-STATUS = "10"
                 READ COMMFILE
                    AT END MOVE "10" TO WS-COMMFILE-STATUS
                    NOT AT END
                       IF WS-CMS-TABLE-COUNT = WS-CMS-TABLE-COUNT-MAX
                          DISPLAY "COMMIN has more records than "
                             "SALPROC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE COMMFILE EDATA OUTFILE EXCFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CMS-TABLE-COUNT
                       MOVE PS-SLS-CODE TO
                          WS-CMS-CODE(WS-CMS-TABLE-COUNT)
                       MOVE SPACES TO WS-CMS-EID(WS-CMS-TABLE-COUNT)
                       IF PS-AMT IS NUMERIC
                          MOVE PS-AMT TO
                             WS-CMS-AMT(WS-CMS-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-CMS-AMT(WS-CMS-TABLE-COUNT)
                       END-IF
                       MOVE 'N' TO WS-CMS-PAID(WS-CMS-TABLE-COUNT)
                       PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                          UNTIL WS-XRF-SUB > WS-XRF-TABLE-COUNT
                          IF WS-XRF-CODE(WS-XRF-SUB) = PS-SLS-CODE
                             MOVE WS-XRF-EID(WS-XRF-SUB) TO
                                WS-CMS-EID(WS-CMS-TABLE-COUNT)
                          END-IF
                       END-PERFORM
                       IF WS-CMS-EID(WS-CMS-TABLE-COUNT) = SPACES
                          ADD 1 TO WS-EXC-COUNT
                          ADD 1 TO WS-COMM-REJ-COUNT
                          MOVE 'R' TO WS-CMS-PAID(WS-CMS-TABLE-COUNT)
                          MOVE SPACES TO DATA-OUT-EXCEPTION
                          MOVE PS-SLS-CODE TO DOE-EID
                          MOVE PS-AMT TO DOE-ESAL-RAW
                          MOVE "Commission salesperson has no EID xref"
                             TO DOE-REASON
                          WRITE DATA-OUT-EXCEPTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMFILE
           END-IF.

      * earnings lines are paid by code on top of the EDATA salary;
      * a line whose code is not in the earnings table is rejected
      * here, and one whose employee is not paid this run is
      * rejected after the payroll pass
           OPEN INPUT ERNFILE.
           IF WS-ERNFILE-STATUS NOT = "35"
              PERFORM UNTIL WS-ERNFILE-STATUS = "10"
                 READ ERNFILE
                    AT END MOVE "10" TO WS-ERNFILE-STATUS
                    NOT AT END
                       IF WS-ERN-TABLE-COUNT = WS-ERN-TABLE-COUNT-MAX
                          DISPLAY "EARNTBL has more codes than "
                             "SALPROC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE ERNFILE EDATA OUTFILE EXCFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-ERN-TABLE-COUNT
                       MOVE ERN-CODE TO
                          WS-ERN-CODE(WS-ERN-TABLE-COUNT)
                       MOVE ERN-DESC TO
                          WS-ERN-DESC(WS-ERN-TABLE-COUNT)
                       MOVE ERN-FED TO WS-ERN-FED(WS-ERN-TABLE-COUNT)
                       MOVE ERN-STATE TO
                          WS-ERN-STATE(WS-ERN-TABLE-COUNT)
                       MOVE ERN-RET TO WS-ERN-RET(WS-ERN-TABLE-COUNT)
                       MOVE ERN-MATCH TO
                          WS-ERN-MATCH(WS-ERN-TABLE-COUNT)
                       MOVE ERN-CASH TO WS-ERN-CASH(WS-ERN-TABLE-COUNT)
                       IF ERN-GL-ACCT = SPACES
                          MOVE SPACES TO
                             WS-ERN-GL-ACCT(WS-ERN-TABLE-COUNT)
                          STRING "EARNEXP-" ERN-CODE
                             DELIMITED BY SIZE INTO
                             WS-ERN-GL-ACCT(WS-ERN-TABLE-COUNT)
                       ELSE
                          MOVE ERN-GL-ACCT TO
                             WS-ERN-GL-ACCT(WS-ERN-TABLE-COUNT)
                       END-IF
                       MOVE ZEROES TO WS-ERN-TOTAL(WS-ERN-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ERNFILE
           END-IF.
           OPEN INPUT ELNFILE.
           IF WS-ELNFILE-STATUS = "35"
              DISPLAY "No earnings line file found - base salary "
                 "only this run."
           ELSE
              PERFORM UNTIL WS-ELNFILE-STATUS = "10"
                 READ ELNFILE
                    AT END MOVE "10" TO WS-ELNFILE-STATUS
                    NOT AT END
                       IF WS-ELN-TABLE-COUNT = WS-ELN-TABLE-COUNT-MAX
                          DISPLAY "EARNIN has more records than "
                             "SALPROC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE ELNFILE EDATA OUTFILE EXCFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-ELN-TABLE-COUNT
                       MOVE ELN-EID TO WS-ELN-EID(WS-ELN-TABLE-COUNT)
                       MOVE ELN-CODE TO
                          WS-ELN-CODE(WS-ELN-TABLE-COUNT)
                       MOVE 'N' TO WS-ELN-PAID(WS-ELN-TABLE-COUNT)
                       MOVE ZEROES TO
                          WS-ELN-ERN-SUB(WS-ELN-TABLE-COUNT)
                       PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                          UNTIL WS-ERN-SUB > WS-ERN-TABLE-COUNT
                          IF WS-ERN-CODE(WS-ERN-SUB) = ELN-CODE
                             MOVE WS-ERN-SUB TO
                                WS-ELN-ERN-SUB(WS-ELN-TABLE-COUNT)
                          END-IF
                       END-PERFORM
                       IF ELN-AMT IS NUMERIC
                          MOVE ELN-AMT TO
                             WS-ELN-AMT(WS-ELN-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-ELN-AMT(WS-ELN-TABLE-COUNT)
                          MOVE 'R' TO WS-ELN-PAID(WS-ELN-TABLE-COUNT)
                          ADD 1 TO WS-EXC-COUNT
                          ADD 1 TO WS-ERN-REJ-COUNT
                          MOVE SPACES TO DATA-OUT-EXCEPTION
                          MOVE ELN-EID TO DOE-EID
                          MOVE ELN-CODE TO DOE-EPOS
                          MOVE ELN-AMT TO DOE-ESAL-RAW
                          MOVE "Earnings line amount is not numeric"
                             TO DOE-REASON
                          WRITE DATA-OUT-EXCEPTION
                       END-IF
                       IF WS-ELN-ERN-SUB(WS-ELN-TABLE-COUNT) = ZEROES
                          AND WS-ELN-PAID(WS-ELN-TABLE-COUNT) = 'N'
                          MOVE 'R' TO WS-ELN-PAID(WS-ELN-TABLE-COUNT)
                          ADD 1 TO WS-EXC-COUNT
                          ADD 1 TO WS-ERN-REJ-COUNT
                          MOVE SPACES TO DATA-OUT-EXCEPTION
                          MOVE ELN-EID TO DOE-EID
                          MOVE ELN-CODE TO DOE-EPOS
                          MOVE ELN-AMT TO DOE-ESAL-RAW
                          MOVE "Earnings code not in EARNTBL"
                             TO DOE-REASON
                          WRITE DATA-OUT-EXCEPTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ELNFILE
           END-IF.

           OPEN INPUT GARNFILE.
           IF WS-GARNFILE-STATUS = "35"
              DISPLAY "No garnishment master found - garnishment "
                    MOVE 'S' TO WS-PAY-TYPE
                    MOVE SPACES TO WS-STUB-NAME
                    MOVE "UNASSIGNED" TO WS-CUR-DEPT
                    MOVE SPACES TO WS-CUR-BIRTH-DATE
                    MOVE SPACES TO WS-CUR-WORK-STATE
                    MOVE ZEROES TO WS-OT-PREMIUM WS-OT-PAY
                    MOVE 'N' TO WS-FIN-PAY
                    IF WS-EMPFILE-PRESENT = 'Y' AND
                       WS-ETYPE OF WS-EDATA NOT = 'A'
                          END-IF
                          MOVE WS-EMPM-CUR-PAY-TYPE TO WS-PAY-TYPE
                          MOVE WS-EMPM-CUR-NAME TO WS-STUB-NAME
                          MOVE WS-EMPM-CUR-BIRTH-DATE TO
                             WS-CUR-BIRTH-DATE
                          MOVE WS-EMPM-CUR-ADDR-STATE TO
                             WS-CUR-WORK-STATE
                          IF WS-EMPM-CUR-DEPT NOT = SPACES
                             MOVE WS-EMPM-CUR-DEPT TO WS-CUR-DEPT
                          END-IF
                             TO DOE-REASON
                          WRITE DATA-OUT-EXCEPTION
                       ELSE
      * records written before the commission and earnings-by-code
      * buckets were added carry spaces there
                          IF YTDM-YTD-COMM IS NOT NUMERIC
                             MOVE ZEROES TO YTDM-YTD-COMM
                          END-IF
                          IF YTDM-PERIOD-COMM IS NOT NUMERIC
                             MOVE ZEROES TO YTDM-PERIOD-COMM
                          END-IF
                          PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
                             UNTIL WS-ERN-YTD-SUB > 10
                             IF YTDM-ERN-YTD(WS-ERN-YTD-SUB) IS NOT
                                NUMERIC OR
                                YTDM-ERN-PERIOD(WS-ERN-YTD-SUB) IS NOT
                                NUMERIC
                                MOVE SPACES TO
                                   YTDM-ERN-CODE(WS-ERN-YTD-SUB)
                                MOVE ZEROES TO
                                   YTDM-ERN-YTD(WS-ERN-YTD-SUB)
                                   YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
                             END-IF
                          END-PERFORM
      * prior balance is captured ahead of the backout so the ADJ
      * change-log row chains from the previous row's new balance
      * and its applied amount nets the backout like repost rows do
                                   FROM YTDM-YTD-ER-MATCH
                                SUBTRACT YTDM-PERIOD-ER-TAX
                                   FROM YTDM-YTD-ER-TAX
                                SUBTRACT YTDM-PERIOD-COMM
                                   FROM YTDM-YTD-COMM
                                PERFORM VARYING WS-ERN-YTD-SUB FROM 1
                                   BY 1 UNTIL WS-ERN-YTD-SUB > 10
                                   SUBTRACT
                                      YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
                                      FROM YTDM-ERN-YTD(WS-ERN-YTD-SUB)
                                   MOVE ZEROES TO
                                      YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
                                END-PERFORM
                                MOVE ZEROES TO YTDM-PERIOD-SAL
                                   YTDM-PERIOD-FED
                                   YTDM-PERIOD-STATE
                                   YTDM-PERIOD-INS
                                   YTDM-PERIOD-ER-MATCH
                                   YTDM-PERIOD-ER-TAX
                                   YTDM-PERIOD-COMM
                                ADD 1 TO WS-REPOST-COUNT
                             END-IF
                             IF YTDM-LAST-PERIOD NOT = WS-PERIOD-ID
                                   YTDM-PERIOD-INS
                                   YTDM-PERIOD-ER-MATCH
                                   YTDM-PERIOD-ER-TAX
                                   YTDM-PERIOD-COMM
                                PERFORM VARYING WS-ERN-YTD-SUB FROM 1
                                   BY 1 UNTIL WS-ERN-YTD-SUB > 10
                                   MOVE ZEROES TO
                                      YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
                                END-PERFORM
                             END-IF
                          END-IF
                          IF WS-ESAL OF WS-EDATA > YTDM-YTD-SAL
                                (WS-ESAL OF WS-EDATA * 40) +
                                (WS-ESAL OF WS-EDATA * 1.5 *
                                (WS-HRS-CUR-HOURS - 40))
                             COMPUTE WS-OT-PREMIUM ROUNDED =
                                WS-ESAL OF WS-EDATA * 0.5 *
                                (WS-HRS-CUR-HOURS - 40)
                             COMPUTE WS-OT-PAY ROUNDED =
                                WS-ESAL OF WS-EDATA * 1.5 *
                                (WS-HRS-CUR-HOURS - 40)
                          ELSE
                             COMPUTE WS-HRLY-GROSS ROUNDED =
                                WS-ESAL OF WS-EDATA *
                          ADD WS-FIN-SEV(WS-FIN-FOUND-SUB) TO
                             WS-FIN-SEV-TOTAL
                       END-IF
      * commission is supplemental earnings: it joins the period
      * gross after any final-pay proration so it is taxed like
      * wages but never prorated or counted in the final-pay rate,
      * and is carried separately for the register, the stub and
      * the YTD master
                       MOVE ZEROES TO WS-COMM-PAY
                       PERFORM VARYING WS-CMS-SUB FROM 1 BY 1
                          UNTIL WS-CMS-SUB > WS-CMS-TABLE-COUNT
                          IF WS-CMS-EID(WS-CMS-SUB) =
                             WS-EID OF WS-EDATA AND
                             WS-CMS-PAID(WS-CMS-SUB) = 'N'
                             ADD WS-CMS-AMT(WS-CMS-SUB) TO WS-COMM-PAY
                             MOVE 'Y' TO WS-CMS-PAID(WS-CMS-SUB)
                          END-IF
                       END-PERFORM
                       IF WS-COMM-PAY > ZERO
                          ADD WS-COMM-PAY TO WS-ESAL OF WS-EDATA
                          ADD 1 TO WS-COMM-COUNT
                          ADD WS-COMM-PAY TO WS-COMM-TOTAL
                       END-IF
      * earnings lines by code join the gross after any final-pay
      * proration; the parts of them a code exempts from a tax or
      * from retirement are held aside so those bases leave them out
                       MOVE ZEROES TO WS-ERN-PAY WS-ERN-NOFED
                          WS-ERN-NOSTATE WS-ERN-NORET WS-ERN-NOMATCH
                          WS-ERN-NOCASH WS-EMP-ERN-COUNT
                       PERFORM VARYING WS-ELN-SUB FROM 1 BY 1
                          UNTIL WS-ELN-SUB > WS-ELN-TABLE-COUNT
                          IF WS-ELN-EID(WS-ELN-SUB) =
                             WS-EID OF WS-EDATA AND
                             WS-ELN-PAID(WS-ELN-SUB) = 'N'
                             PERFORM APPLY-EARN-LINE
                          END-IF
                       END-PERFORM
                       IF WS-ERN-PAY > ZERO
                          ADD WS-ERN-PAY TO WS-ESAL OF WS-EDATA
                          ADD 1 TO WS-ERN-COUNT
                          ADD WS-ERN-PAY TO WS-ERN-LINE-TOTAL
                       END-IF
                       IF WS-COUNT = WS-COUNT-MAX
                          DISPLAY "EDATA has more records than SALPROC "
                             "can count - aborting run."
                             WS-COMP-CEO-SAL(WS-COMP-FOUND-SUB)
                       END-IF
                       PERFORM MATCH-DED
                       MOVE 'N' TO WS-PLIM-CAPPED
                       MOVE 'N' TO WS-PLIM-CATCHUP
                       IF WS-DED-CUR-EID NOT = WS-EID OF WS-EDATA
                          MOVE ZEROES TO WS-FED-AMT WS-STATE-AMT
                             WS-RET-AMT WS-INS-AMT
                             WS-ER-MATCH-AMT WS-ER-TAX-AMT
                             WS-PLIM-COMP WS-PLIM-MATCH-COMP
                       ELSE
                          COMPUTE WS-FED-AMT ROUNDED =
                             (WS-ESAL OF WS-EDATA - WS-ERN-NOFED) *
                             WS-DED-CUR-FED-PCT
                          COMPUTE WS-STATE-AMT ROUNDED =
                             (WS-ESAL OF WS-EDATA - WS-ERN-NOSTATE) *
                             WS-DED-CUR-STATE-PCT
                          COMPUTE WS-PLIM-COMP =
                             WS-ESAL OF WS-EDATA - WS-ERN-NORET
                          COMPUTE WS-PLIM-MATCH-COMP =
                             WS-ESAL OF WS-EDATA - WS-ERN-NOMATCH
                          COMPUTE WS-RET-AMT ROUNDED =
                             WS-PLIM-COMP * WS-DED-CUR-RET-PCT
                          MOVE WS-DED-CUR-INS-AMT TO WS-INS-AMT
      * the employer-side match and payroll tax ride along with the
      * employee deductions but never touch the employee's net pay
                          COMPUTE WS-ER-MATCH-AMT ROUNDED =
                             WS-PLIM-MATCH-COMP *
                             WS-DED-CUR-ER-MATCH-PCT
                          COMPUTE WS-ER-TAX-AMT ROUNDED =
                             WS-ESAL OF WS-EDATA *
                             WS-DED-CUR-ER-TAX-PCT
                          IF WS-PLIM-PRESENT = 'Y'
                             PERFORM APPLY-RET-LIMITS
                          END-IF
                       END-IF
                       PERFORM CALC-FED-WH
                       PERFORM CALC-BENEFITS
                       MOVE WS-INS-AMT TO WS-INS-ORIG
      * court-ordered garnishments come out after taxes but ahead of
      * the voluntary deductions, taken in priority order and capped
      * garnishment amount is court-ordered and never reduced here
                       COMPUTE WS-DED-EXCESS =
                          WS-FED-AMT + WS-STATE-AMT + WS-RET-AMT +
                          WS-INS-AMT + WS-GARN-AMT + WS-ERN-NOCASH -
                          WS-ESAL OF WS-EDATA
                       IF WS-DED-EXCESS > ZERO
                          ADD 1 TO WS-DED-CAP-COUNT
                       COMPUTE WS-NET-AMT =
                          WS-ESAL OF WS-EDATA - WS-FED-AMT -
                          WS-STATE-AMT - WS-RET-AMT - WS-INS-AMT -
                          WS-GARN-AMT - WS-ERN-NOCASH
                       ADD WS-FED-AMT TO WS-TOTAL-FED
                       ADD WS-STATE-AMT TO WS-TOTAL-STATE
                       ADD WS-RET-AMT TO WS-TOTAL-RET
                       ADD WS-INS-AMT TO WS-TOTAL-INS
      * every plan participant goes to the recordkeeper, including
      * one whose deferral has stopped at the limit
                       IF WS-DED-CUR-EID = WS-EID OF WS-EDATA AND
                          (WS-DED-CUR-RET-PCT > ZERO OR
                          WS-DED-CUR-ER-MATCH-PCT > ZERO)
                          PERFORM WRITE-RK-DETAIL
                       END-IF
                       ADD WS-NET-AMT TO WS-TOTAL-NET
                       MOVE ZEROES TO WS-DEPT-FOUND-SUB
                       PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                             WS-DEPT-NET(WS-DEPT-FOUND-SUB)
                             WS-DEPT-ER-MATCH(WS-DEPT-FOUND-SUB)
                             WS-DEPT-ER-TAX(WS-DEPT-FOUND-SUB)
                             WS-DEPT-ERN(WS-DEPT-FOUND-SUB)
                       END-IF
                       ADD 1 TO WS-DEPT-COUNT(WS-DEPT-FOUND-SUB)
                       ADD WS-ESAL OF WS-EDATA TO
                          WS-DEPT-ER-MATCH(WS-DEPT-FOUND-SUB)
                       ADD WS-ER-TAX-AMT TO
                          WS-DEPT-ER-TAX(WS-DEPT-FOUND-SUB)
                       ADD WS-ERN-PAY TO
                          WS-DEPT-ERN(WS-DEPT-FOUND-SUB)
                       ADD WS-ER-MATCH-AMT TO WS-TOTAL-ER-MATCH
                       ADD WS-ER-TAX-AMT TO WS-TOTAL-ER-TAX
                       PERFORM ACCUM-WC
                       MOVE SPACES TO DATA-LAB
                       MOVE WS-EID OF WS-EDATA TO LAB-EID
                       MOVE WS-ECOMP OF WS-EDATA TO LAB-COMP
                       MOVE WS-CUR-DEPT TO LAB-DEPT
                       MOVE WS-PERIOD-ID TO LAB-PERIOD
                       MOVE WS-RUN-SEQ TO LAB-RUN-SEQ
                       MOVE WS-ESAL OF WS-EDATA TO LAB-GROSS
                       MOVE WS-ER-TAX-AMT TO LAB-ER-TAX
                       MOVE WS-ER-MATCH-AMT TO LAB-ER-MATCH
                       MOVE WS-ER-BEN-AMT TO LAB-ER-BEN
                       MOVE WS-WC-PREM TO LAB-WC-PREM
                       MOVE WS-OT-PAY TO LAB-OT-PAY
                       WRITE DATA-LAB
                       ADD WS-ER-BEN-AMT TO WS-TOTAL-ER-BEN
                       MOVE WS-EID OF WS-EDATA TO DOD-EID
                       MOVE WS-EPOS OF WS-EDATA TO DOD-EPOS
                       MOVE WS-ESAL OF WS-EDATA TO DOD-ESAL
                       MOVE WS-INS-AMT TO DOD-INS
                       MOVE WS-NET-AMT TO DOD-NET
                       PERFORM WRITE-OUT-DETAIL
                       IF WS-COMM-PAY > ZERO
                          MOVE WS-COMM-PAY TO WS-COMM-PAY-EDIT
                          MOVE SPACES TO DATA-OUT-SUMMARY
                          STRING WS-EID OF WS-EDATA " "
                             WS-EPOS OF WS-EDATA
                             " COMMISSION " WS-COMM-PAY-EDIT
                             DELIMITED BY SIZE INTO DATA-OUT-SUMMARY
                          PERFORM WRITE-OUT-SUMMARY
                       END-IF
                       IF WS-FIN-PAY = 'Y'
                          MOVE SPACES TO DATA-OUT-SUMMARY
                          STRING WS-EID OF WS-EDATA " "
                             DELIMITED BY SIZE INTO DATA-OUT-SUMMARY
                          PERFORM WRITE-OUT-SUMMARY
                       END-IF
                       IF WS-PLIM-CAPPED = 'Y'
                          MOVE SPACES TO DATA-OUT-SUMMARY
                          STRING "  RETIREMENT PLAN LIMIT REACHED FOR "
                             WS-EID OF WS-EDATA
                             DELIMITED BY SIZE INTO DATA-OUT-SUMMARY
                          PERFORM WRITE-OUT-SUMMARY
                       END-IF
                       PERFORM VARYING WS-EMP-ERN-IDX FROM 1 BY 1
                          UNTIL WS-EMP-ERN-IDX > WS-EMP-ERN-COUNT
                          MOVE WS-EMP-ERN-SUB(WS-EMP-ERN-IDX) TO
                             WS-ERN-SUB
                          MOVE WS-EMP-ERN-AMT(WS-EMP-ERN-IDX) TO
                             WS-ERN-AMT-EDIT
                          MOVE SPACES TO DATA-OUT-SUMMARY
                          STRING "  EARNINGS " WS-ERN-CODE(WS-ERN-SUB)
                             " " WS-ERN-AMT-EDIT " INCLUDED FOR "
                             WS-EID OF WS-EDATA
                             DELIMITED BY SIZE INTO DATA-OUT-SUMMARY
                          PERFORM WRITE-OUT-SUMMARY
                       END-PERFORM
                       IF WS-NET-AMT > ZERO
                          IF WS-BANKFILE-PRESENT = 'Y'
                             PERFORM MATCH-BANK
                             YTDM-QTR-FED YTDM-QTR-STATE
                             YTDM-YTD-ER-MATCH YTDM-YTD-ER-TAX
                             YTDM-PERIOD-ER-MATCH YTDM-PERIOD-ER-TAX
                             YTDM-YTD-COMM YTDM-PERIOD-COMM
                       END-IF
                       IF WS-VAR-ACTIVE = 'Y'
                          PERFORM CAPTURE-VAR-LAST
                       END-IF
      * records written before the commission buckets were added
      * carry spaces there
                       IF YTDM-YTD-COMM IS NOT NUMERIC
                          MOVE ZEROES TO YTDM-YTD-COMM
                       END-IF
                       IF YTDM-PERIOD-COMM IS NOT NUMERIC
                          MOVE ZEROES TO YTDM-PERIOD-COMM
                       END-IF
      * likewise the earnings-by-code slots
                       PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
                          UNTIL WS-ERN-YTD-SUB > 10
                          IF YTDM-ERN-YTD(WS-ERN-YTD-SUB) IS NOT
                             NUMERIC OR
                             YTDM-ERN-PERIOD(WS-ERN-YTD-SUB) IS NOT
                             NUMERIC
                             MOVE SPACES TO
                                YTDM-ERN-CODE(WS-ERN-YTD-SUB)
                             MOVE ZEROES TO
                                YTDM-ERN-YTD(WS-ERN-YTD-SUB)
                                YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
                          END-IF
                       END-PERFORM
                       MOVE YTDM-YTD-SAL TO WS-CHG-PRIOR
                       IF WS-PERIOD-ID NOT = SPACES AND
                          WS-YTD-NEW = 'N'
                                FROM YTDM-YTD-ER-MATCH
                             SUBTRACT YTDM-PERIOD-ER-TAX
                                FROM YTDM-YTD-ER-TAX
                             SUBTRACT YTDM-PERIOD-COMM
                                FROM YTDM-YTD-COMM
                             PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
                                UNTIL WS-ERN-YTD-SUB > 10
                                SUBTRACT
                                   YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
                                   FROM YTDM-ERN-YTD(WS-ERN-YTD-SUB)
                                MOVE ZEROES TO
                                   YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
                             END-PERFORM
                             MOVE ZEROES TO YTDM-PERIOD-SAL
                                YTDM-PERIOD-FED YTDM-PERIOD-STATE
                                YTDM-PERIOD-RET YTDM-PERIOD-INS
                                YTDM-PERIOD-ER-MATCH
                                YTDM-PERIOD-ER-TAX YTDM-PERIOD-COMM
                             ADD 1 TO WS-REPOST-COUNT
                          END-IF
                          IF YTDM-LAST-PERIOD NOT = WS-PERIOD-ID
                                YTDM-PERIOD-FED YTDM-PERIOD-STATE
                                YTDM-PERIOD-RET YTDM-PERIOD-INS
                                YTDM-PERIOD-ER-MATCH
                                YTDM-PERIOD-ER-TAX YTDM-PERIOD-COMM
                             PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
                                UNTIL WS-ERN-YTD-SUB > 10
                                MOVE ZEROES TO
                                   YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
                             END-PERFORM
                          END-IF
                       END-IF
                       IF WS-EPOS OF WS-EDATA NOT = YTDM-EPOS
                       ADD WS-STATE-AMT TO YTDM-QTR-STATE
                       ADD WS-ER-MATCH-AMT TO YTDM-YTD-ER-MATCH
                       ADD WS-ER-TAX-AMT TO YTDM-YTD-ER-TAX
                       ADD WS-COMM-PAY TO YTDM-YTD-COMM
                       PERFORM VARYING WS-EMP-ERN-IDX FROM 1 BY 1
                          UNTIL WS-EMP-ERN-IDX > WS-EMP-ERN-COUNT
                          PERFORM POST-EARN-YTD
                       END-PERFORM
                       IF WS-PERIOD-ID NOT = SPACES
                          ADD WS-COMM-PAY TO YTDM-PERIOD-COMM
                          ADD WS-ESAL OF WS-EDATA TO YTDM-PERIOD-SAL
                          ADD WS-FED-AMT TO YTDM-PERIOD-FED
                          ADD WS-STATE-AMT TO YTDM-PERIOD-STATE
                             YTDM-PERIOD-ER-MATCH
                          ADD WS-ER-TAX-AMT TO YTDM-PERIOD-ER-TAX
                       END-IF
                       IF WS-VAR-ACTIVE = 'Y'
                          PERFORM CHECK-VAR-EMP
                       END-IF
                       MOVE WS-PERIOD-ID TO YTDM-LAST-PERIOD
                       MOVE WS-RUN-SEQ TO YTDM-LAST-SEQ
                       MOVE WS-RUN-DATE-EDIT(1:10) TO
           IF WS-DEDFILE-PRESENT = 'Y'
              CLOSE DEDFILE
           END-IF.
           IF WS-W4FILE-PRESENT = 'Y'
              CLOSE W4FILE
           END-IF.
           IF WS-BENFILE-PRESENT = 'Y'
              CLOSE BENFILE
           END-IF.
           PERFORM VARYING WS-CMS-SUB FROM 1 BY 1
              UNTIL WS-CMS-SUB > WS-CMS-TABLE-COUNT
              IF WS-CMS-PAID(WS-CMS-SUB) = 'N'
                 ADD 1 TO WS-EXC-COUNT
                 ADD 1 TO WS-COMM-REJ-COUNT
                 MOVE SPACES TO DATA-OUT-EXCEPTION
                 MOVE WS-CMS-EID(WS-CMS-SUB) TO DOE-EID
                 MOVE WS-CMS-CODE(WS-CMS-SUB) TO DOE-EPOS
                 MOVE WS-CMS-AMT(WS-CMS-SUB) TO DOE-ESAL-RAW
                 MOVE "Commission not paid - EID not in this payroll"
                    TO DOE-REASON
                 WRITE DATA-OUT-EXCEPTION
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-ELN-SUB FROM 1 BY 1
              UNTIL WS-ELN-SUB > WS-ELN-TABLE-COUNT
              IF WS-ELN-PAID(WS-ELN-SUB) = 'N'
                 ADD 1 TO WS-EXC-COUNT
                 ADD 1 TO WS-ERN-REJ-COUNT
                 MOVE SPACES TO DATA-OUT-EXCEPTION
                 MOVE WS-ELN-EID(WS-ELN-SUB) TO DOE-EID
                 MOVE WS-ELN-CODE(WS-ELN-SUB) TO DOE-EPOS
                 MOVE WS-ELN-AMT(WS-ELN-SUB) TO DOE-ESAL-RAW
                 MOVE "Earnings not paid - EID not in this payroll"
                    TO DOE-REASON
                 WRITE DATA-OUT-EXCEPTION
              END-IF
           END-PERFORM.
           IF WS-BANKFILE-PRESENT = 'Y'
              CLOSE BANKFILE
           END-IF.
           IF WS-BANKFILE-PRESENT = 'Y'
              MOVE SPACES TO ACH-TRAILER-REC
              READ YTDMAST NEXT
                 AT END MOVE 'Y' TO WS-YTDMAST-EOF
                 NOT AT END
      * paid last period but not in this one
                    IF WS-VAR-ACTIVE = 'Y' AND
                       YTDM-LAST-PERIOD = WS-VAR-PRIOR-PERIOD
                       ADD 1 TO WS-VAR-MISS-COUNT
                       MOVE YTDM-EID TO WS-VAR-EID
                       MOVE "MISS" TO WS-VAR-ITEM
                       MOVE YTDM-PERIOD-SAL TO WS-VAR-LAST
                       MOVE ZEROES TO WS-VAR-THIS
                       MOVE YTDM-PERIOD-SAL TO WS-VAR-SWING
                       PERFORM ADD-VAR-HIT
                    END-IF
                    IF YTDM-LAST-POST-DATE NOT =
                       WS-RUN-DATE-EDIT(1:10)
                       ADD 1 TO WS-TERM-COUNT
                    STRING "  TOTAL WAGES FOR YEAR: " WS-YTD-EDIT
                       DELIMITED BY SIZE INTO DATA-OUT-W2
                    WRITE DATA-OUT-W2
                    IF YTDM-YTD-COMM IS NUMERIC AND
                       YTDM-YTD-COMM > ZERO
                       MOVE YTDM-YTD-COMM TO WS-YTD-EDIT
                       MOVE SPACES TO DATA-OUT-W2
                       STRING "    INCLUDES COMMISSIONS: " WS-YTD-EDIT
                          DELIMITED BY SIZE INTO DATA-OUT-W2
                       WRITE DATA-OUT-W2
                    END-IF
                    PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
                       UNTIL WS-ERN-YTD-SUB > 10
                       IF YTDM-ERN-YTD(WS-ERN-YTD-SUB) IS NUMERIC AND
                          YTDM-ERN-CODE(WS-ERN-YTD-SUB) NOT = SPACES
                          AND YTDM-ERN-YTD(WS-ERN-YTD-SUB) > ZERO
                          MOVE YTDM-ERN-YTD(WS-ERN-YTD-SUB) TO
                             WS-YTD-EDIT
                          MOVE SPACES TO DATA-OUT-W2
                          STRING "    INCLUDES EARNINGS "
                             YTDM-ERN-CODE(WS-ERN-YTD-SUB) ": "
                             WS-YTD-EDIT
                             DELIMITED BY SIZE INTO DATA-OUT-W2
                          WRITE DATA-OUT-W2
                       END-IF
                    END-PERFORM
                    COMPUTE WS-YTD-DED =
                       YTDM-YTD-FED + YTDM-YTD-STATE +
                       YTDM-YTD-RET + YTDM-YTD-INS
                       MOVE YTDM-YTD-RET TO YTDA-YTD-RET
                       MOVE YTDM-YTD-INS TO YTDA-YTD-INS
                       MOVE YTDM-POS-HIST-COUNT TO YTDA-POS-HIST-COUNT
                       IF YTDM-YTD-COMM IS NUMERIC
                          MOVE YTDM-YTD-COMM TO YTDA-YTD-COMM
                       ELSE
                          MOVE ZEROES TO YTDA-YTD-COMM
                       END-IF
                       PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
                          UNTIL WS-ERN-YTD-SUB > 10
                          IF YTDM-ERN-YTD(WS-ERN-YTD-SUB) IS NUMERIC
                             MOVE YTDM-ERN-CODE(WS-ERN-YTD-SUB) TO
                                YTDA-ERN-CODE(WS-ERN-YTD-SUB)
                             MOVE YTDM-ERN-YTD(WS-ERN-YTD-SUB) TO
                                YTDA-ERN-YTD(WS-ERN-YTD-SUB)
                          ELSE
                             MOVE ZEROES TO
                                YTDA-ERN-YTD(WS-ERN-YTD-SUB)
                          END-IF
                       END-PERFORM
                       PERFORM VARYING WS-POS-HIST-SUB FROM 1 BY 1
                          UNTIL WS-POS-HIST-SUB > YTDM-POS-HIST-COUNT
                          MOVE YTDM-POS-HIST-NAME(WS-POS-HIST-SUB) TO
                          YTDM-QTR-SAL YTDM-QTR-FED YTDM-QTR-STATE
                          YTDM-YTD-ER-MATCH YTDM-YTD-ER-TAX
                          YTDM-PERIOD-ER-MATCH YTDM-PERIOD-ER-TAX
                          YTDM-YTD-COMM YTDM-PERIOD-COMM
                       PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
                          UNTIL WS-ERN-YTD-SUB > 10
                          MOVE SPACES TO YTDM-ERN-CODE(WS-ERN-YTD-SUB)
                          MOVE ZEROES TO YTDM-ERN-YTD(WS-ERN-YTD-SUB)
                             YTDM-ERN-PERIOD(WS-ERN-YTD-SUB)
                       END-PERFORM
                       MOVE SPACES TO YTDM-LAST-PERIOD
                       REWRITE YTD-MAST-REC
                       MOVE SPACES TO CHG-REC
           CLOSE CHGLOG.
           CLOSE W2FILE.

           IF WS-VAR-ACTIVE = 'Y'
              MOVE WS-VAR-AMT-LIMIT TO WS-VAR-AMT-EDIT
              MOVE SPACES TO VAR-REC
              STRING "Flagged when gross, net or a deduction moves "
                 "more than " WS-VAR-PCT-LIMIT "% or "
                 WS-VAR-AMT-EDIT
                 DELIMITED BY SIZE INTO VAR-REC
              WRITE VAR-REC
              MOVE SPACES TO VAR-REC
              WRITE VAR-REC
              MOVE SPACES TO VAR-REC
              STRING "EID         ITEM     LAST PERIOD    THIS PERIOD"
                 "          SWING"
                 DELIMITED BY SIZE INTO VAR-REC
              WRITE VAR-REC
              MOVE 'N' TO WS-VAR-DONE
              PERFORM UNTIL WS-VAR-DONE = 'Y'
                 MOVE ZEROES TO WS-VAR-BIG-SUB
                 PERFORM VARYING WS-VAR-SUB FROM 1 BY 1
                    UNTIL WS-VAR-SUB > WS-VAR-HIT-COUNT
                    IF WS-VAR-HIT-DONE(WS-VAR-SUB) = 'N'
                       IF WS-VAR-BIG-SUB = ZEROES
                          MOVE WS-VAR-SUB TO WS-VAR-BIG-SUB
                       ELSE
                          IF WS-VAR-HIT-SWING(WS-VAR-SUB) >
                             WS-VAR-HIT-SWING(WS-VAR-BIG-SUB)
                             MOVE WS-VAR-SUB TO WS-VAR-BIG-SUB
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 IF WS-VAR-BIG-SUB = ZEROES
                    MOVE 'Y' TO WS-VAR-DONE
                 ELSE
                    MOVE 'Y' TO WS-VAR-HIT-DONE(WS-VAR-BIG-SUB)
                    MOVE WS-VAR-HIT-LAST(WS-VAR-BIG-SUB) TO
                       WS-VAR-LAST-EDIT
                    MOVE WS-VAR-HIT-THIS(WS-VAR-BIG-SUB) TO
                       WS-VAR-THIS-EDIT
                    MOVE WS-VAR-HIT-SWING(WS-VAR-BIG-SUB) TO
                       WS-VAR-SWING-EDIT
                    MOVE SPACES TO VAR-REC
                    STRING WS-VAR-HIT-EID(WS-VAR-BIG-SUB) " "
                       WS-VAR-HIT-ITEM(WS-VAR-BIG-SUB) " "
                       WS-VAR-LAST-EDIT " " WS-VAR-THIS-EDIT " "
                       WS-VAR-SWING-EDIT
                       DELIMITED BY SIZE INTO VAR-REC
                    WRITE VAR-REC
                 END-IF
              END-PERFORM
              MOVE SPACES TO VAR-REC
              WRITE VAR-REC
              MOVE WS-VAR-SWING-COUNT TO WS-VAR-COUNT-EDIT
              MOVE SPACES TO VAR-REC
              STRING "Amounts over threshold  " WS-VAR-COUNT-EDIT
                 DELIMITED BY SIZE INTO VAR-REC
              WRITE VAR-REC
              MOVE WS-VAR-NEW-COUNT TO WS-VAR-COUNT-EDIT
              MOVE SPACES TO VAR-REC
              STRING "New this period (NEW)   " WS-VAR-COUNT-EDIT
                 DELIMITED BY SIZE INTO VAR-REC
              WRITE VAR-REC
              MOVE WS-VAR-MISS-COUNT TO WS-VAR-COUNT-EDIT
              MOVE SPACES TO VAR-REC
              STRING "Not paid this period    " WS-VAR-COUNT-EDIT
                 " (MISS)"
                 DELIMITED BY SIZE INTO VAR-REC
              WRITE VAR-REC
              IF WS-VAR-RERUN-COUNT NOT = ZEROES
                 MOVE WS-VAR-RERUN-COUNT TO WS-VAR-COUNT-EDIT
                 MOVE SPACES TO VAR-REC
                 STRING "Reposted in a rerun     " WS-VAR-COUNT-EDIT
                    " - last period already replaced, not compared"
                    DELIMITED BY SIZE INTO VAR-REC
                 WRITE VAR-REC
              END-IF
              IF WS-VAR-OVERFLOW NOT = ZEROES
                 MOVE WS-VAR-OVERFLOW TO WS-VAR-COUNT-EDIT
                 MOVE SPACES TO VAR-REC
                 STRING "** " WS-VAR-COUNT-EDIT " further item(s) not "
                    "listed - table full"
                    DELIMITED BY SIZE INTO VAR-REC
                 WRITE VAR-REC
              END-IF
           END-IF.
           CLOSE VARFILE.

      * workers' comp payroll by class code and state, quarter to
      * date; on a quarter-end run it is the carrier report and the
      * master's quarter and period buckets are cleared behind it
           OPEN OUTPUT WCRPT.
           MOVE SPACES TO WC-RPT-REC.
           IF WS-QTR-END = 'Y'
              STRING "WORKERS COMP PAYROLL BY CLASS - QUARTER END "
                 WS-RUN-DATE-EDIT(1:10)
                 DELIMITED BY SIZE INTO WC-RPT-REC
           ELSE
              STRING "WORKERS COMP PAYROLL BY CLASS - QUARTER TO DATE "
                 WS-RUN-DATE-EDIT(1:10)
                 DELIMITED BY SIZE INTO WC-RPT-REC
           END-IF.
           WRITE WC-RPT-REC.
           MOVE SPACES TO WC-RPT-REC.
           STRING "Overtime premium (the half-time over straight "
              "time) is excluded per carrier rules"
              DELIMITED BY SIZE INTO WC-RPT-REC.
           WRITE WC-RPT-REC.
           MOVE SPACES TO WC-RPT-REC.
           WRITE WC-RPT-REC.
           MOVE SPACES TO WC-RPT-REC.
           STRING "CLAS ST    GROSS WAGES    OT PREMIUM     "
              "REPORTABLE RATE/100     PREMIUM"
              DELIMITED BY SIZE INTO WC-RPT-REC.
           WRITE WC-RPT-REC.
           MOVE ZEROES TO WS-WC-TOT-WAGES WS-WC-TOT-OT WS-WC-TOT-PREM.
           PERFORM VARYING WS-WC-SUB FROM 1 BY 1
              UNTIL WS-WC-SUB > WS-WC-TABLE-COUNT
              IF WS-WC-QTD-WAGES(WS-WC-SUB) NOT = ZEROES OR
                 WS-WC-QTD-PREM(WS-WC-SUB) NOT = ZEROES
                 COMPUTE WS-WC-GROSS-EDIT = WS-WC-QTD-WAGES(WS-WC-SUB)
                    + WS-WC-QTD-OT(WS-WC-SUB)
                 MOVE WS-WC-QTD-OT(WS-WC-SUB) TO WS-WC-OT-EDIT
                 MOVE WS-WC-QTD-WAGES(WS-WC-SUB) TO WS-WC-NET-EDIT
                 MOVE ZEROES TO WS-WC-CUR-RATE
                 PERFORM VARYING WS-WCR-SUB FROM 1 BY 1
                    UNTIL WS-WCR-SUB > WS-WCR-TABLE-COUNT
                    IF WS-WCR-CLASS(WS-WCR-SUB) =
                       WS-WC-CLASS(WS-WC-SUB) AND
                       WS-WCR-STATE(WS-WCR-SUB) =
                       WS-WC-STATE(WS-WC-SUB)
                       MOVE WS-WCR-RATE(WS-WCR-SUB) TO WS-WC-CUR-RATE
                    END-IF
                 END-PERFORM
                 MOVE WS-WC-CUR-RATE TO WS-WC-RATE-EDIT
                 MOVE WS-WC-QTD-PREM(WS-WC-SUB) TO WS-WC-PREM-EDIT
                 MOVE SPACES TO WC-RPT-REC
                 STRING WS-WC-CLASS(WS-WC-SUB) " "
                    WS-WC-STATE(WS-WC-SUB) " " WS-WC-GROSS-EDIT " "
                    WS-WC-OT-EDIT " " WS-WC-NET-EDIT " "
                    WS-WC-RATE-EDIT " " WS-WC-PREM-EDIT
                    DELIMITED BY SIZE INTO WC-RPT-REC
                 WRITE WC-RPT-REC
                 ADD WS-WC-QTD-WAGES(WS-WC-SUB) TO WS-WC-TOT-WAGES
                 ADD WS-WC-QTD-OT(WS-WC-SUB) TO WS-WC-TOT-OT
                 ADD WS-WC-QTD-PREM(WS-WC-SUB) TO WS-WC-TOT-PREM
              END-IF
           END-PERFORM.
           COMPUTE WS-WC-GROSS-EDIT = WS-WC-TOT-WAGES + WS-WC-TOT-OT.
           MOVE WS-WC-TOT-OT TO WS-WC-OT-EDIT.
           MOVE WS-WC-TOT-WAGES TO WS-WC-NET-EDIT.
           MOVE WS-WC-TOT-PREM TO WS-WC-PREM-EDIT.
           MOVE SPACES TO WC-RPT-REC.
           STRING "TOTAL   " WS-WC-GROSS-EDIT " " WS-WC-OT-EDIT " "
              WS-WC-NET-EDIT "          " WS-WC-PREM-EDIT
              DELIMITED BY SIZE INTO WC-RPT-REC.
           WRITE WC-RPT-REC.
           MOVE SPACES TO WC-RPT-REC.
           WRITE WC-RPT-REC.
           MOVE WS-TOTAL-WC-PREM TO WS-WC-PREM-EDIT.
           MOVE WS-WC-EMP-COUNT TO WS-WC-COUNT-EDIT.
           MOVE SPACES TO WC-RPT-REC.
           STRING "Premium accrued this run " WS-WC-PREM-EDIT
              " for " WS-WC-COUNT-EDIT " employee(s)"
              DELIMITED BY SIZE INTO WC-RPT-REC.
           WRITE WC-RPT-REC.
           IF WS-WC-NOCLASS-COUNT NOT = ZEROES
              MOVE WS-WC-NOCLASS-COUNT TO WS-WC-COUNT-EDIT
              MOVE SPACES TO WC-RPT-REC
              STRING "Employees with no class assignment (NONE) "
                 WS-WC-COUNT-EDIT
                 DELIMITED BY SIZE INTO WC-RPT-REC
              WRITE WC-RPT-REC
           END-IF.
           IF WS-WC-NORATE-COUNT NOT = ZEROES
              MOVE WS-WC-NORATE-COUNT TO WS-WC-COUNT-EDIT
              MOVE SPACES TO WC-RPT-REC
              STRING "Employees with no rate for class and state "
                 WS-WC-COUNT-EDIT " - no premium accrued"
                 DELIMITED BY SIZE INTO WC-RPT-REC
              WRITE WC-RPT-REC
           END-IF.
           CLOSE WCRPT.
           OPEN OUTPUT WCMFILE.
           PERFORM VARYING WS-WC-SUB FROM 1 BY 1
              UNTIL WS-WC-SUB > WS-WC-TABLE-COUNT
              MOVE SPACES TO DATA-WCM
              MOVE WS-WC-CLASS(WS-WC-SUB) TO WCM-CLASS
              MOVE WS-WC-STATE(WS-WC-SUB) TO WCM-STATE
              IF WS-QTR-END = 'Y'
                 MOVE ZEROES TO WCM-QTD-WAGES WCM-QTD-OT WCM-QTD-PREM
                    WCM-PERIOD-WAGES WCM-PERIOD-OT WCM-PERIOD-PREM
                 MOVE SPACES TO WCM-LAST-PERIOD
              ELSE
                 MOVE WS-WC-QTD-WAGES(WS-WC-SUB) TO WCM-QTD-WAGES
                 MOVE WS-WC-QTD-OT(WS-WC-SUB) TO WCM-QTD-OT
                 MOVE WS-WC-QTD-PREM(WS-WC-SUB) TO WCM-QTD-PREM
                 MOVE WS-WC-PERIOD-WAGES(WS-WC-SUB) TO
                    WCM-PERIOD-WAGES
                 MOVE WS-WC-PERIOD-OT(WS-WC-SUB) TO WCM-PERIOD-OT
                 MOVE WS-WC-PERIOD-PREM(WS-WC-SUB) TO WCM-PERIOD-PREM
                 MOVE WS-WC-LAST-PERIOD(WS-WC-SUB) TO WCM-LAST-PERIOD
              END-IF
              WRITE DATA-WCM
           END-PERFORM.
           CLOSE WCMFILE.

           MOVE SPACES TO DATA-OUT-SUMMARY.
           STRING "Headcount movement:" DELIMITED BY SIZE INTO
              DATA-OUT-SUMMARY.
              CLOSE GARNFILE
           END-IF.

           IF WS-BENFILE-PRESENT = 'Y'
      * premium remittance and self-bill report, grouped by carrier.
      * the self-bill lists every covered employee with the carrier's
      * totals so the carrier invoice can be replaced by our own
              OPEN OUTPUT BENREM
              OPEN OUTPUT BENRPT
              MOVE SPACES TO BEN-RPT-REC
              STRING "BENEFIT PREMIUM SELF-BILL - PERIOD "
                 WS-PERIOD-ID " " WS-RUN-DATE-EDIT(1:10)
                 DELIMITED BY SIZE INTO BEN-RPT-REC
              WRITE BEN-RPT-REC
              MOVE ZEROES TO WS-COV-REM-COUNT WS-COV-REM-TOTAL
              PERFORM VARYING WS-COV-SUB FROM 1 BY 1
                 UNTIL WS-COV-SUB > WS-COV-TABLE-COUNT
                 IF WS-COV-DONE(WS-COV-SUB) = 'N'
                    MOVE SPACES TO BEN-RPT-REC
                    WRITE BEN-RPT-REC
                    MOVE SPACES TO BEN-RPT-REC
                    STRING "CARRIER " WS-COV-CARRIER(WS-COV-SUB)
                       DELIMITED BY SIZE INTO BEN-RPT-REC
                    WRITE BEN-RPT-REC
                    MOVE ZEROES TO WS-COV-CARR-COUNT WS-COV-CARR-EE
                       WS-COV-CARR-ER
                    PERFORM VARYING WS-COV-SUB2 FROM WS-COV-SUB
                       BY 1 UNTIL WS-COV-SUB2 > WS-COV-TABLE-COUNT
                       IF WS-COV-CARRIER(WS-COV-SUB2) =
                          WS-COV-CARRIER(WS-COV-SUB) AND
                          WS-COV-DONE(WS-COV-SUB2) = 'N'
                          MOVE SPACES TO BRM-DETAIL-REC
                          MOVE "D" TO BRM-TYPE
                          MOVE WS-COV-CARRIER(WS-COV-SUB2) TO
                             BRM-CARRIER
                          MOVE WS-COV-PLAN(WS-COV-SUB2) TO BRM-PLAN
                          MOVE WS-COV-EID(WS-COV-SUB2) TO BRM-EID
                          MOVE WS-COV-TIER(WS-COV-SUB2) TO BRM-TIER
                          MOVE WS-COV-EE(WS-COV-SUB2) TO BRM-EE-AMT
                          MOVE WS-COV-ER(WS-COV-SUB2) TO BRM-ER-AMT
                          COMPUTE BRM-TOTAL =
                             WS-COV-EE(WS-COV-SUB2) +
                             WS-COV-ER(WS-COV-SUB2)
                          MOVE WS-PERIOD-ID TO BRM-PERIOD-ID
                          WRITE BRM-DETAIL-REC
                          ADD 1 TO WS-COV-REM-COUNT
                          ADD BRM-TOTAL TO WS-COV-REM-TOTAL
                          ADD 1 TO WS-COV-CARR-COUNT
                          ADD WS-COV-EE(WS-COV-SUB2) TO WS-COV-CARR-EE
                          ADD WS-COV-ER(WS-COV-SUB2) TO WS-COV-CARR-ER
                          MOVE WS-COV-EE(WS-COV-SUB2) TO
                             WS-BEN-EE-EDIT
                          MOVE WS-COV-ER(WS-COV-SUB2) TO
                             WS-BEN-ER-EDIT
                          MOVE SPACES TO BEN-RPT-REC
                          STRING "  " WS-COV-EID(WS-COV-SUB2) " "
                             WS-COV-NAME(WS-COV-SUB2)(1:20) " "
                             WS-COV-PLAN(WS-COV-SUB2) " "
                             WS-COV-TIER(WS-COV-SUB2) " ee "
                             WS-BEN-EE-EDIT " er " WS-BEN-ER-EDIT
                             DELIMITED BY SIZE INTO BEN-RPT-REC
                          WRITE BEN-RPT-REC
                          MOVE 'Y' TO WS-COV-DONE(WS-COV-SUB2)
                       END-IF
                    END-PERFORM
                    MOVE WS-COV-CARR-COUNT TO WS-BEN-COUNT-EDIT
                    COMPUTE WS-COV-CARR-EE =
                       WS-COV-CARR-EE + WS-COV-CARR-ER
                    MOVE WS-COV-CARR-EE TO WS-BEN-TOT-EDIT
                    MOVE SPACES TO BEN-RPT-REC
                    STRING "  covered " WS-BEN-COUNT-EDIT
                       " premium due " WS-BEN-TOT-EDIT
                       DELIMITED BY SIZE INTO BEN-RPT-REC
                    WRITE BEN-RPT-REC
                 END-IF
              END-PERFORM
              MOVE SPACES TO BRM-TRAILER-REC
              MOVE "T" TO BRT-TYPE
              MOVE WS-COV-REM-COUNT TO BRT-COUNT
              MOVE WS-COV-REM-TOTAL TO BRT-TOTAL
              MOVE WS-PERIOD-ID TO BRT-PERIOD-ID
              WRITE BRM-TRAILER-REC
              CLOSE BENREM
              MOVE WS-COV-REM-TOTAL TO WS-BEN-TOT-EDIT
              MOVE SPACES TO BEN-RPT-REC
              WRITE BEN-RPT-REC
              MOVE SPACES TO BEN-RPT-REC
              STRING "Total premium remitted this period "
                 WS-BEN-TOT-EDIT
                 DELIMITED BY SIZE INTO BEN-RPT-REC
              WRITE BEN-RPT-REC
              CLOSE BENRPT
           END-IF.

           IF WS-LVE-PRESENT = 'Y' AND WS-FIN-COUNT NOT = ZEROES
              OPEN OUTPUT LEAVEFILE
              PERFORM VARYING WS-LVE-SUB FROM 1 BY 1
           CLOSE CHKFILE.
           CLOSE CHKREG.
           CLOSE POSPAY.
           CLOSE CHKMFILE.
           MOVE SPACES TO RK-TRAILER-REC.
           MOVE "T" TO RK-TRL-TYPE.
           MOVE WS-RK-COUNT TO RK-TRL-COUNT.
           MOVE WS-RK-DEFER-TOTAL TO RK-TRL-DEFERRAL.
           MOVE WS-RK-MATCH-TOTAL TO RK-TRL-MATCH.
           MOVE WS-RK-COMP-TOTAL TO RK-TRL-COMP.
           WRITE RK-TRAILER-REC.
           CLOSE RKFILE.
           CLOSE LABFILE.

           OPEN EXTEND RUNHFILE.
           IF WS-RUNHFILE-STATUS = "35"
              OPEN OUTPUT RUNHFILE
           END-IF.
           MOVE SPACES TO DATA-RUNH.
           MOVE WS-RUN-SEQ TO PRH-RUN-SEQ.
           MOVE WS-PERIOD-ID TO PRH-PERIOD.
           MOVE WS-RUN-DATE-EDIT(1:10) TO PRH-RUN-DATE.
           MOVE WS-COUNT TO PRH-EMP-COUNT.
           MOVE WS-TOTAL-SAL TO PRH-GROSS.
           MOVE WS-TOTAL-NET TO PRH-NET.
           MOVE WS-TOTAL-ER-TAX TO PRH-ER-TAX.
           MOVE WS-TOTAL-ER-MATCH TO PRH-ER-MATCH.
           WRITE DATA-RUNH.
           CLOSE RUNHFILE.

           MOVE WS-RUN-SEQ TO WS-RPT-RUN-SEQ.
           MOVE 'Y' TO WS-RPT-CLOSE.
           CALL "RPTWTR" USING WS-RPT-CTL WS-RPT-DETAIL WS-RPT-OUT.
           CLOSE OUTFILE.
           CLOSE EXCFILE.
           CLOSE STUBFILE.
              " backing out " WS-ADJ-TOTAL-EDIT
              DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.
           MOVE WS-W4-COUNT TO WS-W4-COUNT-EDIT.
           MOVE SPACES TO AUDIT-REC.
           STRING "  federal tax from W-4 brackets " WS-W4-COUNT-EDIT
              " (" WS-TAX-YEAR " freq " WS-PAY-FREQ ")"
              DELIMITED BY SIZE INTO AUDIT-REC.
           WRITE AUDIT-REC.
           IF WS-BENFILE-PRESENT = 'Y'
              MOVE WS-BEN-COUNT TO WS-BEN-COUNT-EDIT
              MOVE WS-TOTAL-ER-BEN TO WS-ER-AMT-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  benefit enrollees " WS-BEN-COUNT-EDIT
                 " employer premium " WS-ER-AMT-EDIT
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
              IF WS-BEN-DROP-COUNT NOT = ZEROES
                 MOVE WS-BEN-DROP-COUNT TO WS-BEN-COUNT-EDIT
                 MOVE SPACES TO AUDIT-REC
                 STRING "  DEDIN insurance dropped (no election) "
                    WS-BEN-COUNT-EDIT DELIMITED BY SIZE INTO AUDIT-REC
                 WRITE AUDIT-REC
              END-IF
           END-IF.
           IF WS-W4-FLAT-COUNT NOT = ZEROES
              MOVE WS-W4-FLAT-COUNT TO WS-W4-COUNT-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  federal tax at flat pct (no W-4) "
                 WS-W4-COUNT-EDIT DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
              DISPLAY WS-W4-FLAT-COUNT " employee(s) withheld at the "
                 "flat federal percentage - see exceptions file."
           END-IF.
           IF WS-W4-NONE-COUNT NOT = ZEROES
              MOVE WS-W4-NONE-COUNT TO WS-W4-COUNT-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  no federal tax (no W-4 or DEDIN) "
                 WS-W4-COUNT-EDIT DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
              DISPLAY WS-W4-NONE-COUNT " employee(s) had no federal "
                 "withholding basis - see exceptions file."
           END-IF.
           IF WS-REPOST-COUNT NOT = ZEROES
              MOVE WS-REPOST-COUNT TO WS-REPOST-COUNT-EDIT
              MOVE SPACES TO AUDIT-REC
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
           END-IF.
           IF WS-TOTAL-WC-PREM NOT = ZEROES
              MOVE WS-TOTAL-WC-PREM TO WS-ER-AMT-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  workers comp premium accrued " WS-ER-AMT-EDIT
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
           END-IF.
           IF WS-CHK-COUNT NOT = ZEROES
              MOVE SPACES TO AUDIT-REC
              STRING "  checks printed " WS-CHK-COUNT-EDIT
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
           END-IF.
           IF WS-COMM-COUNT NOT = ZEROES OR
              WS-COMM-REJ-COUNT NOT = ZEROES
              MOVE WS-COMM-COUNT TO WS-COMM-COUNT-EDIT
              MOVE WS-COMM-TOTAL TO WS-COMM-TOTAL-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  commissions paid " WS-COMM-TOTAL-EDIT
                 " to " WS-COMM-COUNT-EDIT " employee(s)"
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
              IF WS-COMM-REJ-COUNT NOT = ZEROES
                 MOVE WS-COMM-REJ-COUNT TO WS-COMM-COUNT-EDIT
                 MOVE SPACES TO AUDIT-REC
                 STRING "  commissions rejected " WS-COMM-COUNT-EDIT
                    DELIMITED BY SIZE INTO AUDIT-REC
                 WRITE AUDIT-REC
              END-IF
           END-IF.
           IF WS-ERN-COUNT NOT = ZEROES OR
              WS-ERN-REJ-COUNT NOT = ZEROES
              MOVE WS-ERN-COUNT TO WS-COMM-COUNT-EDIT
              MOVE WS-ERN-LINE-TOTAL TO WS-COMM-TOTAL-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  coded earnings paid " WS-COMM-TOTAL-EDIT
                 " to " WS-COMM-COUNT-EDIT " employee(s)"
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
              PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                 UNTIL WS-ERN-SUB > WS-ERN-TABLE-COUNT
                 IF WS-ERN-TOTAL(WS-ERN-SUB) > ZERO
                    MOVE WS-ERN-TOTAL(WS-ERN-SUB) TO WS-COMM-TOTAL-EDIT
                    MOVE SPACES TO AUDIT-REC
                    STRING "    " WS-ERN-CODE(WS-ERN-SUB) " "
                       WS-ERN-DESC(WS-ERN-SUB) " " WS-COMM-TOTAL-EDIT
                       DELIMITED BY SIZE INTO AUDIT-REC
                    WRITE AUDIT-REC
                 END-IF
              END-PERFORM
              IF WS-ERN-REJ-COUNT NOT = ZEROES
                 MOVE WS-ERN-REJ-COUNT TO WS-COMM-COUNT-EDIT
                 MOVE SPACES TO AUDIT-REC
                 STRING "  earnings lines rejected " WS-COMM-COUNT-EDIT
                    DELIMITED BY SIZE INTO AUDIT-REC
                 WRITE AUDIT-REC
              END-IF
              IF WS-ERN-SLOT-FULL-COUNT NOT = ZEROES
                 MOVE WS-ERN-SLOT-FULL-COUNT TO WS-COMM-COUNT-EDIT
                 MOVE SPACES TO AUDIT-REC
                 STRING "  earnings codes past the YTD slots "
                    WS-COMM-COUNT-EDIT
                    DELIMITED BY SIZE INTO AUDIT-REC
                 WRITE AUDIT-REC
              END-IF
           END-IF.
           IF WS-RK-COUNT NOT = ZEROES
              MOVE WS-RK-COUNT TO WS-RK-COUNT-EDIT
              MOVE WS-RK-DEFER-TOTAL TO WS-RK-AMT-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  plan deferrals " WS-RK-AMT-EDIT
                 " sent to recordkeeper for " WS-RK-COUNT-EDIT
                 " employee(s)"
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
              MOVE WS-RK-MATCH-TOTAL TO WS-RK-AMT-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  plan employer match " WS-RK-AMT-EDIT
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
           END-IF.
           IF WS-PLIM-DEFER-CAP-COUNT NOT = ZEROES
              MOVE WS-PLIM-DEFER-CAP-COUNT TO WS-RK-COUNT-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  deferrals held at the plan limit for "
                 WS-RK-COUNT-EDIT " employee(s)"
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
           END-IF.
           IF WS-PLIM-MATCH-CAP-COUNT NOT = ZEROES
              MOVE WS-PLIM-MATCH-CAP-COUNT TO WS-RK-COUNT-EDIT
              MOVE SPACES TO AUDIT-REC
              STRING "  employer match held at the plan limit for "
                 WS-RK-COUNT-EDIT " employee(s)"
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
           END-IF.
           IF WS-RETRO-COUNT NOT = ZEROES
              MOVE WS-RETRO-COUNT TO WS-RETRO-COUNT-EDIT
              MOVE WS-RETRO-TOTAL TO WS-RETRO-TOTAL-EDIT
              STRING "SALEXP-" WS-DEPT-NAME(WS-DEPT-SUB)
                 DELIMITED BY SIZE INTO GL-ACCOUNT
              MOVE "D" TO GL-DC
              COMPUTE GL-AMT = WS-DEPT-GROSS(WS-DEPT-SUB) -
                 WS-DEPT-ERN(WS-DEPT-SUB)
              MOVE SPACES TO GL-DESC
              STRING "Salary expense "
                 WS-DEPT-NAME(WS-DEPT-SUB)
                 DELIMITED BY SIZE INTO GL-DESC
              WRITE GL-REC
              ADD GL-AMT TO WS-GL-DEBITS
           END-PERFORM.
      * coded earnings post to their own expense accounts so bonus,
      * holiday and similar pay show apart from base salary
           PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
              UNTIL WS-ERN-SUB > WS-ERN-TABLE-COUNT
              IF WS-ERN-TOTAL(WS-ERN-SUB) > ZERO
                 MOVE SPACES TO GL-REC
                 MOVE "PAYROLL" TO GL-SOURCE
                 MOVE WS-RUN-SEQ TO GL-RUN-SEQ
                 MOVE WS-ERN-GL-ACCT(WS-ERN-SUB) TO GL-ACCOUNT
                 MOVE "D" TO GL-DC
                 MOVE WS-ERN-TOTAL(WS-ERN-SUB) TO GL-AMT
                 MOVE WS-ERN-DESC(WS-ERN-SUB) TO GL-DESC
                 WRITE GL-REC
                 ADD WS-ERN-TOTAL(WS-ERN-SUB) TO WS-GL-DEBITS
      * income the employee already holds is credited straight back
      * to its own account - only the withholding on it moves cash
                 IF WS-ERN-CASH(WS-ERN-SUB) = 'N'
                    MOVE "C" TO GL-DC
                    MOVE "Reported, not paid" TO GL-DESC
                    WRITE GL-REC
                    ADD WS-ERN-TOTAL(WS-ERN-SUB) TO WS-GL-CREDITS
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO GL-REC.
           MOVE "PAYROLL" TO GL-SOURCE.
           MOVE SPACES TO GL-REC.
           MOVE "PAYROLL" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "WC-PREM-EXP" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-TOTAL-WC-PREM TO GL-AMT.
           MOVE "Workers comp premium" TO GL-DESC.
           WRITE GL-REC.
           ADD WS-TOTAL-WC-PREM TO WS-GL-DEBITS.
           MOVE SPACES TO GL-REC.
           MOVE "PAYROLL" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "WC-PREM-PAYABLE" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-TOTAL-WC-PREM TO GL-AMT.
           MOVE "Workers comp premium" TO GL-DESC.
           WRITE GL-REC.
           ADD WS-TOTAL-WC-PREM TO WS-GL-CREDITS.
      * the employer's share of the benefit premiums is owed to the
      * carriers alongside the employee share already in INS-PAYABLE
           IF WS-TOTAL-ER-BEN NOT = ZEROES
              MOVE SPACES TO GL-REC
              MOVE "PAYROLL" TO GL-SOURCE
              MOVE WS-RUN-SEQ TO GL-RUN-SEQ
              MOVE "BEN-ER-EXP" TO GL-ACCOUNT
              MOVE "D" TO GL-DC
              MOVE WS-TOTAL-ER-BEN TO GL-AMT
              MOVE "Employer benefit premiums" TO GL-DESC
              WRITE GL-REC
              ADD WS-TOTAL-ER-BEN TO WS-GL-DEBITS
              MOVE SPACES TO GL-REC
              MOVE "PAYROLL" TO GL-SOURCE
              MOVE WS-RUN-SEQ TO GL-RUN-SEQ
              MOVE "INS-PAYABLE" TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              MOVE WS-TOTAL-ER-BEN TO GL-AMT
              MOVE "Employer benefit premiums" TO GL-DESC
              WRITE GL-REC
              ADD WS-TOTAL-ER-BEN TO WS-GL-CREDITS
           END-IF.
           MOVE SPACES TO GL-REC.
           MOVE "PAYROLL" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PROOF-DEBITS" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-GL-DEBITS TO GL-AMT.
                 MOVE WS-CAL-END-DATE(WS-CAL-SUB) TO CAL-END-DATE
                 MOVE WS-CAL-CHECK-DATE(WS-CAL-SUB) TO CAL-CHECK-DATE
                 MOVE WS-CAL-STATUS(WS-CAL-SUB) TO CAL-STATUS
                 MOVE WS-CAL-FREQ(WS-CAL-SUB) TO CAL-FREQ
                 WRITE DATA-CAL
              END-PERFORM
              CLOSE CALFILE
                       MOVE EMP-STATUS TO WS-EMPM-CUR-STATUS
                       MOVE EMP-PAY-TYPE TO WS-EMPM-CUR-PAY-TYPE
                       MOVE EMP-DEPT TO WS-EMPM-CUR-DEPT
                       MOVE EMP-BIRTH-DATE TO WS-EMPM-CUR-BIRTH-DATE
                       MOVE EMP-ADDR-STATE TO WS-EMPM-CUR-ADDR-STATE
                       MOVE 'Y' TO WS-EMPM-GOT
                    END-IF
              END-READ
              PERFORM ADVANCE-DED
           END-PERFORM.

       ADVANCE-W4.
           MOVE 'N' TO WS-W4-GOT.
           PERFORM UNTIL WS-W4-GOT = 'Y'
              READ W4FILE
                 AT END
                    MOVE HIGH-VALUES TO WS-W4-CUR-EID
                    MOVE 'Y' TO WS-W4-GOT
                 NOT AT END
                    IF W4-EID < WS-W4-LAST-EID
                       ADD 1 TO WS-EXC-COUNT
                       MOVE SPACES TO DATA-OUT-EXCEPTION
                       MOVE W4-EID TO DOE-EID
                       MOVE "W4MAST record out of EID sequence"
                          TO DOE-REASON
                       WRITE DATA-OUT-EXCEPTION
                    ELSE
                       MOVE W4-EID TO WS-W4-CUR-EID
                       MOVE W4-EID TO WS-W4-LAST-EID
                       MOVE W4-FILING-STATUS TO WS-W4-CUR-STATUS
                       MOVE W4-EXEMPT TO WS-W4-CUR-EXEMPT
                       IF W4-EXTRA-WH IS NUMERIC
                          MOVE W4-EXTRA-WH TO WS-W4-CUR-EXTRA
                       ELSE
                          MOVE ZEROES TO WS-W4-CUR-EXTRA
                       END-IF
                       IF W4-DEPEND-AMT IS NUMERIC
                          MOVE W4-DEPEND-AMT TO WS-W4-CUR-DEPEND
                       ELSE
                          MOVE ZEROES TO WS-W4-CUR-DEPEND
                       END-IF
                       MOVE 'Y' TO WS-W4-GOT
                    END-IF
              END-READ
           END-PERFORM.

       MATCH-W4.
           PERFORM UNTIL WS-W4-CUR-EID NOT < WS-EID OF WS-EDATA
              PERFORM ADVANCE-W4
           END-PERFORM.

       ADVANCE-BEN.
           MOVE 'N' TO WS-BEN-GOT.
           PERFORM UNTIL WS-BEN-GOT = 'Y'
              READ BENFILE
                 AT END
                    MOVE HIGH-VALUES TO WS-BEN-CUR-EID
                    MOVE 'Y' TO WS-BEN-GOT
                 NOT AT END
                    IF BEN-EID < WS-BEN-LAST-EID
                       ADD 1 TO WS-EXC-COUNT
                       MOVE SPACES TO DATA-OUT-EXCEPTION
                       MOVE BEN-EID TO DOE-EID
                       MOVE "BENELECT record out of EID sequence"
                          TO DOE-REASON
                       WRITE DATA-OUT-EXCEPTION
                    ELSE
                       MOVE BEN-EID TO WS-BEN-CUR-EID
                       MOVE BEN-EID TO WS-BEN-LAST-EID
                       MOVE BEN-PLAN TO WS-BEN-CUR-PLAN
                       MOVE BEN-TIER TO WS-BEN-CUR-TIER
                       MOVE BEN-EFF-DATE TO WS-BEN-CUR-EFF
                       MOVE BEN-END-DATE TO WS-BEN-CUR-END
                       MOVE 'Y' TO WS-BEN-GOT
                    END-IF
              END-READ
           END-PERFORM.

       MATCH-BEN.
           PERFORM UNTIL WS-BEN-CUR-EID NOT < WS-EID OF WS-EDATA
              PERFORM ADVANCE-BEN
           END-PERFORM.

      * benefit premiums from the elections. once an election file is
      * in use it replaces the DEDIN flat insurance amount outright:
      * the employee share of every plan in force this period becomes
      * the insurance deduction and the employer share is accrued
      * separately. every in-force election is kept for the carrier
      * remittance and the self-bill report
       CALC-BENEFITS.
           MOVE ZEROES TO WS-ER-BEN-AMT.
           IF WS-BENFILE-PRESENT = 'Y'
              MOVE 'N' TO WS-BEN-ELECTED
              PERFORM MATCH-BEN
              IF WS-BEN-CUR-EID NOT = WS-EID OF WS-EDATA AND
                 WS-INS-AMT > ZERO
                 ADD 1 TO WS-BEN-DROP-COUNT
                 MOVE SPACES TO DATA-OUT-EXCEPTION
                 MOVE WS-EID OF WS-EDATA TO DOE-EID
                 MOVE WS-EPOS OF WS-EDATA TO DOE-EPOS
                 MOVE "No benefit election - DEDIN insurance dropped"
                    TO DOE-REASON
                 WRITE DATA-OUT-EXCEPTION
              END-IF
              MOVE ZEROES TO WS-INS-AMT
              PERFORM UNTIL WS-BEN-CUR-EID NOT = WS-EID OF WS-EDATA
                 PERFORM APPLY-BEN-ELECTION
                 PERFORM ADVANCE-BEN
              END-PERFORM
              IF WS-BEN-ELECTED = 'Y'
                 ADD 1 TO WS-BEN-COUNT
              END-IF
           END-IF.

       APPLY-BEN-ELECTION.
           MOVE SPACES TO WS-BEN-REASON.
           IF WS-BEN-CUR-EFF > WS-BEN-THRU OR
              (WS-BEN-CUR-END NOT = SPACES AND
              WS-BEN-CUR-END < WS-BEN-FROM)
              CONTINUE
           ELSE
              MOVE ZEROES TO WS-PLAN-FOUND-SUB
              PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                 UNTIL WS-PLAN-SUB > WS-PLAN-TABLE-COUNT
                 IF WS-PLAN-CODE(WS-PLAN-SUB) = WS-BEN-CUR-PLAN
                    MOVE WS-PLAN-SUB TO WS-PLAN-FOUND-SUB
                 END-IF
              END-PERFORM
              EVALUATE WS-BEN-CUR-TIER
                 WHEN 'E' MOVE 1 TO WS-BEN-TIER-SUB
                 WHEN 'S' MOVE 2 TO WS-BEN-TIER-SUB
                 WHEN 'C' MOVE 3 TO WS-BEN-TIER-SUB
                 WHEN 'F' MOVE 4 TO WS-BEN-TIER-SUB
                 WHEN OTHER MOVE ZERO TO WS-BEN-TIER-SUB
              END-EVALUATE
              IF WS-PLAN-FOUND-SUB = ZEROES
                 MOVE "Benefit election plan not on PLANMAST"
                    TO WS-BEN-REASON
              ELSE
                 IF WS-BEN-TIER-SUB = ZERO
                    MOVE "Benefit election has unknown coverage tier"
                       TO WS-BEN-REASON
                 END-IF
              END-IF
              IF WS-BEN-REASON NOT = SPACES
                 ADD 1 TO WS-EXC-COUNT
                 MOVE SPACES TO DATA-OUT-EXCEPTION
                 MOVE WS-EID OF WS-EDATA TO DOE-EID
                 MOVE WS-BEN-CUR-PLAN TO DOE-EPOS
                 MOVE WS-BEN-REASON TO DOE-REASON
                 WRITE DATA-OUT-EXCEPTION
              ELSE
                 MOVE WS-PLAN-RATE(WS-PLAN-FOUND-SUB WS-BEN-TIER-SUB)
                    TO WS-BEN-PREMIUM
                 COMPUTE WS-BEN-ER-SHARE ROUNDED =
                    WS-BEN-PREMIUM * WS-PLAN-ER-PCT(WS-PLAN-FOUND-SUB)
                 IF WS-COV-TABLE-COUNT = WS-COV-TABLE-COUNT-MAX
                    DISPLAY "BENELECT has more elections in force "
                       "than SALPROC can hold - aborting run."
                    MOVE 16 TO RETURN-CODE
                    CLOSE EDATA OUTFILE EXCFILE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-COV-TABLE-COUNT
                 MOVE WS-EID OF WS-EDATA TO
                    WS-COV-EID(WS-COV-TABLE-COUNT)
                 MOVE WS-STUB-NAME TO WS-COV-NAME(WS-COV-TABLE-COUNT)
                 MOVE WS-BEN-CUR-PLAN TO
                    WS-COV-PLAN(WS-COV-TABLE-COUNT)
                 MOVE WS-PLAN-CARRIER(WS-PLAN-FOUND-SUB) TO
                    WS-COV-CARRIER(WS-COV-TABLE-COUNT)
                 MOVE WS-BEN-CUR-TIER TO
                    WS-COV-TIER(WS-COV-TABLE-COUNT)
                 COMPUTE WS-COV-EE(WS-COV-TABLE-COUNT) =
                    WS-BEN-PREMIUM - WS-BEN-ER-SHARE
                 MOVE WS-BEN-ER-SHARE TO WS-COV-ER(WS-COV-TABLE-COUNT)
                 MOVE 'N' TO WS-COV-DONE(WS-COV-TABLE-COUNT)
                 ADD WS-COV-EE(WS-COV-TABLE-COUNT) TO WS-INS-AMT
                 ADD WS-BEN-ER-SHARE TO WS-ER-BEN-AMT
                 MOVE 'Y' TO WS-BEN-ELECTED
              END-IF
           END-IF.

      * pay one earnings line: fold it into this employee's list by
      * code and hold aside the parts its code exempts
       APPLY-EARN-LINE.
           MOVE WS-ELN-ERN-SUB(WS-ELN-SUB) TO WS-ERN-SUB.
           MOVE 'Y' TO WS-ELN-PAID(WS-ELN-SUB).
           ADD WS-ELN-AMT(WS-ELN-SUB) TO WS-ERN-PAY.
           ADD WS-ELN-AMT(WS-ELN-SUB) TO WS-ERN-TOTAL(WS-ERN-SUB).
           IF WS-ERN-FED(WS-ERN-SUB) = 'N'
              ADD WS-ELN-AMT(WS-ELN-SUB) TO WS-ERN-NOFED
           END-IF.
           IF WS-ERN-STATE(WS-ERN-SUB) = 'N'
              ADD WS-ELN-AMT(WS-ELN-SUB) TO WS-ERN-NOSTATE
           END-IF.
           IF WS-ERN-RET(WS-ERN-SUB) = 'N'
              ADD WS-ELN-AMT(WS-ELN-SUB) TO WS-ERN-NORET
           END-IF.
           IF WS-ERN-MATCH(WS-ERN-SUB) = 'N'
              ADD WS-ELN-AMT(WS-ELN-SUB) TO WS-ERN-NOMATCH
           END-IF.
           IF WS-ERN-CASH(WS-ERN-SUB) = 'N'
              ADD WS-ELN-AMT(WS-ELN-SUB) TO WS-ERN-NOCASH
           END-IF.
           MOVE ZEROES TO WS-EMP-ERN-FOUND.
           PERFORM VARYING WS-EMP-ERN-IDX FROM 1 BY 1
              UNTIL WS-EMP-ERN-IDX > WS-EMP-ERN-COUNT
              IF WS-EMP-ERN-SUB(WS-EMP-ERN-IDX) = WS-ERN-SUB
                 MOVE WS-EMP-ERN-IDX TO WS-EMP-ERN-FOUND
              END-IF
           END-PERFORM.
           IF WS-EMP-ERN-FOUND = ZEROES
              ADD 1 TO WS-EMP-ERN-COUNT
              MOVE WS-EMP-ERN-COUNT TO WS-EMP-ERN-FOUND
              MOVE WS-ERN-SUB TO WS-EMP-ERN-SUB(WS-EMP-ERN-FOUND)
              MOVE ZEROES TO WS-EMP-ERN-AMT(WS-EMP-ERN-FOUND)
           END-IF.
           ADD WS-ELN-AMT(WS-ELN-SUB) TO
              WS-EMP-ERN-AMT(WS-EMP-ERN-FOUND).

      * carry one code's amount on the YTD master, in the slot that
      * already holds the code or the lowest-numbered free one
       POST-EARN-YTD.
           MOVE WS-EMP-ERN-SUB(WS-EMP-ERN-IDX) TO WS-ERN-SUB.
           MOVE ZEROES TO WS-ERN-YTD-FOUND.
           PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
              UNTIL WS-ERN-YTD-SUB > 10
              IF YTDM-ERN-CODE(WS-ERN-YTD-SUB) = SPACES AND
                 WS-ERN-YTD-FOUND = ZEROES
                 MOVE WS-ERN-YTD-SUB TO WS-ERN-YTD-FOUND
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
              UNTIL WS-ERN-YTD-SUB > 10
              IF YTDM-ERN-CODE(WS-ERN-YTD-SUB) =
                 WS-ERN-CODE(WS-ERN-SUB)
                 MOVE WS-ERN-YTD-SUB TO WS-ERN-YTD-FOUND
              END-IF
           END-PERFORM.
           IF WS-ERN-YTD-FOUND = ZEROES
              ADD 1 TO WS-ERN-SLOT-FULL-COUNT
              DISPLAY "YTD earnings slots for " WS-EID OF WS-EDATA
                 " are full - code " WS-ERN-CODE(WS-ERN-SUB)
                 " carried in gross only."
           ELSE
              MOVE WS-ERN-CODE(WS-ERN-SUB) TO
                 YTDM-ERN-CODE(WS-ERN-YTD-FOUND)
              ADD WS-EMP-ERN-AMT(WS-EMP-ERN-IDX) TO
                 YTDM-ERN-YTD(WS-ERN-YTD-FOUND)
              IF WS-PERIOD-ID NOT = SPACES
                 ADD WS-EMP-ERN-AMT(WS-EMP-ERN-IDX) TO
                    YTDM-ERN-PERIOD(WS-ERN-YTD-FOUND)
              END-IF
           END-IF.

      * hold deferrals and the employer match to the plan year's
      * limits using the YTD master balances from before this period
      * (a rerun of the period backs its earlier posting out first):
      * plan compensation stops at the compensation limit, deferrals
      * at the elective limit plus catch-up once the employee reaches
      * the catch-up age in the plan year, and the match at its rate
      * on the compensation limit
       APPLY-RET-LIMITS.
           MOVE ZEROES TO WS-PLIM-PRIOR-SAL WS-PLIM-PRIOR-RET
              WS-PLIM-PRIOR-MATCH.
           MOVE WS-EID OF WS-EDATA TO YTDM-EID.
           READ YTDMAST
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE YTDM-YTD-SAL TO WS-PLIM-PRIOR-SAL
                 MOVE YTDM-YTD-RET TO WS-PLIM-PRIOR-RET
                 MOVE YTDM-YTD-ER-MATCH TO WS-PLIM-PRIOR-MATCH
                 IF WS-PERIOD-ID NOT = SPACES AND
                    YTDM-LAST-PERIOD = WS-PERIOD-ID AND
                    YTDM-LAST-SEQ NOT = WS-RUN-SEQ
                    SUBTRACT YTDM-PERIOD-SAL FROM WS-PLIM-PRIOR-SAL
                    SUBTRACT YTDM-PERIOD-RET FROM WS-PLIM-PRIOR-RET
                    SUBTRACT YTDM-PERIOD-ER-MATCH
                       FROM WS-PLIM-PRIOR-MATCH
                 END-IF
           END-READ.
           IF WS-PLIM-COMP-LIMIT > ZERO
              COMPUTE WS-PLIM-ROOM =
                 WS-PLIM-COMP-LIMIT - WS-PLIM-PRIOR-SAL
              IF WS-PLIM-ROOM < ZERO
                 MOVE ZEROES TO WS-PLIM-ROOM
              END-IF
              IF WS-PLIM-COMP > WS-PLIM-ROOM
                 MOVE WS-PLIM-ROOM TO WS-PLIM-COMP
                 COMPUTE WS-RET-AMT ROUNDED =
                    WS-PLIM-COMP * WS-DED-CUR-RET-PCT
              END-IF
              IF WS-PLIM-MATCH-COMP > WS-PLIM-ROOM
                 MOVE WS-PLIM-ROOM TO WS-PLIM-MATCH-COMP
                 COMPUTE WS-ER-MATCH-AMT ROUNDED =
                    WS-PLIM-MATCH-COMP * WS-DED-CUR-ER-MATCH-PCT
              END-IF
           END-IF.
           IF WS-PLIM-DEFER-LIMIT > ZERO
              MOVE WS-PLIM-DEFER-LIMIT TO WS-PLIM-DEFER-MAX
              IF WS-CUR-BIRTH-DATE(1:4) IS NUMERIC AND
                 WS-PLIM-CATCHUP-AGE > ZERO
                 MOVE WS-CUR-BIRTH-DATE(1:4) TO WS-PLIM-BIRTH-YYYY
                 IF WS-PLIM-TAX-YYYY - WS-PLIM-BIRTH-YYYY NOT <
                    WS-PLIM-CATCHUP-AGE
                    MOVE 'Y' TO WS-PLIM-CATCHUP
                    ADD WS-PLIM-CATCHUP-LIMIT TO WS-PLIM-DEFER-MAX
                 END-IF
              END-IF
              COMPUTE WS-PLIM-ROOM =
                 WS-PLIM-DEFER-MAX - WS-PLIM-PRIOR-RET
              IF WS-PLIM-ROOM < ZERO
                 MOVE ZEROES TO WS-PLIM-ROOM
              END-IF
              IF WS-RET-AMT > WS-PLIM-ROOM
                 MOVE WS-PLIM-ROOM TO WS-RET-AMT
                 MOVE 'Y' TO WS-PLIM-CAPPED
                 ADD 1 TO WS-PLIM-DEFER-CAP-COUNT
              END-IF
           END-IF.
           IF WS-PLIM-COMP-LIMIT > ZERO
              COMPUTE WS-PLIM-ROOM ROUNDED =
                 WS-PLIM-COMP-LIMIT * WS-DED-CUR-ER-MATCH-PCT -
                 WS-PLIM-PRIOR-MATCH
              IF WS-PLIM-ROOM < ZERO
                 MOVE ZEROES TO WS-PLIM-ROOM
              END-IF
              IF WS-ER-MATCH-AMT > WS-PLIM-ROOM
                 MOVE WS-PLIM-ROOM TO WS-ER-MATCH-AMT
                 MOVE 'Y' TO WS-PLIM-CAPPED
                 ADD 1 TO WS-PLIM-MATCH-CAP-COUNT
              END-IF
           END-IF.

       CAPTURE-VAR-LAST.
           MOVE 'N' TO WS-VAR-HAVE-LAST.
           IF WS-YTD-NEW = 'N'
              IF YTDM-LAST-PERIOD = WS-VAR-PRIOR-PERIOD
                 MOVE 'Y' TO WS-VAR-HAVE-LAST
                 MOVE YTDM-PERIOD-SAL TO WS-VAR-LAST-SAL
                 MOVE YTDM-PERIOD-FED TO WS-VAR-LAST-FED
                 MOVE YTDM-PERIOD-STATE TO WS-VAR-LAST-STATE
                 MOVE YTDM-PERIOD-RET TO WS-VAR-LAST-RET
                 MOVE YTDM-PERIOD-INS TO WS-VAR-LAST-INS
              END-IF
              IF YTDM-LAST-PERIOD = WS-PERIOD-ID
                 MOVE 'R' TO WS-VAR-HAVE-LAST
              END-IF
           END-IF.

      * net on both sides is gross less the four period deductions
       CHECK-VAR-EMP.
           MOVE WS-EID OF WS-EDATA TO WS-VAR-EID.
           EVALUATE WS-VAR-HAVE-LAST
              WHEN 'R'
                 ADD 1 TO WS-VAR-RERUN-COUNT
              WHEN 'N'
                 ADD 1 TO WS-VAR-NEW-COUNT
                 MOVE "NEW" TO WS-VAR-ITEM
                 MOVE ZEROES TO WS-VAR-LAST
                 MOVE WS-ESAL OF WS-EDATA TO WS-VAR-THIS
                 MOVE WS-ESAL OF WS-EDATA TO WS-VAR-SWING
                 PERFORM ADD-VAR-HIT
              WHEN OTHER
                 MOVE "GROSS" TO WS-VAR-ITEM
                 MOVE WS-VAR-LAST-SAL TO WS-VAR-LAST
                 MOVE WS-ESAL OF WS-EDATA TO WS-VAR-THIS
                 PERFORM CHECK-VAR-ITEM
                 MOVE "NET" TO WS-VAR-ITEM
                 COMPUTE WS-VAR-LAST = WS-VAR-LAST-SAL -
                    WS-VAR-LAST-FED - WS-VAR-LAST-STATE -
                    WS-VAR-LAST-RET - WS-VAR-LAST-INS
                 COMPUTE WS-VAR-THIS = WS-ESAL OF WS-EDATA -
                    WS-FED-AMT - WS-STATE-AMT - WS-RET-AMT -
                    WS-INS-AMT
                 PERFORM CHECK-VAR-ITEM
                 MOVE "FED" TO WS-VAR-ITEM
                 MOVE WS-VAR-LAST-FED TO WS-VAR-LAST
                 MOVE WS-FED-AMT TO WS-VAR-THIS
                 PERFORM CHECK-VAR-ITEM
                 MOVE "STATE" TO WS-VAR-ITEM
                 MOVE WS-VAR-LAST-STATE TO WS-VAR-LAST
                 MOVE WS-STATE-AMT TO WS-VAR-THIS
                 PERFORM CHECK-VAR-ITEM
                 MOVE "RET" TO WS-VAR-ITEM
                 MOVE WS-VAR-LAST-RET TO WS-VAR-LAST
                 MOVE WS-RET-AMT TO WS-VAR-THIS
                 PERFORM CHECK-VAR-ITEM
                 MOVE "INS" TO WS-VAR-ITEM
                 MOVE WS-VAR-LAST-INS TO WS-VAR-LAST
                 MOVE WS-INS-AMT TO WS-VAR-THIS
                 PERFORM CHECK-VAR-ITEM
           END-EVALUATE.

       CHECK-VAR-ITEM.
           COMPUTE WS-VAR-SWING = WS-VAR-THIS - WS-VAR-LAST.
           IF WS-VAR-SWING < ZERO
              COMPUTE WS-VAR-SWING = ZERO - WS-VAR-SWING
           END-IF.
           MOVE WS-VAR-LAST TO WS-VAR-BASE.
           IF WS-VAR-BASE < ZERO
              COMPUTE WS-VAR-BASE = ZERO - WS-VAR-BASE
           END-IF.
           MOVE 'N' TO WS-VAR-FLAG.
           IF WS-VAR-AMT-LIMIT > ZERO AND
              WS-VAR-SWING > WS-VAR-AMT-LIMIT
              MOVE 'Y' TO WS-VAR-FLAG
           END-IF.
           IF WS-VAR-PCT-LIMIT > ZERO AND WS-VAR-SWING > ZERO
              IF WS-VAR-BASE = ZERO
                 MOVE 'Y' TO WS-VAR-FLAG
              ELSE
                 IF WS-VAR-SWING * 100 >
                    WS-VAR-BASE * WS-VAR-PCT-LIMIT
                    MOVE 'Y' TO WS-VAR-FLAG
                 END-IF
              END-IF
           END-IF.
           IF WS-VAR-FLAG = 'Y'
              ADD 1 TO WS-VAR-SWING-COUNT
              PERFORM ADD-VAR-HIT
           END-IF.

       ADD-VAR-HIT.
           IF WS-VAR-HIT-COUNT = WS-VAR-HIT-COUNT-MAX
              ADD 1 TO WS-VAR-OVERFLOW
           ELSE
              ADD 1 TO WS-VAR-HIT-COUNT
              MOVE WS-VAR-EID TO WS-VAR-HIT-EID(WS-VAR-HIT-COUNT)
              MOVE WS-VAR-ITEM TO WS-VAR-HIT-ITEM(WS-VAR-HIT-COUNT)
              MOVE WS-VAR-LAST TO WS-VAR-HIT-LAST(WS-VAR-HIT-COUNT)
              MOVE WS-VAR-THIS TO WS-VAR-HIT-THIS(WS-VAR-HIT-COUNT)
              MOVE WS-VAR-SWING TO WS-VAR-HIT-SWING(WS-VAR-HIT-COUNT)
              MOVE 'N' TO WS-VAR-HIT-DONE(WS-VAR-HIT-COUNT)
           END-IF.

      * workers' comp for one employee: class by position, else by
      * department; rate by class and the employee's state. payroll
      * is the period gross less the overtime premium
       ACCUM-WC.
           MOVE SPACES TO WS-WC-CUR-CLASS.
           PERFORM VARYING WS-WCA-SUB FROM 1 BY 1
              UNTIL WS-WCA-SUB > WS-WCA-TABLE-COUNT
              IF WS-WCA-TYPE(WS-WCA-SUB) = 'P' AND
                 WS-WCA-KEY(WS-WCA-SUB) = WS-EPOS OF WS-EDATA
                 MOVE WS-WCA-CLASS(WS-WCA-SUB) TO WS-WC-CUR-CLASS
              END-IF
           END-PERFORM.
           IF WS-WC-CUR-CLASS = SPACES
              PERFORM VARYING WS-WCA-SUB FROM 1 BY 1
                 UNTIL WS-WCA-SUB > WS-WCA-TABLE-COUNT
                 IF WS-WCA-TYPE(WS-WCA-SUB) = 'D' AND
                    WS-WCA-KEY(WS-WCA-SUB) = WS-CUR-DEPT
                    MOVE WS-WCA-CLASS(WS-WCA-SUB) TO WS-WC-CUR-CLASS
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-WC-CUR-CLASS = SPACES
              MOVE "NONE" TO WS-WC-CUR-CLASS
              ADD 1 TO WS-WC-NOCLASS-COUNT
           END-IF.
           MOVE 'N' TO WS-WC-RATE-FOUND.
           MOVE ZEROES TO WS-WC-CUR-RATE.
           PERFORM VARYING WS-WCR-SUB FROM 1 BY 1
              UNTIL WS-WCR-SUB > WS-WCR-TABLE-COUNT
              IF WS-WCR-CLASS(WS-WCR-SUB) = WS-WC-CUR-CLASS AND
                 WS-WCR-STATE(WS-WCR-SUB) = WS-CUR-WORK-STATE
                 MOVE 'Y' TO WS-WC-RATE-FOUND
                 MOVE WS-WCR-RATE(WS-WCR-SUB) TO WS-WC-CUR-RATE
              END-IF
           END-PERFORM.
           IF WS-WC-RATE-FOUND = 'N'
              ADD 1 TO WS-WC-NORATE-COUNT
           END-IF.
           COMPUTE WS-WC-WAGES = WS-ESAL OF WS-EDATA - WS-OT-PREMIUM.
           IF WS-WC-WAGES < ZERO
              MOVE ZEROES TO WS-WC-WAGES
           END-IF.
           COMPUTE WS-WC-PREM ROUNDED =
              WS-WC-WAGES * WS-WC-CUR-RATE / 100.
           MOVE ZEROES TO WS-WC-FOUND-SUB.
           PERFORM VARYING WS-WC-SUB FROM 1 BY 1
              UNTIL WS-WC-SUB > WS-WC-TABLE-COUNT
              IF WS-WC-CLASS(WS-WC-SUB) = WS-WC-CUR-CLASS AND
                 WS-WC-STATE(WS-WC-SUB) = WS-CUR-WORK-STATE
                 MOVE WS-WC-SUB TO WS-WC-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-WC-FOUND-SUB = ZEROES
              IF WS-WC-TABLE-COUNT = WS-WC-TABLE-COUNT-MAX
                 DISPLAY "More workers comp class/state pairs than "
                    "SALPROC can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE EDATA OUTFILE EXCFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-WC-TABLE-COUNT
              MOVE WS-WC-TABLE-COUNT TO WS-WC-FOUND-SUB
              MOVE WS-WC-CUR-CLASS TO WS-WC-CLASS(WS-WC-FOUND-SUB)
              MOVE WS-CUR-WORK-STATE TO WS-WC-STATE(WS-WC-FOUND-SUB)
              MOVE ZEROES TO WS-WC-QTD-WAGES(WS-WC-FOUND-SUB)
                 WS-WC-QTD-OT(WS-WC-FOUND-SUB)
                 WS-WC-QTD-PREM(WS-WC-FOUND-SUB)
                 WS-WC-PERIOD-WAGES(WS-WC-FOUND-SUB)
                 WS-WC-PERIOD-OT(WS-WC-FOUND-SUB)
                 WS-WC-PERIOD-PREM(WS-WC-FOUND-SUB)
           END-IF.
           ADD WS-WC-WAGES TO WS-WC-QTD-WAGES(WS-WC-FOUND-SUB)
              WS-WC-PERIOD-WAGES(WS-WC-FOUND-SUB).
           ADD WS-OT-PREMIUM TO WS-WC-QTD-OT(WS-WC-FOUND-SUB)
              WS-WC-PERIOD-OT(WS-WC-FOUND-SUB).
           ADD WS-WC-PREM TO WS-WC-QTD-PREM(WS-WC-FOUND-SUB)
              WS-WC-PERIOD-PREM(WS-WC-FOUND-SUB).
           MOVE WS-PERIOD-ID TO WS-WC-LAST-PERIOD(WS-WC-FOUND-SUB).
           ADD WS-WC-PREM TO WS-TOTAL-WC-PREM.
           ADD 1 TO WS-WC-EMP-COUNT.

       WRITE-RK-DETAIL.
           MOVE SPACES TO RK-DETAIL-REC.
           MOVE "D" TO RK-DET-TYPE.
           MOVE WS-EID OF WS-EDATA TO RK-DET-EID.
           MOVE WS-PERIOD-ID TO RK-DET-PERIOD.
           MOVE WS-RET-AMT TO RK-DET-DEFERRAL.
           MOVE WS-ER-MATCH-AMT TO RK-DET-MATCH.
           IF WS-PLIM-COMP > ZERO
              MOVE WS-PLIM-COMP TO RK-DET-COMP
           ELSE
              MOVE ZEROES TO RK-DET-COMP
           END-IF.
           MOVE WS-PLIM-CATCHUP TO RK-DET-CATCHUP.
           WRITE RK-DETAIL-REC.
           ADD 1 TO WS-RK-COUNT.
           ADD WS-RET-AMT TO WS-RK-DEFER-TOTAL.
           ADD WS-ER-MATCH-AMT TO WS-RK-MATCH-TOTAL.
           ADD RK-DET-COMP TO WS-RK-COMP-TOTAL.

      * federal withholding from the bracket table. the period wage
      * less the pretax retirement deferral is annualized by the pay
      * frequency (or taken as-is when the table carries rows for
      * that frequency), the standard amount for the filing status
      * comes off, and the tax is the base of the highest bracket
      * reached plus its rate on the excess. the W-4 dependents
      * credit comes off the annual tax, the result is brought back
      * to the period, and any extra withholding is added on top.
      * the W-4 governs whether or not there is a DEDIN row.
      * employees with no W-4, or whose filing status has no table
      * rows, keep the flat DEDIN percentage and are listed on the
      * exception file so their elections can be collected; with no
      * DEDIN row either nothing is withheld and they are listed
       CALC-FED-WH.
           MOVE SPACES TO WS-FED-REASON.
           PERFORM MATCH-W4.
           IF WS-W4-CUR-EID NOT = WS-EID OF WS-EDATA
              IF WS-DED-CUR-EID NOT = WS-EID OF WS-EDATA
                 MOVE "No W-4 or DEDIN on file - no fed WH"
                    TO WS-FED-REASON
              ELSE
                 MOVE "No W-4 on file - flat fed pct used"
                    TO WS-FED-REASON
              END-IF
           ELSE
              IF WS-W4-CUR-EXEMPT = 'Y'
                 ADD 1 TO WS-W4-COUNT
                 MOVE ZEROES TO WS-FED-AMT
              ELSE
                 MOVE SPACE TO WS-FED-USE-FREQ
                 PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                    UNTIL WS-TAX-SUB > WS-TAX-TABLE-COUNT
                    IF WS-TAX-STATUS(WS-TAX-SUB) = WS-W4-CUR-STATUS
                       IF WS-TAX-FREQ(WS-TAX-SUB) = WS-PAY-FREQ
                          MOVE WS-PAY-FREQ TO WS-FED-USE-FREQ
                       ELSE
                          IF WS-TAX-FREQ(WS-TAX-SUB) = 'A' AND
                             WS-FED-USE-FREQ = SPACE
                             MOVE 'A' TO WS-FED-USE-FREQ
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 IF WS-FED-USE-FREQ = SPACE
                    IF WS-DED-CUR-EID NOT = WS-EID OF WS-EDATA
                       MOVE "No tax table row for W-4 status - no WH"
                          TO WS-FED-REASON
                    ELSE
                       MOVE "No tax table row for W-4 status - flat pct"
                          TO WS-FED-REASON
                    END-IF
                 ELSE
                    ADD 1 TO WS-W4-COUNT
                    IF WS-FED-USE-FREQ = 'A'
                       MOVE WS-PERIODS-PER-YEAR TO WS-FED-FACTOR
                    ELSE
                       MOVE 1 TO WS-FED-FACTOR
                    END-IF
                    COMPUTE WS-FED-WAGE =
                       WS-ESAL OF WS-EDATA - WS-ERN-NOFED -
                       WS-RET-AMT
                    IF WS-FED-WAGE < ZERO
                       MOVE ZEROES TO WS-FED-WAGE
                    END-IF
                    COMPUTE WS-FED-ANNUAL =
                       WS-FED-WAGE * WS-FED-FACTOR
                    MOVE ZEROES TO WS-FED-STD
                    MOVE ZEROES TO WS-TAX-FOUND-SUB
                    PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                       UNTIL WS-TAX-SUB > WS-TAX-TABLE-COUNT
                       IF WS-TAX-STATUS(WS-TAX-SUB) =
                          WS-W4-CUR-STATUS AND
                          WS-TAX-FREQ(WS-TAX-SUB) = WS-FED-USE-FREQ
                          AND WS-TAX-TYPE(WS-TAX-SUB) = 'S'
                          MOVE WS-TAX-STD(WS-TAX-SUB) TO WS-FED-STD
                       END-IF
                    END-PERFORM
                    COMPUTE WS-FED-TAXABLE =
                       WS-FED-ANNUAL - WS-FED-STD
                    IF WS-FED-TAXABLE < ZERO
                       MOVE ZEROES TO WS-FED-TAXABLE
                    END-IF
                    PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                       UNTIL WS-TAX-SUB > WS-TAX-TABLE-COUNT
                       IF WS-TAX-STATUS(WS-TAX-SUB) =
                          WS-W4-CUR-STATUS AND
                          WS-TAX-FREQ(WS-TAX-SUB) = WS-FED-USE-FREQ
                          AND WS-TAX-TYPE(WS-TAX-SUB) = 'B' AND
                          WS-TAX-OVER(WS-TAX-SUB) NOT >
                          WS-FED-TAXABLE
                          IF WS-TAX-FOUND-SUB = ZEROES
                             MOVE WS-TAX-SUB TO WS-TAX-FOUND-SUB
                          ELSE
                             IF WS-TAX-OVER(WS-TAX-SUB) >
                                WS-TAX-OVER(WS-TAX-FOUND-SUB)
                                MOVE WS-TAX-SUB TO WS-TAX-FOUND-SUB
                             END-IF
                          END-IF
                       END-IF
                    END-PERFORM
                    MOVE ZEROES TO WS-FED-ANN-TAX
                    IF WS-TAX-FOUND-SUB NOT = ZEROES
                       COMPUTE WS-FED-ANN-TAX ROUNDED =
                          WS-TAX-BASE(WS-TAX-FOUND-SUB) +
                          (WS-FED-TAXABLE -
                          WS-TAX-OVER(WS-TAX-FOUND-SUB)) *
                          WS-TAX-PCT(WS-TAX-FOUND-SUB)
                    END-IF
                    COMPUTE WS-FED-CREDIT ROUNDED =
                       WS-W4-CUR-DEPEND * WS-FED-FACTOR /
                       WS-PERIODS-PER-YEAR
                    SUBTRACT WS-FED-CREDIT FROM WS-FED-ANN-TAX
                    IF WS-FED-ANN-TAX < ZERO
                       MOVE ZEROES TO WS-FED-ANN-TAX
                    END-IF
                    COMPUTE WS-FED-AMT ROUNDED =
                       WS-FED-ANN-TAX / WS-FED-FACTOR +
                       WS-W4-CUR-EXTRA
                 END-IF
              END-IF
           END-IF.
           IF WS-FED-REASON NOT = SPACES
              IF WS-DED-CUR-EID NOT = WS-EID OF WS-EDATA
                 ADD 1 TO WS-W4-NONE-COUNT
              ELSE
                 ADD 1 TO WS-W4-FLAT-COUNT
              END-IF
              MOVE SPACES TO DATA-OUT-EXCEPTION
              MOVE WS-EID OF WS-EDATA TO DOE-EID
              MOVE WS-EPOS OF WS-EDATA TO DOE-EPOS
              MOVE WS-FED-REASON TO DOE-REASON
              WRITE DATA-OUT-EXCEPTION
           END-IF.

      * bank records flagged unusable by return processing are
      * skipped here, so the employee is paid by check instead of
      * a deposit to a known-bad account
           END-IF.
           MOVE WS-NET-AMT TO PP-AMT.
           WRITE DATA-POSPAY.
           MOVE SPACES TO DATA-CHKM.
           MOVE WS-CHK-NUM TO CHKM-CHECK-NUM.
           MOVE WS-EID OF WS-EDATA TO CHKM-EID.
           MOVE WS-PERIOD-ID TO CHKM-PERIOD.
           MOVE WS-RUN-DATE-EDIT(1:10) TO CHKM-CHECK-DATE.
           MOVE WS-RUN-SEQ TO CHKM-RUN-SEQ.
           MOVE 'O' TO CHKM-STATUS.
           MOVE WS-CUR-DEPT TO CHKM-DEPT.
           MOVE PP-PAYEE TO CHKM-PAYEE.
           MOVE WS-ESAL OF WS-EDATA TO CHKM-GROSS.
           MOVE WS-FED-AMT TO CHKM-FED.
           MOVE WS-STATE-AMT TO CHKM-STATE.
           MOVE WS-RET-AMT TO CHKM-RET.
           MOVE WS-INS-AMT TO CHKM-INS.
           MOVE WS-GARN-AMT TO CHKM-GARN.
           MOVE WS-NET-AMT TO CHKM-NET.
           MOVE WS-ER-TAX-AMT TO CHKM-ER-TAX.
           MOVE WS-ER-MATCH-AMT TO CHKM-ER-MATCH.
           MOVE ZEROES TO CHKM-ORIG-NUM.
           MOVE WS-ERN-NOCASH TO CHKM-NOCASH.
           MOVE WS-COMM-PAY TO CHKM-COMM.
           MOVE WS-ER-BEN-AMT TO CHKM-ER-BEN.
           MOVE WS-WC-PREM TO CHKM-WC-PREM.
      * the coded earnings go on the register with the account each
      * was booked to, so a void can reverse them the same way; a
      * check with more codes than slots keeps the first ten and the
      * full count
           MOVE WS-EMP-ERN-COUNT TO CHKM-ERN-COUNT.
           PERFORM VARYING WS-EMP-ERN-IDX FROM 1 BY 1
              UNTIL WS-EMP-ERN-IDX > WS-EMP-ERN-COUNT
              OR WS-EMP-ERN-IDX > 10
              MOVE WS-EMP-ERN-SUB(WS-EMP-ERN-IDX) TO WS-ERN-SUB
              MOVE WS-ERN-CODE(WS-ERN-SUB) TO
                 CHKM-ERN-CODE(WS-EMP-ERN-IDX)
              MOVE WS-EMP-ERN-AMT(WS-EMP-ERN-IDX) TO
                 CHKM-ERN-AMT(WS-EMP-ERN-IDX)
              MOVE WS-ERN-CASH(WS-ERN-SUB) TO
                 CHKM-ERN-CASH(WS-EMP-ERN-IDX)
              MOVE WS-ERN-GL-ACCT(WS-ERN-SUB) TO
                 CHKM-ERN-GL-ACCT(WS-EMP-ERN-IDX)
           END-PERFORM.
           PERFORM VARYING WS-EMP-ERN-IDX FROM WS-EMP-ERN-IDX BY 1
              UNTIL WS-EMP-ERN-IDX > 10
              MOVE ZEROES TO CHKM-ERN-AMT(WS-EMP-ERN-IDX)
           END-PERFORM.
           WRITE DATA-CHKM.
           ADD 1 TO WS-CHK-COUNT.
           ADD WS-NET-AMT TO WS-CHK-TOTAL.

                 DELIMITED BY SIZE INTO STUB-REC
              PERFORM WRITE-STUB-LINE
           END-IF.
           IF WS-COMM-PAY > ZERO
              MOVE WS-COMM-PAY TO WS-STUB-AMT-EDIT
              MOVE SPACES TO STUB-REC
              STRING "    INCLUDES COMMISSION OF   " WS-STUB-AMT-EDIT
                 DELIMITED BY SIZE INTO STUB-REC
              PERFORM WRITE-STUB-LINE
           END-IF.
           PERFORM VARYING WS-EMP-ERN-IDX FROM 1 BY 1
              UNTIL WS-EMP-ERN-IDX > WS-EMP-ERN-COUNT
              MOVE WS-EMP-ERN-SUB(WS-EMP-ERN-IDX) TO WS-ERN-SUB
              MOVE WS-EMP-ERN-AMT(WS-EMP-ERN-IDX) TO WS-STUB-AMT-EDIT
              MOVE SPACES TO STUB-REC
              STRING "    " WS-ERN-DESC(WS-ERN-SUB) "     "
                 WS-STUB-AMT-EDIT
                 DELIMITED BY SIZE INTO STUB-REC
              PERFORM WRITE-STUB-LINE
           END-PERFORM.
           IF WS-FIN-PAY = 'Y'
              MOVE SPACES TO STUB-REC
              STRING "    FINAL PAY - TERMINATED "
           STRING "    YTD GROSS PAY       " WS-STUB-YTD-EDIT
              DELIMITED BY SIZE INTO STUB-REC.
           PERFORM WRITE-STUB-LINE.
           PERFORM VARYING WS-ERN-YTD-SUB FROM 1 BY 1
              UNTIL WS-ERN-YTD-SUB > 10
              IF YTDM-ERN-CODE(WS-ERN-YTD-SUB) NOT = SPACES AND
                 YTDM-ERN-YTD(WS-ERN-YTD-SUB) > ZERO
                 MOVE YTDM-ERN-YTD(WS-ERN-YTD-SUB) TO WS-STUB-YTD-EDIT
                 MOVE SPACES TO STUB-REC
                 STRING "      INCL " YTDM-ERN-CODE(WS-ERN-YTD-SUB)
                    "         " WS-STUB-YTD-EDIT
                    DELIMITED BY SIZE INTO STUB-REC
                 PERFORM WRITE-STUB-LINE
              END-IF
           END-PERFORM.
           MOVE YTDM-YTD-FED TO WS-STUB-YTD-EDIT.
           MOVE SPACES TO STUB-REC.
           STRING "    YTD FEDERAL TAX     " WS-STUB-YTD-EDIT
