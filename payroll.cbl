               RECORD KEY IS PAYH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GORD-KEY
               FILE STATUS IS GARNISH-ORDER-STATUS.

           SELECT GARNISH-DETAIL-FILE ASSIGN TO "GARNDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARNISH-DETAIL-STATUS.

           SELECT GARNISH-REGISTER ASSIGN TO "GARNREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARNISH-REGISTER-STATUS.

           SELECT GARNISH-PAYEE-FILE ASSIGN TO "GARNPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARNISH-PAYEE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS TAX-RATE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE
               10 CHKPT-GL-DEPT-DEDUCT    PIC S9(9)V99.
               10 CHKPT-GL-DEPT-NET       PIC S9(9)V99.
               10 CHKPT-GL-DEPT-HEADCOUNT PIC 9(5).
               10 CHKPT-GL-DEPT-EMPLOYER-FUTA PIC S9(9)V99.
               10 CHKPT-GL-DEPT-EMPLOYER-SUTA PIC S9(9)V99.

       FD ACH-FILE
          LABEL RECORDS ARE STANDARD.
          LABEL RECORDS ARE STANDARD.
       COPY "PAYHIST.CPY".

       FD GARNISHMENT-ORDER-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "GARNORD.CPY".

       FD GARNISH-DETAIL-FILE
          LABEL RECORDS ARE STANDARD.
      *> One line per order withheld for, in the order employees were
      *> paid; the end of the run groups them by agency and case for
      *> the remittance register and payee file. The key fields lead
      *> so a line moves straight into REMIT-ENTRY. A restart extends
      *> the file, so withholdings made before a crash still remit.
       01 GARNISH-DETAIL-RECORD.
           05 GDTL-AGENCY-CODE       PIC X(8).
           05 GDTL-CASE-NUMBER       PIC X(20).
           05 GDTL-EMP-ID            PIC X(5).
           05 GDTL-AGENCY-NAME       PIC X(30).
           05 GDTL-EMP-NAME          PIC X(25).
           05 GDTL-ORDER-TYPE        PIC X(1).
           05 GDTL-WEEK-ENDING       PIC X(8).
           05 GDTL-AMOUNT            PIC 9(5)V99.
           05 GDTL-BALANCE-DUE       PIC 9(7)V99.
           05 GDTL-ORDER-STATUS      PIC X(1).

       FD GARNISH-REGISTER
          LABEL RECORDS ARE STANDARD.
       01 GARNISH-REGISTER-LINE      PIC X(132).

       FD GARNISH-PAYEE-FILE
          LABEL RECORDS ARE STANDARD.
      *> What accounts payable pays the agencies from: a "D" line for
      *> each case withheld for this run, then a "T" line carrying the
      *> agency's total, so each agency gets one payment.
       01 GARNISH-PAYEE-RECORD.
           05 GPAY-RECORD-TYPE       PIC X(1).
               88 GPAY-CASE-DETAIL   VALUE "D".
               88 GPAY-AGENCY-TOTAL  VALUE "T".
           05 GPAY-AGENCY-CODE       PIC X(8).
           05 GPAY-AGENCY-NAME       PIC X(30).
           05 GPAY-CASE-NUMBER       PIC X(20).
           05 GPAY-EMP-ID            PIC X(5).
           05 GPAY-EMP-NAME          PIC X(25).
           05 GPAY-WEEK-ENDING       PIC X(8).
           05 GPAY-AMOUNT            PIC 9(7)V99.
       01 GARNISH-PAYEE-TOTAL REDEFINES GARNISH-PAYEE-RECORD.
           05 FILLER                 PIC X(39).
           05 GPAY-CASE-COUNT        PIC 9(5).
           05 FILLER                 PIC X(53).
           05 GPAY-AGENCY-AMOUNT     PIC 9(7)V99.

       FD TAX-RATE-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "TAXRATE.CPY".

       FD PAY-CALENDAR-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "PAYCAL.CPY".

       WORKING-STORAGE SECTION.
       COPY "TAXBRKT.CPY".
       01 FEDERAL-TAX-DEDUCTION  PIC 9(7)V99.
       01 SOC-SEC-TAXABLE-PAY    PIC 9(9)V99.
       01 ADDL-MEDICARE-PAY      PIC 9(9)V99.
       01 EMPLOYER-FICA-MATCH    PIC 9(7)V99.
      *> Employer unemployment tax for the payment: the slice of its
      *> FICA wages still under each annual wage base and the tax on
      *> it, judged against the wages to date the master held before
      *> this period posted.
       01 FUTA-TAXABLE-PAY       PIC 9(7)V99.
       01 EMPLOYER-FUTA-TAX      PIC 9(7)V99.
       01 SUTA-TAXABLE-PAY       PIC 9(7)V99.
       01 EMPLOYER-SUTA-TAX      PIC 9(7)V99.
       01 FUTA-WAGES-OPENING     PIC 9(7)V99.
       01 SUTA-WAGES-OPENING     PIC 9(7)V99.
       01 SUTA-LOOKUP-STATE      PIC X(2).
       01 SUTA-RATE-IN-EFFECT    PIC V9(6).
       01 SUTA-BASE-IN-EFFECT    PIC 9(7)V99.
       01 SUTA-RATE-FOUND-SW     PIC X(1).
           88 SUTA-RATE-WAS-FOUND VALUE "Y".
      *> YTD gross as the master held it before this period posted.
       01 YTD-GROSS-OPENING      PIC 9(7)V99.
      *> YTD Social Security and Medicare wages as the master held
      *> them before this period posted; the wage base and the
      *> additional Medicare threshold are judged against these,
      *> never against gross, since Section 125 deductions are not
      *> FICA wages.
       01 SS-TAXABLE-OPENING     PIC 9(7)V99.
       01 MEDICARE-TAXABLE-OPENING PIC 9(7)V99.
      *> This period's wages subject to each tax once the pre-tax
      *> deductions are off: income tax wages exclude 401(k) and
      *> Section 125, FICA wages exclude Section 125 only.
       01 FED-TAXABLE-WAGES      PIC 9(7)V99.
       01 STATE-TAXABLE-WAGES    PIC 9(7)V99.
       01 FICA-TAXABLE-WAGES     PIC 9(7)V99.
       01 PRETAX-INCOME-EXEMPT   PIC 9(7)V99.
       01 PRETAX-FICA-EXEMPT     PIC 9(7)V99.
       01 PERIOD-401K-DEFERRAL   PIC 9(7)V99.
      *> YTD 401(k) deferral as the master held it before this
      *> period posted, and what is left of the annual limit.
       01 DEFERRAL-OPENING       PIC 9(7)V99.
       01 DEFERRAL-ROOM          PIC S9(7)V99.
      *> Withholding figured on full gross - the most tax the
      *> payment can owe - which the pre-tax deductions may not dip
      *> into.
       01 TAX-RESERVE            PIC 9(7)V99.
       01 TAX-DEDUCTION          PIC 9(7)V99.
       01 LOOKUP-FILING-STATUS   PIC X(1).
      *> Set from the frequency of the pay group being run: 52
      *> weekly, 26 biweekly, 24 semi-monthly.
       01 PAY-PERIODS-PER-YEAR   PIC 9(3) VALUE 52.
       01 ANNUALIZED-GROSS-PAY   PIC 9(9)V99.
       01 ANNUALIZED-FED-TAX     PIC 9(9)V99.
       01 ANNUALIZED-STATE-WAGES PIC 9(9)V99.
       01 ANNUALIZED-STATE-TAX   PIC 9(9)V99.
       01 TAX-RATE-STATUS        PIC XX.
       01 END-OF-TAX-RATES       PIC X(3).
       01 STATE-ENTRY-FOUND-SW   PIC X(1).
           88 STATE-ENTRY-WAS-FOUND VALUE "Y".
       01 STATE-BRACKET-SUB      PIC 9(2).
       01 STATE-BRACKET-FOUND-SW PIC X(1).
           88 STATE-BRACKET-WAS-FOUND VALUE "Y".
      *> The state this payment's income tax is withheld for: the
      *> master's work state, or the home state when it has none.
       01 EFFECTIVE-WORK-STATE   PIC X(2).
       01 STATE-YTD-SUB          PIC 9(1).
       01 STATE-YTD-FOUND-SW     PIC X(1).
           88 STATE-YTD-WAS-FOUND VALUE "Y".
       01 EFFECTIVE-HOURLY-RATE  PIC S9(5)V99.
       01 EFFECTIVE-DEPT-CODE    PIC X(4).
       01 EFFECTIVE-EMP-NAME     PIC X(25).
       01 ARREARS-ADDED          PIC 9(7)V99.
       01 ARREARS-RECOVERED      PIC 9(7)V99.
       01 ARREARS-NEW-BALANCE    PIC 9(7)V99.
       01 GARNISH-ORDER-STATUS   PIC XX.
       01 GARNISH-DETAIL-STATUS  PIC XX.
       01 GARNISH-REGISTER-STATUS PIC XX.
       01 GARNISH-PAYEE-STATUS   PIC XX.
       01 END-OF-ORDERS          PIC X(3).
       01 END-OF-GARNISH-DETAIL  PIC X(3).
      *> Federal (CCPA) garnishment limits: a creditor may take the
      *> lesser of 25% of disposable earnings or what they exceed
      *> the protected multiple of the federal minimum wage by -
      *> 30 times for a weekly pay period, 60 biweekly and 65
      *> semi-monthly, set with the run's frequency; support orders
      *> default to the 50% ceiling.
       01 CCPA-CREDITOR-PCT      PIC V99 VALUE .25.
       01 CCPA-MINIMUM-WAGE      PIC 9(3)V99 VALUE 7.25.
       01 CCPA-MIN-WAGE-MULTIPLE PIC 9(3) VALUE 30.
       01 CCPA-DEFAULT-SUPPORT-PCT PIC 9(2) VALUE 50.
      *> Gross less the taxes withheld - what the CCPA percentages
      *> are applied to.
       01 DISPOSABLE-EARNINGS    PIC 9(7)V99.
       01 CREDITOR-PROTECTED     PIC 9(7)V99.
       01 CREDITOR-CEILING       PIC 9(7)V99.
       01 SUPPORT-CEILING        PIC 9(7)V99.
       01 SUPPORT-LIMIT-PCT      PIC 9(2).
       01 GARNISH-TAKEN-TOTAL    PIC 9(7)V99.
       01 SUPPORT-TAKEN-TOTAL    PIC 9(7)V99.
       01 GARNISH-REQUEST        PIC 9(7)V99.
       01 GARNISH-ROOM           PIC S9(7)V99.
      *> The employee's orders in effect this period, kept in the
      *> order they are satisfied: support ahead of tax levies ahead
      *> of creditors, and first received first paid within a type.
       01 GARNISH-ORDER-TABLE.
           05 GARN-ORDER-COUNT       PIC 9(1).
           05 GARN-ORDER-ENTRY OCCURS 5 TIMES.
               10 GARN-RANK-KEY.
                   15 GARN-RANK-CLASS    PIC 9(1).
                   15 GARN-RECEIVED-DATE PIC X(8).
                   15 GARN-CASE-NUMBER   PIC X(20).
               10 GARN-ORDER-TYPE        PIC X(1).
                   88 GARN-SUPPORT-ORDER  VALUE "S".
                   88 GARN-LEVY-ORDER     VALUE "T".
                   88 GARN-CREDITOR-ORDER VALUE "C".
               10 GARN-AMOUNT-TYPE       PIC X(1).
                   88 GARN-PERCENT-ORDER  VALUE "P".
               10 GARN-PERIOD-AMOUNT     PIC 9(5)V99.
               10 GARN-PERCENT           PIC 9(3)V99.
               10 GARN-SUPPORT-PCT       PIC 9(2).
               10 GARN-EXEMPT-AMOUNT     PIC 9(5)V99.
               10 GARN-OPEN-ENDED-SW     PIC X(1).
                   88 GARN-OPEN-ENDED     VALUE "Y".
               10 GARN-BALANCE-DUE       PIC 9(7)V99.
               10 GARN-AGENCY-CODE       PIC X(8).
               10 GARN-AGENCY-NAME       PIC X(30).
               10 GARN-TAKE              PIC 9(5)V99.
      *> An order read off the file, built in the same layout as
      *> GARN-ORDER-ENTRY so it can be moved into its ranked slot.
       01 GARN-NEW-ENTRY.
           05 NEW-RANK-KEY.
               10 NEW-RANK-CLASS         PIC 9(1).
               10 NEW-RECEIVED-DATE      PIC X(8).
               10 NEW-CASE-NUMBER        PIC X(20).
           05 NEW-ORDER-TYPE             PIC X(1).
           05 NEW-AMOUNT-TYPE            PIC X(1).
           05 NEW-PERIOD-AMOUNT          PIC 9(5)V99.
           05 NEW-PERCENT                PIC 9(3)V99.
           05 NEW-SUPPORT-PCT            PIC 9(2).
           05 NEW-EXEMPT-AMOUNT          PIC 9(5)V99.
           05 NEW-OPEN-ENDED-SW          PIC X(1).
           05 NEW-BALANCE-DUE            PIC 9(7)V99.
           05 NEW-AGENCY-CODE            PIC X(8).
           05 NEW-AGENCY-NAME            PIC X(30).
           05 NEW-TAKE                   PIC 9(5)V99.
       01 GARN-SUB               PIC 9(1).
       01 GARN-INSERT-AT         PIC 9(1).
      *> The run's withholdings from GARNDTL.DAT, held in agency,
      *> case and employee order for the remittance register and
      *> payee file. Same layout as GARNISH-DETAIL-RECORD.
       01 REMIT-TABLE.
           05 REMIT-COUNT            PIC 9(4) VALUE ZERO.
           05 REMIT-ENTRY OCCURS 2000 TIMES.
               10 REMIT-SORT-KEY.
                   15 REMIT-AGENCY-CODE  PIC X(8).
                   15 REMIT-CASE-NUMBER  PIC X(20).
                   15 REMIT-EMP-ID       PIC X(5).
               10 REMIT-AGENCY-NAME      PIC X(30).
               10 REMIT-EMP-NAME         PIC X(25).
               10 REMIT-ORDER-TYPE       PIC X(1).
               10 REMIT-WEEK-ENDING      PIC X(8).
               10 REMIT-AMOUNT           PIC 9(5)V99.
               10 REMIT-BALANCE-DUE      PIC 9(7)V99.
               10 REMIT-ORDER-STATUS     PIC X(1).
       01 REMIT-SUB              PIC 9(4).
       01 REMIT-INSERT-AT        PIC 9(4).
       01 REMIT-AGENCY-BREAK     PIC X(8).
       01 REMIT-AGENCY-NAME-HELD PIC X(30).
       01 REMIT-AGENCY-TOTAL     PIC 9(7)V99.
       01 REMIT-AGENCY-CASES     PIC 9(5).
       01 REMIT-GRAND-TOTAL      PIC 9(9)V99.
       01 REMIT-DROPPED-COUNT    PIC 9(5).
       01 PERIOD-GARNISH-TOTAL   PIC 9(7)V99.
       01 RETRO-PAY              PIC 9(7)V99.
       01 RETRO-RATE-DIFF        PIC S9(5)V99.
       01 RETRO-DAYS             PIC S9(5).
       01 FEED-READY-SW          PIC X(1) VALUE "N".
           88 FEED-RECORD-IS-READY VALUE "Y".
      *> One payment group: the adjacent feed lines for one employee
      *> and pay period, paid as a single payment with one stub and
      *> one net amount. Each line keeps its own hours, department,
      *> shift and workweek so the GL distribution can follow the
      *> labor and overtime can be judged week by week.
       01 GROUP-VALID-SW         PIC X(1).
           88 GROUP-IS-VALID     VALUE "Y".
           88 GROUP-IS-INVALID   VALUE "N".
               10 LINE-SHIFT-DIFF-RATE PIC 9(3)V99.
               10 LINE-PAY-CODE       PIC X(1).
               10 LINE-BASE-PAY       PIC 9(9)V99.
               10 LINE-WORKWEEK-END   PIC X(8).
       01 LINE-SUB               PIC 9(2).
       01 LINE-DIFF-PAY          PIC 9(7)V99.
       01 GROUP-BASE-TOTAL       PIC 9(9)V99.
       01 LINE-SHARE-STATE       PIC S9(9)V99.
       01 LINE-SHARE-FICA        PIC S9(9)V99.
       01 LINE-SHARE-EMP-FICA    PIC S9(9)V99.
       01 LINE-SHARE-EMP-FUTA    PIC S9(9)V99.
       01 LINE-SHARE-EMP-SUTA    PIC S9(9)V99.
       01 LINE-SHARE-DEDUCT      PIC S9(9)V99.
       01 LINE-SHARE-NET         PIC S9(9)V99.
       01 GROSS-ALLOCATED        PIC S9(9)V99.
       01 STATE-ALLOCATED        PIC S9(9)V99.
       01 FICA-ALLOCATED         PIC S9(9)V99.
       01 EMP-FICA-ALLOCATED     PIC S9(9)V99.
       01 EMP-FUTA-ALLOCATED     PIC S9(9)V99.
       01 EMP-SUTA-ALLOCATED     PIC S9(9)V99.
       01 DEDUCT-ALLOCATED       PIC S9(9)V99.
       01 NET-ALLOCATED          PIC S9(9)V99.
       01 POST-DEPT-CODE         PIC X(4).
       01 GROUP-WORKED-HOURS     PIC 9(4)V99.
       01 GROUP-VAC-HOURS        PIC 9(4)V99.
       01 GROUP-SICK-HOURS       PIC 9(4)V99.
      *> Overtime is owed per FLSA workweek, not per pay period: a
      *> biweekly or semi-monthly payment tallies each workweek its
      *> lines fall in on its own.
       01 GROUP-OVERTIME-HOURS   PIC 9(4)V99.
       01 LARGEST-WORKWEEK-HOURS PIC 9(4)V99.
       01 WORKWEEK-TOTAL-HOURS   PIC 9(4)V99.
       01 WORKWEEK-WORKED-HOURS  PIC 9(4)V99.
       01 OTHER-LINE-SUB         PIC 9(2).
       01 WORKWEEK-TALLIED-SW    PIC X(1).
           88 WORKWEEK-WAS-TALLIED VALUE "Y".
       01 VACATION-PAY           PIC 9(7)V99.
       01 SICK-PAY               PIC 9(7)V99.
       01 VAC-NEW-BALANCE        PIC 9(4)V99.
       01 CURRENT-PERIOD-DATE    PIC X(8).
       01 LATEST-PRIOR-PERIOD    PIC X(8).
       01 PERIOD-DAY-GAP         PIC S9(5).
      *> The pay group this run pays (arg 2 or 3; the weekly hourly
      *> group when none is given) and its period from the payroll
      *> calendar. Only the group's periods near the run are held.
      *> With no calendar records for the weekly group a period is
      *> the seven days ending on the feed's week-ending date.
       01 DEFAULT-PAY-GROUP      PIC X(2) VALUE "WK".
       01 RUN-PAY-GROUP          PIC X(2).
       01 EMPLOYEE-PAY-GROUP     PIC X(2).
       01 CONTROL-PAY-GROUP      PIC X(2).
       01 ARG-SUB                PIC 9(1).
       01 RUN-FREQUENCY          PIC X(1) VALUE "W".
           88 RUN-WEEKLY         VALUE "W".
           88 RUN-BIWEEKLY       VALUE "B".
           88 RUN-SEMI-MONTHLY   VALUE "S".
       01 RUN-PERIOD-START       PIC X(8).
       01 RUN-PAY-DATE           PIC X(8) VALUE SPACES.
       01 PERIOD-LENGTH-DAYS     PIC S9(3) VALUE 7.
       01 CALENDAR-FILE-STATUS   PIC XX.
       01 END-OF-CALENDAR        PIC X(3).
       01 CALENDAR-WINDOW-START  PIC 9(8).
       01 CALENDAR-WINDOW-END    PIC 9(8).
       01 CALENDAR-WORK-DATE     PIC 9(8).
       01 CALENDAR-PERIOD-TABLE.
           05 CALENDAR-PERIOD-COUNT PIC 9(3) VALUE ZERO.
           05 CALENDAR-PERIOD OCCURS 110 TIMES.
               10 CPT-FREQUENCY       PIC X(1).
               10 CPT-PERIOD-START    PIC X(8).
               10 CPT-PERIOD-END      PIC X(8).
               10 CPT-PAY-DATE        PIC X(8).
       01 CALENDAR-SUB           PIC 9(3).
       01 CALENDAR-HIT-SUB       PIC 9(3).
      *> The period the feed line just read belongs to.
       01 LINE-PERIOD-END        PIC X(8).
       01 LINE-PERIOD-SW         PIC X(1).
           88 LINE-PERIOD-WAS-FOUND VALUE "Y".
       01 CHECK-FILE-STATUS      PIC XX.
       01 CHECK-REGISTER-STATUS  PIC XX.
       01 CHECK-NUMBER-STATUS    PIC XX.
           88 HISTORY-WAS-WRITTEN VALUE "Y".
       01 JOURNAL-DATE           PIC 9(8).
       01 JOURNAL-TIME           PIC 9(8).
       01 SAVED-BEFORE-IMAGE.
           05 SAVED-BEFORE-BASE      PIC X(150).
           05 SAVED-BEFORE-EXTENSION PIC X(350).
       01 ACH-FILE-STATUS        PIC XX.
       01 ACH-COMPANY-NAME       PIC X(16) VALUE "ACME CORP".
       01 ACH-COMPANY-ID         PIC X(10) VALUE "1234567890".
               10 GL-DEPT-DEDUCT     PIC S9(9)V99.
               10 GL-DEPT-NET        PIC S9(9)V99.
               10 GL-DEPT-HEADCOUNT  PIC 9(5).
               10 GL-DEPT-EMPLOYER-FUTA PIC S9(9)V99.
               10 GL-DEPT-EMPLOYER-SUTA PIC S9(9)V99.
       01 GL-DEPT-COUNT          PIC 9(3) VALUE ZERO.
       01 GL-FOUND-SW            PIC X(1).
           88 GL-DEPT-FOUND      VALUE "Y".
           05 FILLER              PIC X(11) VALUE "  BALANCE: ".
           05 RA-BALANCE          PIC ZZZ,ZZ9.99.

       01 REGISTER-GARNISH-LINE.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(22)
               VALUE "GARNISHMENTS WITHHELD:".
           05 RG-GARNISHED        PIC ZZZ,ZZ9.99.

       01 REGISTER-TOTAL-LINE.
           05 FILLER              PIC X(16) VALUE "GRAND TOTALS:".
           05 FILLER              PIC X(15) VALUE SPACES.
           05 FILLER              PIC X(9) VALUE "  TOTAL:".
           05 CKR-TOTAL-NET       PIC ZZZ,ZZZ,ZZ9.99.

       01 GARNISH-REG-HDR-1.
           05 FILLER              PIC X(35) VALUE SPACES.
           05 FILLER              PIC X(43)
               VALUE "ACME CORP - GARNISHMENT REMITTANCE REGISTER".

       01 GARNISH-REG-HDR-2.
           05 FILLER              PIC X(9) VALUE "RUN DATE:".
           05 GH2-RUN-MM          PIC 99.
           05 FILLER              PIC X(1) VALUE "/".
           05 GH2-RUN-DD          PIC 99.
           05 FILLER              PIC X(1) VALUE "/".
           05 GH2-RUN-CCYY        PIC 9(4).
           05 FILLER              PIC X(6) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE "WEEK ENDING: ".
           05 GH2-WEEK-ENDING     PIC X(8).

       01 GARNISH-REG-HDR-3.
           05 FILLER              PIC X(8)  VALUE "AGENCY".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(20) VALUE "CASE NUMBER".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "EMP-ID".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(25) VALUE "EMPLOYEE NAME".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(4)  VALUE "TYPE".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(12) VALUE "    WITHHELD".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "   BALANCE DUE".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(9)  VALUE "STATUS".

       01 GARNISH-REG-DETAIL.
           05 GRD-AGENCY-CODE     PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 GRD-CASE-NUMBER     PIC X(20).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 GRD-EMP-ID          PIC X(5).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 GRD-EMP-NAME        PIC X(25).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 GRD-ORDER-TYPE      PIC X(1).
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 GRD-AMOUNT          PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 GRD-BALANCE-DUE     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 GRD-STATUS          PIC X(9).

       01 GARNISH-REG-AGENCY-LINE.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "AGENCY TOTAL: ".
           05 GRA-AGENCY-NAME     PIC X(30).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 GRA-CASE-COUNT      PIC ZZ,ZZ9.
           05 FILLER              PIC X(9)  VALUE " CASE(S) ".
           05 GRA-AMOUNT          PIC Z,ZZZ,ZZ9.99.

       01 GARNISH-REG-TOTAL-LINE.
           05 FILLER              PIC X(24) VALUE "TOTAL TO REMIT:".
           05 GRT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01 STUB-FILE-STATUS       PIC XX.
       01 STUB-DEDUCTION-NAME    PIC X(22).

           05 FILLER              PIC X(2) VALUE SPACES.
           05 STUB-EMP-NAME       PIC X(25).

      *> A biweekly or semi-monthly stub shows its period end and
      *> the calendar's pay date instead of a week ending.
       01 STUB-PERIOD-LINE.
           05 STUB-PERIOD-CAPTION PIC X(13) VALUE "WEEK ENDING: ".
           05 STUB-WEEK-ENDING    PIC X(8).
           05 STUB-PAY-DATE-CAPTION PIC X(13) VALUE SPACES.
           05 STUB-PAY-DATE       PIC X(8) VALUE SPACES.

       01 STUB-CAPTION-LINE      PIC X(80).

       *> closed: only the employees on the input file are paid,
       *> federal tax is withheld at the flat supplemental rate, and
       *> the run posts YTD and GL normally under its own control
       *> record so it balances separately. Any other arg 2 or arg 3
       *> of up to two characters is the pay group to run (for
       *> example "payroll BWFEED.DAT BW" or "payroll BWFEED.DAT
       *> RESTART BW"); with none the weekly hourly group is paid.
       *> Only employees whose master is in that group are paid, on
       *> the group's period from the payroll calendar.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT DYNAMIC-FILE-NAME FROM ARGUMENT-VALUE

           MOVE DEFAULT-PAY-GROUP TO RUN-PAY-GROUP
           PERFORM VARYING ARG-SUB FROM 2 BY 1 UNTIL ARG-SUB > 3
               DISPLAY ARG-SUB UPON ARGUMENT-NUMBER
               ACCEPT COMMAND-LINE-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO COMMAND-LINE-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN COMMAND-LINE-ARG = SPACES
                       CONTINUE
                   WHEN COMMAND-LINE-ARG = "RESTART"
                       SET RESTART-REQUESTED TO TRUE
                   WHEN COMMAND-LINE-ARG = "OVERRIDE"
                       SET OVERRIDE-REQUESTED TO TRUE
                   WHEN COMMAND-LINE-ARG = "SUPPLEMENTAL"
                       SET SUPPLEMENTAL-RUN-REQUESTED TO TRUE
                   WHEN COMMAND-LINE-ARG(3:) = SPACES
                       MOVE COMMAND-LINE-ARG(1:2) TO RUN-PAY-GROUP
                   WHEN OTHER
                       DISPLAY "Unknown argument: " COMMAND-LINE-ARG
                       STOP RUN
               END-EVALUATE
           END-PERFORM

       *> Now open the file using DYNAMIC-FILE-NAME
           OPEN INPUT EMPLOYEE-FILE
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM OPEN-JOURNAL-FILE
           PERFORM OPEN-PAY-HISTORY-FILE
           PERFORM OPEN-GARNISHMENT-ORDERS
           PERFORM INITIALIZE-TAX-TABLE
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-DEPOSIT-ALLOCATIONS
           PERFORM LOAD-LEAVE-RULES

           PERFORM OPEN-CHECK-FILES
           PERFORM OPEN-PAYROLL-REGISTER
           PERFORM OPEN-PAY-STUB-FILE
           PERFORM OPEN-GARNISH-DETAIL-FILE

       *> Output CSV Header
           DISPLAY "EMP-ID,GROSS-PAY,NET-PAY"
           PERFORM CLOSE-CHECK-FILES
           PERFORM WRITE-GL-SUMMARY-FILE
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-GARNISH-REMITTANCE
           PERFORM WRITE-PAY-PERIOD-CONTROL

           DISPLAY ACCEPT-COUNT " record(s) processed, "
           CLOSE EMPLOYEE-MASTER
           CLOSE JOURNAL-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE GARNISHMENT-ORDER-FILE
           CLOSE EXCEPTION-REPORT
           CLOSE PAYROLL-REGISTER
           CLOSE PAY-STUB-FILE
                       ADD 1 TO RECORDS-READ
                       IF RECORDS-READ > RESTART-SKIP-COUNT
                           SET FEED-RECORD-IS-READY TO TRUE
                           PERFORM FIND-LINE-PERIOD
                       END-IF
               END-READ
           END-PERFORM.

       BUILD-PAYMENT-GROUP.
      *> Gather the adjacent lines for one employee and pay period -
      *> one workweek for the weekly group, every workweek ending in
      *> the period for a longer one. Every line is validated as it
      *> arrives (each bad field goes to the exception report
      *> against its own line); any bad line holds the whole
      *> payment, since paying part of a split week is the kind of
      *> wrong payment nothing downstream can catch. The lines for
      *> one payment must be adjacent, which is how the timecard
      *> build writes them.
           MOVE ZERO TO TIME-LINE-COUNT
           MOVE ZERO TO GROUP-LINES-CONSUMED
           SET GROUP-IS-VALID TO TRUE
           MOVE EMP-ID TO GROUP-EMP-ID
           MOVE LINE-PERIOD-END TO GROUP-WEEK-ENDING
           MOVE PAY-METHOD TO GROUP-PAY-METHOD
           MOVE EMPLOYEE-RECORD TO GROUP-HELD-RECORD
           MOVE ZERO TO GROUP-TOTAL-HOURS
           PERFORM READ-EMPLOYEE-FEED
           PERFORM UNTIL NOT FEED-RECORD-IS-READY
               OR EMP-ID NOT = GROUP-EMP-ID
               OR LINE-PERIOD-END NOT = GROUP-WEEK-ENDING
               PERFORM ADD-GROUP-LINE
               PERFORM READ-EMPLOYEE-FEED
           END-PERFORM
               MOVE EMPLOYEE-RECORD TO PENDING-FEED-RECORD
           END-IF
           MOVE GROUP-HELD-RECORD TO EMPLOYEE-RECORD
      *> From here on the payment is dated by the end of its pay
      *> period - the history key, stub, check and remittance all
      *> carry it - while each stored line keeps its own workweek.
      *> For the weekly group the two are the same date.
           MOVE GROUP-WEEK-ENDING TO WEEK-ENDING-DATE
           PERFORM TALLY-WORKWEEK-HOURS
           IF LARGEST-WORKWEEK-HOURS > MAX-REASONABLE-HOURS
               MOVE "HOURS-WORKED" TO EXCEPT-FIELD
               MOVE "Combined time lines exceed 168/week"
                   TO EXCEPT-REASON
               MOVE EFFECTIVE-DEPT-CODE TO LINE-DEPT-CODE(1)
           END-IF.

       TALLY-WORKWEEK-HOURS.
      *> Each distinct workweek among the stored lines is tallied
      *> once, at its first line: its total hours are held to the
      *> 168-hour week, and its worked hours over STANDARD-WORKWEEK
      *> are its overtime. All the lines of a weekly payment are in
      *> one workweek, so that is the single-week test it always was.
           MOVE ZERO TO GROUP-OVERTIME-HOURS
           MOVE ZERO TO LARGEST-WORKWEEK-HOURS
           PERFORM VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > TIME-LINE-COUNT
               MOVE "N" TO WORKWEEK-TALLIED-SW
               PERFORM VARYING OTHER-LINE-SUB FROM 1 BY 1
                   UNTIL OTHER-LINE-SUB >= LINE-SUB
                   IF LINE-WORKWEEK-END(OTHER-LINE-SUB)
                       = LINE-WORKWEEK-END(LINE-SUB)
                       SET WORKWEEK-WAS-TALLIED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WORKWEEK-WAS-TALLIED
                   PERFORM TALLY-ONE-WORKWEEK
               END-IF
           END-PERFORM.

       TALLY-ONE-WORKWEEK.
           MOVE ZERO TO WORKWEEK-TOTAL-HOURS
           MOVE ZERO TO WORKWEEK-WORKED-HOURS
           PERFORM VARYING OTHER-LINE-SUB FROM LINE-SUB BY 1
               UNTIL OTHER-LINE-SUB > TIME-LINE-COUNT
               IF LINE-WORKWEEK-END(OTHER-LINE-SUB)
                   = LINE-WORKWEEK-END(LINE-SUB)
                   ADD LINE-HOURS(OTHER-LINE-SUB)
                       TO WORKWEEK-TOTAL-HOURS
                   IF LINE-PAY-CODE(OTHER-LINE-SUB) NOT = "V"
                       AND LINE-PAY-CODE(OTHER-LINE-SUB) NOT = "S"
                       ADD LINE-HOURS(OTHER-LINE-SUB)
                           TO WORKWEEK-WORKED-HOURS
                   END-IF
               END-IF
           END-PERFORM
           IF WORKWEEK-TOTAL-HOURS > LARGEST-WORKWEEK-HOURS
               MOVE WORKWEEK-TOTAL-HOURS TO LARGEST-WORKWEEK-HOURS
           END-IF
           IF WORKWEEK-WORKED-HOURS > STANDARD-WORKWEEK
               COMPUTE GROUP-OVERTIME-HOURS = GROUP-OVERTIME-HOURS
                   + WORKWEEK-WORKED-HOURS - STANDARD-WORKWEEK
           END-IF.

       ADD-GROUP-LINE.
           ADD 1 TO GROUP-LINES-CONSUMED
           PERFORM VALIDATE-EMPLOYEE-RECORD
           IF RECORD-IS-INVALID
               SET GROUP-IS-INVALID TO TRUE
           END-IF
      *> A line dated outside every calendar period of the group
      *> cannot be placed in a pay period at all.
           IF NOT LINE-PERIOD-WAS-FOUND
               MOVE "WEEK-ENDING-DATE" TO EXCEPT-FIELD
               MOVE "Not in any calendar period of pay group"
                   TO EXCEPT-REASON
               PERFORM WRITE-EXCEPTION
               SET GROUP-IS-INVALID TO TRUE
           END-IF
      *> Every line of one payment must agree on how it pays out:
      *> the payment is built from the first line's bank fields, so
      *> a line quietly switching between check and deposit would
                   END-EVALUATE
               END-IF
               MOVE PAY-CODE TO LINE-PAY-CODE(TIME-LINE-COUNT)
               MOVE WEEK-ENDING-DATE
                   TO LINE-WORKWEEK-END(TIME-LINE-COUNT)
               MOVE DEPT-CODE TO LINE-DEPT-CODE(TIME-LINE-COUNT)
               MOVE SHIFT-CODE TO LINE-SHIFT-CODE(TIME-LINE-COUNT)
               MOVE ZERO TO LINE-SHIFT-DIFF-RATE(TIME-LINE-COUNT)
               PERFORM CALCULATE-RETRO-PAY
               PERFORM CALCULATE-LEAVE-ACCRUAL
               PERFORM CALCULATE-WITHHOLDING
               PERFORM CALCULATE-UNEMPLOYMENT-TAX
               PERFORM APPLY-ITEMIZED-DEDUCTIONS
               COMPUTE NET-PAY = GROSS-PAY - TAX-DEDUCTION
                   - TOTAL-ITEMIZED-DEDUCTIONS
               PERFORM UPDATE-YTD-TOTALS
               PERFORM POST-GARNISHMENT-ORDERS
               PERFORM PLAN-DEPOSIT-SPLIT
               PERFORM WRITE-PAY-STUB
               IF PAYING-BY-CHECK
                               TO GL-DEPT-NET(GL-IDX)
                           MOVE CHKPT-GL-DEPT-HEADCOUNT(GL-IDX)
                               TO GL-DEPT-HEADCOUNT(GL-IDX)
                           MOVE CHKPT-GL-DEPT-EMPLOYER-FUTA(GL-IDX)
                               TO GL-DEPT-EMPLOYER-FUTA(GL-IDX)
                           MOVE CHKPT-GL-DEPT-EMPLOYER-SUTA(GL-IDX)
                               TO GL-DEPT-EMPLOYER-SUTA(GL-IDX)
                       END-PERFORM
                       DISPLAY "Restarting after EMP-ID "
                           CHKPT-LAST-EMP-ID " (" RESTART-SKIP-COUNT
               MOVE GL-DEPT-NET(GL-IDX) TO CHKPT-GL-DEPT-NET(GL-IDX)
               MOVE GL-DEPT-HEADCOUNT(GL-IDX)
                   TO CHKPT-GL-DEPT-HEADCOUNT(GL-IDX)
               MOVE GL-DEPT-EMPLOYER-FUTA(GL-IDX)
                   TO CHKPT-GL-DEPT-EMPLOYER-FUTA(GL-IDX)
               MOVE GL-DEPT-EMPLOYER-SUTA(GL-IDX)
                   TO CHKPT-GL-DEPT-EMPLOYER-SUTA(GL-IDX)
           END-PERFORM
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = "00"
           CLOSE CHECKPOINT-FILE.

       ESTABLISH-PAY-PERIOD.
      *> The run's pay period is the pay group's calendar period the
      *> first input record falls in; prime-read it for the control
      *> check, then reposition the input file so the main loop still
      *> sees every record. An empty input file establishes no
      *> period and nothing is checked or recorded.
           READ EMPLOYEE-FILE INTO EMPLOYEE-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM LOAD-PAY-CALENDAR
                   PERFORM SET-RUN-PERIOD
                   PERFORM CHECK-PAY-PERIOD-CONTROL
                   SET PERIOD-WAS-CHECKED TO TRUE
           END-READ
               STOP RUN
           END-IF.

       LOAD-PAY-CALENDAR.
      *> Holds the run group's calendar periods from a year before
      *> the first input record to a year after it - far more than
      *> any one feed spans. No calendar file at all is a site that
      *> pays only the weekly group.
           MOVE ZERO TO CALENDAR-PERIOD-COUNT
           MOVE ZERO TO CALENDAR-WINDOW-START
           MOVE 99999999 TO CALENDAR-WINDOW-END
           IF WEEK-ENDING-DATE NUMERIC
               COMPUTE CALENDAR-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WEEK-ENDING-DATE)) - 366)
               COMPUTE CALENDAR-WINDOW-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WEEK-ENDING-DATE)) + 366)
           END-IF
           MOVE SPACES TO END-OF-CALENDAR
           OPEN INPUT PAY-CALENDAR-FILE
           IF CALENDAR-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF CALENDAR-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening pay calendar, status: "
                       CALENDAR-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-CALENDAR = "EOF"
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE "EOF" TO END-OF-CALENDAR
                       NOT AT END
                           IF CAL-PAY-GROUP = RUN-PAY-GROUP
                               PERFORM LOAD-ONE-CALENDAR-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       LOAD-ONE-CALENDAR-PERIOD.
           IF CAL-PERIOD-START NOT NUMERIC
               OR CAL-PERIOD-END NOT NUMERIC
               DISPLAY "Pay calendar period for " CAL-PAY-GROUP
                   " ending " CAL-PERIOD-END " has a bad date, ignored"
           ELSE
               IF CAL-PERIOD-END >= CALENDAR-WINDOW-START
                   AND CAL-PERIOD-START <= CALENDAR-WINDOW-END
                   IF CALENDAR-PERIOD-COUNT >= 110
                       DISPLAY "Pay calendar table full, dropping "
                           "period ending " CAL-PERIOD-END
                   ELSE
                       ADD 1 TO CALENDAR-PERIOD-COUNT
                       MOVE CAL-FREQUENCY
                           TO CPT-FREQUENCY(CALENDAR-PERIOD-COUNT)
                       MOVE CAL-PERIOD-START
                           TO CPT-PERIOD-START(CALENDAR-PERIOD-COUNT)
                       MOVE CAL-PERIOD-END
                           TO CPT-PERIOD-END(CALENDAR-PERIOD-COUNT)
                       MOVE CAL-PAY-DATE
                           TO CPT-PAY-DATE(CALENDAR-PERIOD-COUNT)
                   END-IF
               END-IF
           END-IF.

       SET-RUN-PERIOD.
      *> The period the first input record falls in is the run's:
      *> its end date is what the control file, history and stubs
      *> carry, and its frequency sets the withholding annualization
      *> and the CCPA protected amount. A group with no calendar
      *> period for the feed is refused - paying it on a guessed
      *> period would annualize and sequence it wrongly.
           PERFORM FIND-LINE-PERIOD
           IF NOT LINE-PERIOD-WAS-FOUND
               DISPLAY "No pay calendar period for group "
                   RUN-PAY-GROUP " covers " WEEK-ENDING-DATE
                   " - run refused"
               STOP RUN
           END-IF
           MOVE LINE-PERIOD-END TO CURRENT-PERIOD-DATE
           IF CALENDAR-PERIOD-COUNT = ZERO
               MOVE "W" TO RUN-FREQUENCY
               MOVE SPACES TO RUN-PERIOD-START
               IF CURRENT-PERIOD-DATE NUMERIC
                   COMPUTE CALENDAR-WORK-DATE =
                       FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(CURRENT-PERIOD-DATE)) - 6)
                   MOVE CALENDAR-WORK-DATE TO RUN-PERIOD-START
               END-IF
           ELSE
               MOVE CPT-FREQUENCY(CALENDAR-HIT-SUB) TO RUN-FREQUENCY
               MOVE CPT-PERIOD-START(CALENDAR-HIT-SUB)
                   TO RUN-PERIOD-START
               MOVE CPT-PAY-DATE(CALENDAR-HIT-SUB) TO RUN-PAY-DATE
           END-IF
           EVALUATE TRUE
               WHEN RUN-WEEKLY
                   MOVE 52 TO PAY-PERIODS-PER-YEAR
                   MOVE 30 TO CCPA-MIN-WAGE-MULTIPLE
               WHEN RUN-BIWEEKLY
                   MOVE 26 TO PAY-PERIODS-PER-YEAR
                   MOVE 60 TO CCPA-MIN-WAGE-MULTIPLE
               WHEN RUN-SEMI-MONTHLY
                   MOVE 24 TO PAY-PERIODS-PER-YEAR
                   MOVE 65 TO CCPA-MIN-WAGE-MULTIPLE
               WHEN OTHER
                   DISPLAY "Pay calendar frequency " RUN-FREQUENCY
                       " for group " RUN-PAY-GROUP
                       " is not W, B, or S - run refused"
                   STOP RUN
           END-EVALUATE
           MOVE 7 TO PERIOD-LENGTH-DAYS
           IF RUN-PERIOD-START NUMERIC AND CURRENT-PERIOD-DATE NUMERIC
               COMPUTE PERIOD-LENGTH-DAYS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(CURRENT-PERIOD-DATE))
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(RUN-PERIOD-START)) + 1
           END-IF
           DISPLAY "Pay group " RUN-PAY-GROUP " period "
               RUN-PERIOD-START " to " CURRENT-PERIOD-DATE.

       FIND-LINE-PERIOD.
      *> Places the feed line just read in the pay period its
      *> workweek ends in. A line no period takes keeps its own date
      *> as its period end, so it groups by itself and is rejected
      *> when its payment is built.
           MOVE "N" TO LINE-PERIOD-SW
           MOVE WEEK-ENDING-DATE TO LINE-PERIOD-END
           IF CALENDAR-PERIOD-COUNT = ZERO
               AND RUN-PAY-GROUP = DEFAULT-PAY-GROUP
               SET LINE-PERIOD-WAS-FOUND TO TRUE
           ELSE
               PERFORM VARYING CALENDAR-SUB FROM 1 BY 1
                   UNTIL CALENDAR-SUB > CALENDAR-PERIOD-COUNT
                       OR LINE-PERIOD-WAS-FOUND
                   IF WEEK-ENDING-DATE >= CPT-PERIOD-START(CALENDAR-SUB)
                       AND WEEK-ENDING-DATE
                           <= CPT-PERIOD-END(CALENDAR-SUB)
                       SET LINE-PERIOD-WAS-FOUND TO TRUE
                       MOVE CALENDAR-SUB TO CALENDAR-HIT-SUB
                       MOVE CPT-PERIOD-END(CALENDAR-SUB)
                           TO LINE-PERIOD-END
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-PAY-PERIOD-CONTROL.
      *> Performed once, on the first input record, when the run's
      *> period is first known. A period the control file already
      *> shows completed for this pay group is refused unless this
      *> is a deliberate OVERRIDE rerun; a gap or step backwards
      *> from the group's latest completed period only warns, since
      *> a skipped week may be a plant shutdown. Other groups' runs
      *> are on their own calendars and are not compared. A RESTART
      *> never trips the duplicate check because a crashed run
      *> writes no completed record.
           MOVE SPACES TO LATEST-PRIOR-PERIOD
           MOVE SPACES TO END-OF-CONTROL
           OPEN INPUT PAY-PERIOD-CONTROL
      *> OVERRIDE rerun - refusing it would force a from-scratch
      *> OVERRIDE that double-posts everything the crashed rerun
      *> already processed.
           IF CTL-PAY-GROUP = SPACES
               MOVE DEFAULT-PAY-GROUP TO CONTROL-PAY-GROUP
           ELSE
               MOVE CTL-PAY-GROUP TO CONTROL-PAY-GROUP
           END-IF
           IF CTL-RUN-COMPLETED AND CTL-REGULAR-RUN
               AND CONTROL-PAY-GROUP = RUN-PAY-GROUP
               IF CTL-WEEK-ENDING-DATE = CURRENT-PERIOD-DATE
                   EVALUATE TRUE
                       WHEN SUPPLEMENTAL-RUN-REQUESTED

       CHECK-PERIOD-SEQUENCE.
      *> A supplemental run deliberately revisits a closed week, so
      *> the out-of-sequence and gap warnings would be noise. The
      *> group's previous period should have ended the day before
      *> this one began, so the expected gap between period ends is
      *> this period's own length - seven days for the weekly group.
           IF LATEST-PRIOR-PERIOD = SPACES
               OR SUPPLEMENTAL-RUN-REQUESTED
               CONTINUE
                           (FUNCTION NUMVAL(CURRENT-PERIOD-DATE))
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(LATEST-PRIOR-PERIOD))
                   IF PERIOD-DAY-GAP > PERIOD-LENGTH-DAYS
                       DISPLAY "WARNING: gap of " PERIOD-DAY-GAP
                           " days since period " LATEST-PRIOR-PERIOD
                           " - a pay period may have been skipped"
                   END-IF
                   IF PERIOD-DAY-GAP < PERIOD-LENGTH-DAYS
                       DISPLAY "WARNING: period " CURRENT-PERIOD-DATE
                           " is only " PERIOD-DAY-GAP
                           " day(s) after " LATEST-PRIOR-PERIOD
                   STOP RUN
               END-IF
               MOVE CURRENT-PERIOD-DATE TO CTL-WEEK-ENDING-DATE
               MOVE RUN-PAY-GROUP TO CTL-PAY-GROUP
               MOVE REGISTER-RUN-DATE TO CTL-RUN-DATE
               SET CTL-RUN-COMPLETED TO TRUE
               IF SUPPLEMENTAL-RUN-REQUESTED
           MOVE HOURLY-RATE TO EFFECTIVE-HOURLY-RATE
           MOVE DEPT-CODE TO EFFECTIVE-DEPT-CODE
           MOVE EMP-ID TO EFFECTIVE-EMP-NAME
           MOVE DEFAULT-WORK-STATE TO EFFECTIVE-WORK-STATE
           MOVE ZERO TO ARREARS-OPENING-BALANCE
           MOVE ZERO TO YTD-GROSS-OPENING
           MOVE ZERO TO SS-TAXABLE-OPENING
           MOVE ZERO TO MEDICARE-TAXABLE-OPENING
           MOVE ZERO TO FUTA-WAGES-OPENING
           MOVE ZERO TO SUTA-WAGES-OPENING
           MOVE ZERO TO VAC-BALANCE-OPENING
           MOVE ZERO TO SICK-BALANCE-OPENING
           MOVE ZERO TO DEFERRAL-OPENING
           MOVE EMP-ID TO EMP-ID-M
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE HOURLY-RATE-M TO EFFECTIVE-HOURLY-RATE
                   MOVE DEPT-CODE-M TO EFFECTIVE-DEPT-CODE
                   MOVE EMP-NAME-M TO EFFECTIVE-EMP-NAME
                   IF WORK-STATE-M ALPHABETIC
                       AND WORK-STATE-M NOT = SPACES
                       MOVE WORK-STATE-M TO EFFECTIVE-WORK-STATE
                   END-IF
                   IF ARREARS-BALANCE-M NUMERIC
                       MOVE ARREARS-BALANCE-M
                           TO ARREARS-OPENING-BALANCE
                   IF YTD-GROSS NUMERIC
                       MOVE YTD-GROSS TO YTD-GROSS-OPENING
                   END-IF
      *> A master posted before the taxable buckets existed was
      *> taxed on full gross, so gross is its FICA wages to date.
                   IF YTD-SS-TAXABLE NUMERIC
                       MOVE YTD-SS-TAXABLE TO SS-TAXABLE-OPENING
                   ELSE
                       MOVE YTD-GROSS-OPENING TO SS-TAXABLE-OPENING
                   END-IF
                   IF YTD-MEDICARE-TAXABLE NUMERIC
                       MOVE YTD-MEDICARE-TAXABLE
                           TO MEDICARE-TAXABLE-OPENING
                   ELSE
                       MOVE YTD-GROSS-OPENING
                           TO MEDICARE-TAXABLE-OPENING
                   END-IF
                   IF VAC-BALANCE-M NUMERIC
                       MOVE VAC-BALANCE-M TO VAC-BALANCE-OPENING
                   END-IF
                   IF SICK-BALANCE-M NUMERIC
                       MOVE SICK-BALANCE-M TO SICK-BALANCE-OPENING
                   END-IF
      *> Unemployment wages to date, seeded exactly as
      *> UPDATE-YTD-TOTALS will seed them on a master that predates
      *> them; only the record area is touched here, and the posting
      *> re-reads the master before it rewrites it.
                   PERFORM SEED-TAXABLE-BUCKETS
                   PERFORM SEED-UNEMPLOYMENT-WAGES
                   MOVE YTD-FUTA-WAGES TO FUTA-WAGES-OPENING
                   MOVE YTD-401K-DEFERRAL TO DEFERRAL-OPENING
                   PERFORM VARYING STATE-YTD-SUB FROM 1 BY 1
                       UNTIL STATE-YTD-SUB > STATE-YTD-COUNT
                       IF STATE-YTD-CODE(STATE-YTD-SUB)
                           = EFFECTIVE-WORK-STATE
                           MOVE STATE-SUTA-WAGES(STATE-YTD-SUB)
                               TO SUTA-WAGES-OPENING
                       END-IF
                   END-PERFORM
      *> A rate change dated after this pay period hasn't taken
      *> effect yet; keep paying the superseded rate until it does.
                   IF RATE-EFF-DATE-M NOT = SPACES
                       AND RATE-EFF-DATE-M > LINE-PERIOD-END
                       MOVE PRIOR-RATE-M TO EFFECTIVE-HOURLY-RATE
                   END-IF
                   IF EMP-TERMINATED
                       MOVE "Employee is terminated" TO EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
      *> A run pays one pay group; an employee paid with another is
      *> refused rather than paid on the wrong group's calendar.
                   IF PAY-GROUP-M = SPACES
                       MOVE DEFAULT-PAY-GROUP TO EMPLOYEE-PAY-GROUP
                   ELSE
                       MOVE PAY-GROUP-M TO EMPLOYEE-PAY-GROUP
                   END-IF
                   IF EMPLOYEE-PAY-GROUP NOT = RUN-PAY-GROUP
                       MOVE "PAY-GROUP" TO EXCEPT-FIELD
                       MOVE "Employee is in another pay group"
                           TO EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
      *> ACHRET flags an employee whose deposit the bank returned;
      *> pay them by check instead of the dead account until a
      *> PAYMAINT reinstate transaction clears the flag.
           MOVE "PAYROLL" TO JRNL-PROGRAM
           MOVE "Y" TO JRNL-ACTION
           MOVE EMP-ID-M TO JRNL-EMP-ID
           MOVE SAVED-BEFORE-BASE TO JRNL-BEFORE-IMAGE
           MOVE EMPLOYEE-MASTER-RECORD TO JRNL-AFTER-IMAGE
           SET JRNL-EXTENDED-ENTRY TO TRUE
           MOVE SAVED-BEFORE-EXTENSION TO JRNL-BEFORE-EXTENSION
           MOVE EMP-MASTER-EXTENSION TO JRNL-AFTER-EXTENSION
           WRITE JOURNAL-RECORD.

       OPEN-PAY-HISTORY-FILE.
               STOP RUN
           END-IF.

       OPEN-GARNISHMENT-ORDERS.
      *> GARNMNT normally creates the order file; a site that has
      *> never served an order gets an empty one here so every
      *> employee simply finds none.
           OPEN I-O GARNISHMENT-ORDER-FILE
           IF GARNISH-ORDER-STATUS = "35"
               OPEN OUTPUT GARNISHMENT-ORDER-FILE
               CLOSE GARNISHMENT-ORDER-FILE
               OPEN I-O GARNISHMENT-ORDER-FILE
           END-IF
           IF GARNISH-ORDER-STATUS NOT = "00"
               DISPLAY "Error opening garnishment order file, status: "
                   GARNISH-ORDER-STATUS
               STOP RUN
           END-IF.

       WRITE-PAY-HISTORY.
      *> Performed after the payment instrument is written, so the
      *> check number or ACH trace the employee was actually paid
           MOVE SOC-SEC-DEDUCTION TO PAYH-SOC-SEC
           MOVE MEDICARE-DEDUCTION TO PAYH-MEDICARE
           MOVE EMPLOYER-FICA-MATCH TO PAYH-EMPLOYER-FICA
           MOVE FED-TAXABLE-WAGES TO PAYH-FED-TAXABLE
           MOVE STATE-TAXABLE-WAGES TO PAYH-STATE-TAXABLE
           MOVE EFFECTIVE-WORK-STATE TO PAYH-WORK-STATE
           MOVE SOC-SEC-TAXABLE-PAY TO PAYH-SS-TAXABLE
           MOVE FICA-TAXABLE-WAGES TO PAYH-MEDICARE-TAXABLE
           MOVE FUTA-TAXABLE-PAY TO PAYH-FUTA-WAGES
           MOVE EMPLOYER-FUTA-TAX TO PAYH-FUTA-TAX
           MOVE SUTA-TAXABLE-PAY TO PAYH-SUTA-WAGES
           MOVE EMPLOYER-SUTA-TAX TO PAYH-SUTA-TAX
           MOVE ZERO TO PAYH-EMPLOYER-MATCH
           MOVE SPACE TO PAYH-MATCH-STATUS
           PERFORM VARYING DEDUCT-SUB FROM 1 BY 1
               UNTIL DEDUCT-SUB > 5
               MOVE DEDUCTION-CODE(DEDUCT-SUB)
               MOVE DEDUCTION-TAKEN(DEDUCT-SUB)
                   TO PAYH-DEDUCT-TAKEN(DEDUCT-SUB)
           END-PERFORM
           MOVE GARN-ORDER-COUNT TO PAYH-GARN-COUNT
           PERFORM VARYING GARN-SUB FROM 1 BY 1
               UNTIL GARN-SUB > 5
               IF GARN-SUB > GARN-ORDER-COUNT
                   MOVE SPACES TO PAYH-GARN-CASE(GARN-SUB)
                   MOVE ZERO TO PAYH-GARN-TAKEN(GARN-SUB)
               ELSE
                   MOVE GARN-CASE-NUMBER(GARN-SUB)
                       TO PAYH-GARN-CASE(GARN-SUB)
                   MOVE GARN-TAKE(GARN-SUB) TO PAYH-GARN-TAKEN(GARN-SUB)
               END-IF
           END-PERFORM
           MOVE NET-PAY TO PAYH-NET-PAY
           MOVE ZERO TO PAYH-PAY-LINE-COUNT
           PERFORM VARYING PLAN-SUB FROM 1 BY 1
                   MOVE ARREARS-ADDED TO ARREARS-BALANCE-M
                   MOVE VAC-NEW-BALANCE TO VAC-BALANCE-M
                   MOVE SICK-NEW-BALANCE TO SICK-BALANCE-M
                   MOVE FED-TAXABLE-WAGES TO YTD-FED-TAXABLE
                   MOVE STATE-TAXABLE-WAGES TO YTD-STATE-TAXABLE
                   MOVE SOC-SEC-TAXABLE-PAY TO YTD-SS-TAXABLE
                   MOVE FICA-TAXABLE-WAGES TO YTD-MEDICARE-TAXABLE
                   MOVE PERIOD-401K-DEFERRAL TO YTD-401K-DEFERRAL
                   MOVE ZERO TO YTD-EMPLOYER-MATCH
                   MOVE SPACES TO WORK-STATE-M
                   MOVE RUN-PAY-GROUP TO PAY-GROUP-M
                   MOVE FUTA-TAXABLE-PAY TO YTD-FUTA-WAGES
                   MOVE EMPLOYER-FUTA-TAX TO YTD-FUTA-TAX
                   MOVE SUTA-TAXABLE-PAY TO YTD-SUTA-WAGES
                   MOVE EMPLOYER-SUTA-TAX TO YTD-SUTA-TAX
                   MOVE ZERO TO STATE-YTD-COUNT
                   PERFORM POST-STATE-YTD
                   WRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Error adding master record for "
                       END-WRITE
               NOT INVALID KEY
                   MOVE EMPLOYEE-MASTER-RECORD TO SAVED-BEFORE-IMAGE
                   PERFORM SEED-TAXABLE-BUCKETS
                   PERFORM SEED-UNEMPLOYMENT-WAGES
                   ADD GROSS-PAY TO YTD-GROSS
                   ADD FEDERAL-TAX-DEDUCTION TO YTD-FED-TAX
                   ADD STATE-TAX-DEDUCTION TO YTD-STATE-TAX
                   ADD MEDICARE-DEDUCTION TO YTD-MEDICARE
                   ADD EMPLOYER-FICA-MATCH TO YTD-EMPLOYER-FICA
                   ADD NET-PAY TO YTD-NET
                   ADD FED-TAXABLE-WAGES TO YTD-FED-TAXABLE
                   ADD STATE-TAXABLE-WAGES TO YTD-STATE-TAXABLE
                   ADD SOC-SEC-TAXABLE-PAY TO YTD-SS-TAXABLE
                   ADD FICA-TAXABLE-WAGES TO YTD-MEDICARE-TAXABLE
                   ADD PERIOD-401K-DEFERRAL TO YTD-401K-DEFERRAL
                   ADD FUTA-TAXABLE-PAY TO YTD-FUTA-WAGES
                   ADD EMPLOYER-FUTA-TAX TO YTD-FUTA-TAX
                   ADD SUTA-TAXABLE-PAY TO YTD-SUTA-WAGES
                   ADD EMPLOYER-SUTA-TAX TO YTD-SUTA-TAX
                   PERFORM POST-STATE-YTD
      *> A settled effective-dated rate change is cleared with the
      *> same rewrite that posts the period, so the retro difference
      *> can never be paid twice.
                       END-REWRITE
           END-READ.

       SEED-TAXABLE-BUCKETS.
      *> A master last posted before the taxable buckets existed
      *> reads them as spaces. Until now every tax was figured on
      *> full gross, so YTD-GROSS is each bucket's true opening
      *> (Social Security wages held to the wage base); no deferral
      *> was ever tracked, so that bucket starts from zero.
           IF YTD-FED-TAXABLE NOT NUMERIC
               MOVE YTD-GROSS TO YTD-FED-TAXABLE
           END-IF
           IF YTD-STATE-TAXABLE NOT NUMERIC
               MOVE YTD-GROSS TO YTD-STATE-TAXABLE
           END-IF
           IF YTD-SS-TAXABLE NOT NUMERIC
               IF YTD-GROSS > SOC-SEC-WAGE-BASE
                   MOVE SOC-SEC-WAGE-BASE TO YTD-SS-TAXABLE
               ELSE
                   MOVE YTD-GROSS TO YTD-SS-TAXABLE
               END-IF
           END-IF
           IF YTD-MEDICARE-TAXABLE NOT NUMERIC
               MOVE YTD-GROSS TO YTD-MEDICARE-TAXABLE
           END-IF
           IF YTD-401K-DEFERRAL NOT NUMERIC
               MOVE ZERO TO YTD-401K-DEFERRAL
           END-IF
           IF YTD-EMPLOYER-MATCH NOT NUMERIC
               MOVE ZERO TO YTD-EMPLOYER-MATCH
           END-IF
      *> Before states were kept apart every dollar of state tax was
      *> withheld for the home state, so the all-state totals open
      *> the home state's entry.
           IF STATE-YTD-COUNT NOT NUMERIC
               MOVE ZERO TO STATE-YTD-COUNT
               IF YTD-STATE-TAXABLE NOT = ZERO
                   OR YTD-STATE-TAX NOT = ZERO
                   MOVE 1 TO STATE-YTD-COUNT
                   MOVE DEFAULT-WORK-STATE TO STATE-YTD-CODE(1)
                   MOVE YTD-STATE-TAXABLE TO STATE-YTD-TAXABLE(1)
                   MOVE YTD-STATE-TAX TO STATE-YTD-TAX(1)
               END-IF
           END-IF.

       POST-STATE-YTD.
      *> Post the period's state wages and withholding to the work
      *> state's entry, opening one the first time the employee is
      *> paid in that state this year. The all-state totals above
      *> take the period either way, so a sixth state still reaches
      *> the W-2 total, just without a line of its own.
           MOVE "N" TO STATE-YTD-FOUND-SW
           PERFORM VARYING STATE-YTD-SUB FROM 1 BY 1
               UNTIL STATE-YTD-SUB > STATE-YTD-COUNT
               IF STATE-YTD-CODE(STATE-YTD-SUB) = EFFECTIVE-WORK-STATE
                   SET STATE-YTD-WAS-FOUND TO TRUE
                   ADD STATE-TAXABLE-WAGES
                       TO STATE-YTD-TAXABLE(STATE-YTD-SUB)
                   ADD STATE-TAX-DEDUCTION
                       TO STATE-YTD-TAX(STATE-YTD-SUB)
                   ADD SUTA-TAXABLE-PAY
                       TO STATE-SUTA-WAGES(STATE-YTD-SUB)
                   ADD EMPLOYER-SUTA-TAX
                       TO STATE-SUTA-TAX(STATE-YTD-SUB)
               END-IF
           END-PERFORM
           IF NOT STATE-YTD-WAS-FOUND
               IF STATE-YTD-COUNT < 5
                   ADD 1 TO STATE-YTD-COUNT
                   MOVE EFFECTIVE-WORK-STATE
                       TO STATE-YTD-CODE(STATE-YTD-COUNT)
                   MOVE STATE-TAXABLE-WAGES
                       TO STATE-YTD-TAXABLE(STATE-YTD-COUNT)
                   MOVE STATE-TAX-DEDUCTION
                       TO STATE-YTD-TAX(STATE-YTD-COUNT)
                   MOVE SUTA-TAXABLE-PAY
                       TO STATE-SUTA-WAGES(STATE-YTD-COUNT)
                   MOVE EMPLOYER-SUTA-TAX
                       TO STATE-SUTA-TAX(STATE-YTD-COUNT)
               ELSE
                   DISPLAY "Employee " EMP-ID
                       " already has 5 states this year; "
                       EFFECTIVE-WORK-STATE
                       " withholding kept in the totals only"
               END-IF
           END-IF.

       SEED-UNEMPLOYMENT-WAGES.
      *> A master last posted before employer unemployment tax was
      *> figured here reads these as spaces. Its FICA wages to date
      *> are its unemployment wages, held to each wage base, and the
      *> tax on them is what was owed at the rates now in effect.
      *> That tax was booked outside payroll, so it is carried for
      *> the 940 and the state wage reports but never reaches GL.
      *> Each state's share opens from its state wages - the only
      *> per-state figure kept - except that an employee who has
      *> worked in one state opens it from the FICA wages.
           IF YTD-FUTA-WAGES NOT NUMERIC
               IF YTD-MEDICARE-TAXABLE > FUTA-WAGE-BASE
                   MOVE FUTA-WAGE-BASE TO YTD-FUTA-WAGES
               ELSE
                   MOVE YTD-MEDICARE-TAXABLE TO YTD-FUTA-WAGES
               END-IF
               COMPUTE YTD-FUTA-TAX ROUNDED =
                   YTD-FUTA-WAGES * FUTA-TAX-RATE
               MOVE ZERO TO YTD-SUTA-WAGES
               MOVE ZERO TO YTD-SUTA-TAX
               PERFORM VARYING STATE-YTD-SUB FROM 1 BY 1
                   UNTIL STATE-YTD-SUB > 5
                   MOVE ZERO TO STATE-SUTA-WAGES(STATE-YTD-SUB)
                   MOVE ZERO TO STATE-SUTA-TAX(STATE-YTD-SUB)
               END-PERFORM
               PERFORM VARYING STATE-YTD-SUB FROM 1 BY 1
                   UNTIL STATE-YTD-SUB > STATE-YTD-COUNT
                   PERFORM SEED-STATE-SUTA
               END-PERFORM
           END-IF.

       SEED-STATE-SUTA.
           MOVE STATE-YTD-CODE(STATE-YTD-SUB) TO SUTA-LOOKUP-STATE
           PERFORM LOOK-UP-SUTA-RATE
           IF STATE-YTD-COUNT = 1
               MOVE YTD-MEDICARE-TAXABLE
                   TO STATE-SUTA-WAGES(STATE-YTD-SUB)
           ELSE
               MOVE STATE-YTD-TAXABLE(STATE-YTD-SUB)
                   TO STATE-SUTA-WAGES(STATE-YTD-SUB)
           END-IF
           IF STATE-SUTA-WAGES(STATE-YTD-SUB) > SUTA-BASE-IN-EFFECT
               MOVE SUTA-BASE-IN-EFFECT
                   TO STATE-SUTA-WAGES(STATE-YTD-SUB)
           END-IF
           COMPUTE STATE-SUTA-TAX(STATE-YTD-SUB) ROUNDED =
               STATE-SUTA-WAGES(STATE-YTD-SUB) * SUTA-RATE-IN-EFFECT
           ADD STATE-SUTA-WAGES(STATE-YTD-SUB) TO YTD-SUTA-WAGES
           ADD STATE-SUTA-TAX(STATE-YTD-SUB) TO YTD-SUTA-TAX.

       CALCULATE-GROSS-PAY.
      *> Overtime is judged on the combined hours actually worked
      *> across every time line, so an employee who floated between
      *> overtime; vacation and sick hours are paid at straight time
      *> and never push worked hours over the overtime threshold.
      *> The shift differential is earned line by line, since each
      *> line knows which shift its hours were worked on. A longer
      *> pay period's overtime is the sum of each of its workweeks'
      *> own overtime, tallied when the group was built.
           MOVE GROUP-OVERTIME-HOURS TO OVERTIME-HOURS
           COMPUTE REGULAR-HOURS =
               GROUP-WORKED-HOURS - GROUP-OVERTIME-HOURS

           COMPUTE REGULAR-PAY = REGULAR-HOURS * EFFECTIVE-HOURLY-RATE
           COMPUTE OVERTIME-PAY =
      *> here: the difference between the new and superseded rate is
      *> paid for each full week between the effective date and this
      *> WEEK-ENDING-DATE, at the standard workweek since the actual
      *> hours of those closed periods are no longer on the feed; in
      *> a period longer than a week the count runs from the end of
      *> its first week, since its own weeks are paid at the new
      *> rate already. The amount goes into GROSS-PAY ahead of
      *> withholding so it is taxed and posted like any other
      *> earnings. A rate decrease is never clawed back
      *> automatically - the pending change is settled with no
      *> adjustment.
           MOVE ZERO TO RETRO-PAY
           MOVE ZERO TO RETRO-WEEKS
           MOVE "N" TO RETRO-SETTLED-SW
                           (FUNCTION NUMVAL(WEEK-ENDING-DATE))
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(RATE-EFF-DATE-M))
                       - (PERIOD-LENGTH-DAYS - 7)
                   IF RETRO-DAYS < ZERO
                       MOVE ZERO TO RETRO-DAYS
                   END-IF
                   COMPUTE RETRO-WEEKS = RETRO-DAYS / 7
                   IF RETRO-RATE-DIFF > ZERO AND RETRO-WEEKS > ZERO
                       COMPUTE RETRO-PAY = RETRO-RATE-DIFF

       INITIALIZE-TAX-TABLE.
      *> Simplified graduated withholding brackets using the real
      *> annual IRS thresholds; CALCULATE-TAXES-ON-WAGES annualizes
      *> the federal taxable wages before comparing them against
      *> them. These are the built-in brackets LOAD-TAX-RATES falls
      *> back on when the rate file has no federal table in effect;
      *> the yearly update goes on the rate file through TAXRMNT.
           MOVE SPACES TO FEDERAL-TAX-TABLE
           MOVE 8 TO FED-BRACKET-COUNT
           MOVE "S" TO FED-BRACKET-FILING-STATUS(1)
           MOVE 0        TO FED-BRACKET-LOWER-LIMIT(1)
           MOVE 11000.00 TO FED-BRACKET-UPPER-LIMIT(1)
           MOVE 32580.00  TO FED-BRACKET-BASE-TAX(8)
           MOVE .240      TO FED-BRACKET-RATE(8).

       LOAD-TAX-RATES.
      *> The rate file is in jurisdiction and effective-date order,
      *> so reading it through leaves each jurisdiction holding its
      *> latest table dated on or before the week ending: a later
      *> effective date clears whatever an earlier one had loaded.
      *> Tables filed ahead for a coming tax year are passed over
      *> until a week ending reaches them. The week ending is the
      *> one ESTABLISH-PAY-PERIOD took from the first feed record.
      *> Unemployment records are dated on their own and never clear
      *> the withholding table they share a jurisdiction with.
           MOVE SPACES TO STATE-RATE-TABLE
           MOVE ZERO TO STATE-RATE-COUNT
           MOVE SPACES TO FED-RATES-EFFECTIVE
           MOVE SPACES TO END-OF-TAX-RATES
           OPEN INPUT TAX-RATE-FILE
           IF TAX-RATE-STATUS = "35"
               CONTINUE
           ELSE
               IF TAX-RATE-STATUS NOT = "00"
                   DISPLAY "Error opening tax rate file, status: "
                       TAX-RATE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-TAX-RATES = "EOF"
                   READ TAX-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "EOF" TO END-OF-TAX-RATES
                       NOT AT END
                           IF TXR-EFFECTIVE-DATE <= CURRENT-PERIOD-DATE
                               EVALUATE TRUE
                                   WHEN TXR-UNEMPLOYMENT
                                       PERFORM LOAD-UNEMPLOYMENT-RATE
                                   WHEN TXR-FEDERAL
                                       PERFORM LOAD-FEDERAL-RATE
                                   WHEN OTHER
                                       PERFORM LOAD-STATE-RATE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF
           IF FED-RATES-EFFECTIVE = SPACES
               DISPLAY "No federal tax table on file for week ending "
                   CURRENT-PERIOD-DATE "; built-in table in use"
           ELSE
               IF FED-BRACKET-COUNT = ZERO
                   DISPLAY "Federal tax table effective "
                       FED-RATES-EFFECTIVE " has no brackets"
                   STOP RUN
               END-IF
           END-IF.

       LOAD-FEDERAL-RATE.
           IF TXR-EFFECTIVE-DATE NOT = FED-RATES-EFFECTIVE
               MOVE TXR-EFFECTIVE-DATE TO FED-RATES-EFFECTIVE
               MOVE SPACES TO FEDERAL-TAX-TABLE
               MOVE ZERO TO FED-BRACKET-COUNT
           END-IF
           IF TXR-PARAMETERS
               MOVE TXR-SOC-SEC-RATE TO SOC-SEC-TAX-RATE
               MOVE TXR-SOC-SEC-WAGE-BASE TO SOC-SEC-WAGE-BASE
               MOVE TXR-MEDICARE-RATE TO MEDICARE-TAX-RATE
               MOVE TXR-ADDL-MEDICARE-RATE TO ADDL-MEDICARE-RATE
               MOVE TXR-ADDL-MEDICARE-THRESHOLD
                   TO ADDL-MEDICARE-THRESHOLD
               MOVE TXR-SUPPLEMENTAL-RATE TO SUPPLEMENTAL-FED-RATE
           ELSE
               IF FED-BRACKET-COUNT < 20
                   ADD 1 TO FED-BRACKET-COUNT
                   SET FED-IDX TO FED-BRACKET-COUNT
                   MOVE TXR-FILING-STATUS
                       TO FED-BRACKET-FILING-STATUS(FED-IDX)
                   MOVE TXR-LOWER-LIMIT
                       TO FED-BRACKET-LOWER-LIMIT(FED-IDX)
                   MOVE TXR-UPPER-LIMIT
                       TO FED-BRACKET-UPPER-LIMIT(FED-IDX)
                   MOVE TXR-BASE-TAX TO FED-BRACKET-BASE-TAX(FED-IDX)
                   MOVE TXR-RATE TO FED-BRACKET-RATE(FED-IDX)
               ELSE
                   DISPLAY "Federal tax table over 20 brackets, "
                       "ignored: " TXR-KEY
               END-IF
           END-IF.

       LOAD-STATE-RATE.
           PERFORM FIND-STATE-RATE-ENTRY
           IF STATE-ENTRY-WAS-FOUND
               IF TXR-EFFECTIVE-DATE NOT = STATE-RATE-EFFECTIVE(STATE-IDX)
                   MOVE TXR-EFFECTIVE-DATE
                       TO STATE-RATE-EFFECTIVE(STATE-IDX)
                   MOVE SPACE TO STATE-RATE-METHOD(STATE-IDX)
                   MOVE ZERO TO STATE-RATE-FLAT-RATE(STATE-IDX)
                   MOVE ZERO TO STATE-RATE-SUPPLEMENTAL(STATE-IDX)
                   MOVE ZERO TO STATE-BRACKET-COUNT(STATE-IDX)
               END-IF
               IF TXR-PARAMETERS
                   MOVE TXR-STATE-METHOD TO STATE-RATE-METHOD(STATE-IDX)
                   MOVE TXR-STATE-FLAT-RATE
                       TO STATE-RATE-FLAT-RATE(STATE-IDX)
                   MOVE TXR-SUPPLEMENTAL-RATE
                       TO STATE-RATE-SUPPLEMENTAL(STATE-IDX)
               ELSE
                   IF STATE-BRACKET-COUNT(STATE-IDX) < 16
                       ADD 1 TO STATE-BRACKET-COUNT(STATE-IDX)
                       MOVE STATE-BRACKET-COUNT(STATE-IDX)
                           TO STATE-BRACKET-SUB
                       MOVE TXR-FILING-STATUS TO
                           STATE-BRACKET-FILING-STATUS(STATE-IDX,
                               STATE-BRACKET-SUB)
                       MOVE TXR-LOWER-LIMIT TO
                           STATE-BRACKET-LOWER-LIMIT(STATE-IDX,
                               STATE-BRACKET-SUB)
                       MOVE TXR-UPPER-LIMIT TO
                           STATE-BRACKET-UPPER-LIMIT(STATE-IDX,
                               STATE-BRACKET-SUB)
                       MOVE TXR-BASE-TAX TO
                           STATE-BRACKET-BASE-TAX(STATE-IDX,
                               STATE-BRACKET-SUB)
                       MOVE TXR-RATE TO
                           STATE-BRACKET-RATE(STATE-IDX,
                               STATE-BRACKET-SUB)
                   ELSE
                       DISPLAY "State tax table over 16 brackets, "
                           "ignored: " TXR-KEY
                   END-IF
               END-IF
           END-IF.

       LOAD-UNEMPLOYMENT-RATE.
           IF TXR-FEDERAL
               MOVE TXR-UNEMP-RATE TO FUTA-TAX-RATE
               MOVE TXR-UNEMP-WAGE-BASE TO FUTA-WAGE-BASE
           ELSE
               PERFORM FIND-STATE-RATE-ENTRY
               IF STATE-ENTRY-WAS-FOUND
                   MOVE TXR-EFFECTIVE-DATE
                       TO STATE-SUTA-EFFECTIVE(STATE-IDX)
                   MOVE TXR-UNEMP-RATE TO STATE-SUTA-RATE(STATE-IDX)
                   MOVE TXR-UNEMP-WAGE-BASE
                       TO STATE-SUTA-WAGE-BASE(STATE-IDX)
               END-IF
           END-IF.

       FIND-STATE-RATE-ENTRY.
      *> A state's entry is opened by whichever of its records comes
      *> first, with no withholding method and no unemployment rate
      *> until records for those are read.
           MOVE "N" TO STATE-ENTRY-FOUND-SW
           SET STATE-IDX TO 1
           SEARCH STATE-RATE-ENTRY
               AT END
                   IF STATE-RATE-COUNT < 60
                       ADD 1 TO STATE-RATE-COUNT
                       SET STATE-IDX TO STATE-RATE-COUNT
                       MOVE TXR-JURISDICTION
                           TO STATE-RATE-CODE(STATE-IDX)
                       MOVE SPACES TO STATE-RATE-EFFECTIVE(STATE-IDX)
                       MOVE SPACE TO STATE-RATE-METHOD(STATE-IDX)
                       MOVE ZERO TO STATE-RATE-FLAT-RATE(STATE-IDX)
                       MOVE ZERO TO STATE-RATE-SUPPLEMENTAL(STATE-IDX)
                       MOVE ZERO TO STATE-BRACKET-COUNT(STATE-IDX)
                       MOVE SPACES TO STATE-SUTA-EFFECTIVE(STATE-IDX)
                       MOVE ZERO TO STATE-SUTA-RATE(STATE-IDX)
                       MOVE ZERO TO STATE-SUTA-WAGE-BASE(STATE-IDX)
                       SET STATE-ENTRY-WAS-FOUND TO TRUE
                   ELSE
                       DISPLAY "State rate table full, ignored: "
                           TXR-KEY
                   END-IF
               WHEN STATE-RATE-CODE(STATE-IDX) = TXR-JURISDICTION
                   SET STATE-ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.

       CALCULATE-WITHHOLDING.
      *> Pre-tax deductions come off before the taxes they are
      *> exempt from, so withholding is figured twice. The first
      *> pass, on full gross, is the most tax this payment can owe;
      *> it is held back as TAX-RESERVE so the pre-tax deductions can
      *> never take pay the taxes will need (a 401(k) deferral still
      *> owes FICA). The second pass is the real one, on the taxable
      *> wages left once the pre-tax deductions are known. Every tax
      *> only falls as its wages fall, so the real taxes always fit
      *> inside the reserve and net pay cannot go below zero.
           MOVE GROSS-PAY TO FED-TAXABLE-WAGES
           MOVE GROSS-PAY TO STATE-TAXABLE-WAGES
           MOVE GROSS-PAY TO FICA-TAXABLE-WAGES
           PERFORM CALCULATE-TAXES-ON-WAGES
           MOVE TAX-DEDUCTION TO TAX-RESERVE
           PERFORM APPLY-PRETAX-DEDUCTIONS
           COMPUTE FED-TAXABLE-WAGES =
               GROSS-PAY - PRETAX-INCOME-EXEMPT
           MOVE FED-TAXABLE-WAGES TO STATE-TAXABLE-WAGES
           COMPUTE FICA-TAXABLE-WAGES =
               GROSS-PAY - PRETAX-FICA-EXEMPT
           PERFORM CALCULATE-TAXES-ON-WAGES.

       CALCULATE-TAXES-ON-WAGES.
      *> FED-BRACKET-LOWER-LIMIT/UPPER-LIMIT are the real annual IRS
      *> bracket boundaries, so the period's federal taxable wages
      *> are annualized before the SEARCH and the resulting annual
      *> tax is brought back down to a period amount, rather than
      *> comparing a period amount directly against an annual
      *> threshold.
      *> A supplemental payment is withheld at the flat rate: a bonus
      *> or final check annualized as if it repeated every week would
      *> land in a bracket the employee will never reach.
           IF FILING-MARRIED
               MOVE "M" TO LOOKUP-FILING-STATUS
           ELSE
               MOVE "S" TO LOOKUP-FILING-STATUS
           END-IF

           IF SUPPLEMENTAL-RUN-REQUESTED
               COMPUTE FEDERAL-TAX-DEDUCTION ROUNDED =
                   FED-TAXABLE-WAGES * SUPPLEMENTAL-FED-RATE
           ELSE
               COMPUTE ANNUALIZED-GROSS-PAY =
                   FED-TAXABLE-WAGES * PAY-PERIODS-PER-YEAR

               SET FED-IDX TO 1
               SEARCH FEDERAL-TAX-ENTRY
                   ANNUALIZED-FED-TAX / PAY-PERIODS-PER-YEAR
           END-IF

           PERFORM CALCULATE-STATE-WITHHOLDING

           PERFORM CALCULATE-FICA-WITHHOLDING

               FEDERAL-TAX-DEDUCTION + STATE-TAX-DEDUCTION
               + SOC-SEC-DEDUCTION + MEDICARE-DEDUCTION.

       CALCULATE-STATE-WITHHOLDING.
      *> Withheld for the work state by that state's own method. A
      *> state with no rates on file is withheld at the flat
      *> STATE-TAX-RATE; that is the standing arrangement for the
      *> home state at a site that keeps no state tables, but for
      *> any other state it means a table is missing, so it is
      *> called out.
      *> An entry holding only an unemployment rate has no
      *> withholding table, which is the same as none on file.
           SET STATE-IDX TO 1
           SEARCH STATE-RATE-ENTRY
               AT END
                   PERFORM APPLY-DEFAULT-STATE-RATE
               WHEN STATE-RATE-CODE(STATE-IDX) = EFFECTIVE-WORK-STATE
                   IF STATE-RATE-EFFECTIVE(STATE-IDX) = SPACES
                       PERFORM APPLY-DEFAULT-STATE-RATE
                   ELSE
                       PERFORM APPLY-STATE-RATE
                   END-IF
           END-SEARCH.

       APPLY-DEFAULT-STATE-RATE.
           IF EFFECTIVE-WORK-STATE NOT = DEFAULT-WORK-STATE
               DISPLAY "No tax rates on file for state "
                   EFFECTIVE-WORK-STATE ", default rate used for "
                   EMP-ID
           END-IF
           COMPUTE STATE-TAX-DEDUCTION =
               STATE-TAXABLE-WAGES * STATE-TAX-RATE.

       APPLY-STATE-RATE.
      *> A state's supplemental rate, when it has one, takes an
      *> off-cycle payment for the same reason the federal flat rate
      *> does; a state with none withholds it by its normal method.
           EVALUATE TRUE
               WHEN STATE-RATE-NO-TAX(STATE-IDX)
                   MOVE ZERO TO STATE-TAX-DEDUCTION
               WHEN SUPPLEMENTAL-RUN-REQUESTED
                    AND STATE-RATE-SUPPLEMENTAL(STATE-IDX) > ZERO
                   COMPUTE STATE-TAX-DEDUCTION ROUNDED =
                       STATE-TAXABLE-WAGES
                       * STATE-RATE-SUPPLEMENTAL(STATE-IDX)
               WHEN STATE-RATE-BRACKETED(STATE-IDX)
                    AND STATE-BRACKET-COUNT(STATE-IDX) > ZERO
                   PERFORM APPLY-STATE-BRACKETS
               WHEN STATE-RATE-FLAT(STATE-IDX)
                   COMPUTE STATE-TAX-DEDUCTION =
                       STATE-TAXABLE-WAGES
                       * STATE-RATE-FLAT-RATE(STATE-IDX)
               WHEN OTHER
                   DISPLAY "State " EFFECTIVE-WORK-STATE
                       " tax table is incomplete, default rate used for "
                       EMP-ID
                   COMPUTE STATE-TAX-DEDUCTION =
                       STATE-TAXABLE-WAGES * STATE-TAX-RATE
           END-EVALUATE.

       APPLY-STATE-BRACKETS.
      *> Annual brackets, applied to annualized state wages and
      *> brought back to a period amount exactly as the federal
      *> table is.
           COMPUTE ANNUALIZED-STATE-WAGES =
               STATE-TAXABLE-WAGES * PAY-PERIODS-PER-YEAR
           MOVE ZERO TO ANNUALIZED-STATE-TAX
           MOVE "N" TO STATE-BRACKET-FOUND-SW
           PERFORM VARYING STATE-BRACKET-SUB FROM 1 BY 1
               UNTIL STATE-BRACKET-SUB > STATE-BRACKET-COUNT(STATE-IDX)
                   OR STATE-BRACKET-WAS-FOUND
               IF STATE-BRACKET-FILING-STATUS(STATE-IDX, STATE-BRACKET-SUB)
                       = LOOKUP-FILING-STATUS
                   AND ANNUALIZED-STATE-WAGES <=
                       STATE-BRACKET-UPPER-LIMIT(STATE-IDX,
                           STATE-BRACKET-SUB)
                   SET STATE-BRACKET-WAS-FOUND TO TRUE
                   COMPUTE ANNUALIZED-STATE-TAX =
                       STATE-BRACKET-BASE-TAX(STATE-IDX, STATE-BRACKET-SUB)
                       + ((ANNUALIZED-STATE-WAGES
                           - STATE-BRACKET-LOWER-LIMIT(STATE-IDX,
                               STATE-BRACKET-SUB))
                           * STATE-BRACKET-RATE(STATE-IDX,
                               STATE-BRACKET-SUB))
               END-IF
           END-PERFORM
           IF NOT STATE-BRACKET-WAS-FOUND
               DISPLAY "No " EFFECTIVE-WORK-STATE
                   " tax bracket matched for " EMP-ID
           END-IF
           COMPUTE STATE-TAX-DEDUCTION ROUNDED =
               ANNUALIZED-STATE-TAX / PAY-PERIODS-PER-YEAR.

       CALCULATE-FICA-WITHHOLDING.
      *> Social Security is withheld only on the slice of this
      *> period's FICA wages that still fits under the annual wage
      *> base, judged against SS-TAXABLE-OPENING; once the base is
      *> reached the piece drops to zero for the rest of the year.
      *> Medicare applies to all FICA wages, with the additional
      *> high-earner rate on the portion of YTD Medicare wages above
      *> the threshold. The employer match is the base Social
      *> Security and Medicare pieces only - the additional Medicare
      *> rate has no employer share.
           IF SS-TAXABLE-OPENING >= SOC-SEC-WAGE-BASE
               MOVE ZERO TO SOC-SEC-TAXABLE-PAY
           ELSE
               IF SS-TAXABLE-OPENING + FICA-TAXABLE-WAGES
                   > SOC-SEC-WAGE-BASE
                   COMPUTE SOC-SEC-TAXABLE-PAY =
                       SOC-SEC-WAGE-BASE - SS-TAXABLE-OPENING
               ELSE
                   MOVE FICA-TAXABLE-WAGES TO SOC-SEC-TAXABLE-PAY
               END-IF
           END-IF
           COMPUTE SOC-SEC-DEDUCTION ROUNDED =
               SOC-SEC-TAXABLE-PAY * SOC-SEC-TAX-RATE

           IF MEDICARE-TAXABLE-OPENING >= ADDL-MEDICARE-THRESHOLD
               MOVE FICA-TAXABLE-WAGES TO ADDL-MEDICARE-PAY
           ELSE
               IF MEDICARE-TAXABLE-OPENING + FICA-TAXABLE-WAGES
                   > ADDL-MEDICARE-THRESHOLD
                   COMPUTE ADDL-MEDICARE-PAY = MEDICARE-TAXABLE-OPENING
                       + FICA-TAXABLE-WAGES - ADDL-MEDICARE-THRESHOLD
               ELSE
                   MOVE ZERO TO ADDL-MEDICARE-PAY
               END-IF
           END-IF
           COMPUTE MEDICARE-DEDUCTION ROUNDED =
               (FICA-TAXABLE-WAGES * MEDICARE-TAX-RATE)
               + (ADDL-MEDICARE-PAY * ADDL-MEDICARE-RATE)

           COMPUTE EMPLOYER-FICA-MATCH ROUNDED =
               (SOC-SEC-TAXABLE-PAY * SOC-SEC-TAX-RATE)
               + (FICA-TAXABLE-WAGES * MEDICARE-TAX-RATE).

       CALCULATE-UNEMPLOYMENT-TAX.
      *> Employer-only taxes: nothing here is withheld, so net pay is
      *> untouched. FUTA and the work state's SUTA each apply to the
      *> slice of this period's FICA wages still under their annual
      *> wage base, judged against the wages to date exactly as
      *> Social Security is. SUTA is figured at our experience rate
      *> for the state, which only the rate file knows for any state
      *> but home.
           IF FUTA-WAGES-OPENING >= FUTA-WAGE-BASE
               MOVE ZERO TO FUTA-TAXABLE-PAY
           ELSE
               IF FUTA-WAGES-OPENING + FICA-TAXABLE-WAGES
                   > FUTA-WAGE-BASE
                   COMPUTE FUTA-TAXABLE-PAY =
                       FUTA-WAGE-BASE - FUTA-WAGES-OPENING
               ELSE
                   MOVE FICA-TAXABLE-WAGES TO FUTA-TAXABLE-PAY
               END-IF
           END-IF
           COMPUTE EMPLOYER-FUTA-TAX ROUNDED =
               FUTA-TAXABLE-PAY * FUTA-TAX-RATE

           MOVE EFFECTIVE-WORK-STATE TO SUTA-LOOKUP-STATE
           PERFORM LOOK-UP-SUTA-RATE
           IF NOT SUTA-RATE-WAS-FOUND
               AND EFFECTIVE-WORK-STATE NOT = DEFAULT-WORK-STATE
               DISPLAY "No unemployment rate on file for state "
                   EFFECTIVE-WORK-STATE ", home state rate used for "
                   EMP-ID
           END-IF
           IF SUTA-WAGES-OPENING >= SUTA-BASE-IN-EFFECT
               MOVE ZERO TO SUTA-TAXABLE-PAY
           ELSE
               IF SUTA-WAGES-OPENING + FICA-TAXABLE-WAGES
                   > SUTA-BASE-IN-EFFECT
                   COMPUTE SUTA-TAXABLE-PAY =
                       SUTA-BASE-IN-EFFECT - SUTA-WAGES-OPENING
               ELSE
                   MOVE FICA-TAXABLE-WAGES TO SUTA-TAXABLE-PAY
               END-IF
           END-IF
           COMPUTE EMPLOYER-SUTA-TAX ROUNDED =
               SUTA-TAXABLE-PAY * SUTA-RATE-IN-EFFECT.

       LOOK-UP-SUTA-RATE.
      *> Our rate and the wage base for SUTA-LOOKUP-STATE; a state
      *> whose unemployment record is not on the rate file takes the
      *> home state figures.
           MOVE "N" TO SUTA-RATE-FOUND-SW
           MOVE DEFAULT-SUTA-RATE TO SUTA-RATE-IN-EFFECT
           MOVE DEFAULT-SUTA-WAGE-BASE TO SUTA-BASE-IN-EFFECT
           SET STATE-IDX TO 1
           SEARCH STATE-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN STATE-RATE-CODE(STATE-IDX) = SUTA-LOOKUP-STATE
                    AND STATE-SUTA-EFFECTIVE(STATE-IDX) NOT = SPACES
                   SET SUTA-RATE-WAS-FOUND TO TRUE
                   MOVE STATE-SUTA-RATE(STATE-IDX) TO SUTA-RATE-IN-EFFECT
                   MOVE STATE-SUTA-WAGE-BASE(STATE-IDX)
                       TO SUTA-BASE-IN-EFFECT
           END-SEARCH.

       APPLY-PRETAX-DEDUCTIONS.
      *> The pre-tax codes (401(k), Section 125 health and dental)
      *> are taken first, in their usual priority order, out of the
      *> pay left after TAX-RESERVE. What cannot be taken is not
      *> carried as arrears: arrears come back out of after-tax pay,
      *> where the amount would be taxed, left off the deferral
      *> totals and the annual limit, and never sent to the benefit
      *> provider. The shortfall is dropped and called out for the
      *> benefits desk to settle with the employee. The exempt totals
      *> these build are what CALCULATE-WITHHOLDING takes off each
      *> tax's wages.
           MOVE ZERO TO TOTAL-ITEMIZED-DEDUCTIONS
           MOVE ZERO TO ARREARS-ADDED
           MOVE ZERO TO ARREARS-RECOVERED
           MOVE ZERO TO PRETAX-INCOME-EXEMPT
           MOVE ZERO TO PRETAX-FICA-EXEMPT
           MOVE ZERO TO PERIOD-401K-DEFERRAL
           PERFORM VARYING DEDUCT-SUB FROM 1 BY 1
               UNTIL DEDUCT-SUB > 5
               MOVE ZERO TO DEDUCTION-TAKEN(DEDUCT-SUB)
           END-PERFORM
           COMPUTE AVAILABLE-FOR-DEDUCTIONS =
               GROSS-PAY - TAX-RESERVE
           PERFORM VARYING CURRENT-PRIORITY FROM 1 BY 1
               UNTIL CURRENT-PRIORITY > 4
               PERFORM VARYING DEDUCT-IDX FROM 1 BY 1
                   UNTIL DEDUCT-IDX > 5
                   IF DEDUCTION-PRETAX(DEDUCT-IDX)
                       PERFORM RANK-DEDUCTION-PRIORITY
                       IF DEDUCTION-PRIORITY = CURRENT-PRIORITY
                           IF DEDUCTION-401K(DEDUCT-IDX)
                               PERFORM HOLD-DEFERRAL-TO-LIMIT
                           END-IF
                           PERFORM TAKE-ONE-DEDUCTION
                           ADD DEDUCTION-TAKE TO PRETAX-INCOME-EXEMPT
                           IF DEDUCTION-SECTION-125(DEDUCT-IDX)
                               ADD DEDUCTION-TAKE TO PRETAX-FICA-EXEMPT
                           ELSE
                               ADD DEDUCTION-TAKE
                                   TO PERIOD-401K-DEFERRAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       HOLD-DEFERRAL-TO-LIMIT.
      *> Once the year's deferrals reach the IRS limit the 401(k)
      *> line is cut back to what is left of it - to nothing for the
      *> rest of the year. The amount cut is not owed, so it is
      *> taken off the scheduled amount itself rather than carried
      *> as arrears.
           COMPUTE DEFERRAL-ROOM = ELECTIVE-DEFERRAL-LIMIT
               - DEFERRAL-OPENING - PERIOD-401K-DEFERRAL
           IF DEFERRAL-ROOM < ZERO
               MOVE ZERO TO DEFERRAL-ROOM
           END-IF
           IF DEDUCTION-AMOUNT(DEDUCT-IDX) > DEFERRAL-ROOM
               DISPLAY "401(k) deferral held to annual limit for "
                   EMP-ID
               MOVE DEFERRAL-ROOM TO DEDUCTION-AMOUNT(DEDUCT-IDX)
           END-IF.

       APPLY-ITEMIZED-DEDUCTIONS.
      *> The after-tax deductions are taken in legal priority order -
      *> garnishment orders first, then the voluntary codes - each
      *> limited to the pay still available after taxes, the pre-tax
      *> deductions already taken, and the deductions ahead of it.
      *> Whatever voluntary deduction cannot be taken is carried as
      *> arrears on the master and recovered automatically, after the
      *> current period's own deductions, in later periods. NET-PAY
      *> can therefore never go below zero no matter how short the
      *> week.
           COMPUTE AVAILABLE-FOR-DEDUCTIONS =
               GROSS-PAY - TAX-DEDUCTION - TOTAL-ITEMIZED-DEDUCTIONS
           PERFORM APPLY-GARNISHMENT-ORDERS
           PERFORM VARYING CURRENT-PRIORITY FROM 1 BY 1
               UNTIL CURRENT-PRIORITY > 4
               PERFORM VARYING DEDUCT-IDX FROM 1 BY 1
                   UNTIL DEDUCT-IDX > 5
                   IF DEDUCTION-CODE(DEDUCT-IDX) NOT = SPACES
                       AND NOT DEDUCTION-PRETAX(DEDUCT-IDX)
                       AND NOT DEDUCTION-GARNISH(DEDUCT-IDX)
                       PERFORM RANK-DEDUCTION-PRIORITY
                       IF DEDUCTION-PRIORITY = CURRENT-PRIORITY
                           PERFORM TAKE-ONE-DEDUCTION
           PERFORM RECOVER-ARREARS.

       RANK-DEDUCTION-PRIORITY.
      *> Court-ordered garnishments come off ahead of every code here,
      *> from the order file (APPLY-GARNISHMENT-ORDERS); the pre-tax
      *> codes keep their relative order among themselves. An
      *> unrecognized code ranks with the voluntary catch-all.
           EVALUATE TRUE
               WHEN DEDUCTION-401K(DEDUCT-IDX)
                   MOVE 1 TO DEDUCTION-PRIORITY
               WHEN DEDUCTION-HEALTH(DEDUCT-IDX)
                   MOVE 2 TO DEDUCTION-PRIORITY
               WHEN DEDUCTION-DENTAL(DEDUCT-IDX)
                   MOVE 3 TO DEDUCTION-PRIORITY
               WHEN OTHER
                   MOVE 4 TO DEDUCTION-PRIORITY
           END-EVALUATE.

       APPLY-GARNISHMENT-ORDERS.
      *> Each order in effect for the employee is withheld in legal
      *> priority, held to its CCPA ceiling and to the pay still
      *> available. Disposable earnings are gross less the taxes
      *> withheld; the pre-tax deductions are voluntary and do not
      *> reduce them. What an order cannot take this period is not
      *> carried as arrears - the agency's balance simply stays
      *> open on the order.
           MOVE ZERO TO GARNISH-TAKEN-TOTAL
           MOVE ZERO TO SUPPORT-TAKEN-TOTAL
           PERFORM VARYING DEDUCT-IDX FROM 1 BY 1
               UNTIL DEDUCT-IDX > 5
               IF DEDUCTION-GARNISH(DEDUCT-IDX)
                   DISPLAY "GARN deduction line ignored for " EMP-ID
                       " - garnishments are withheld from GARNORD.DAT"
               END-IF
           END-PERFORM
           PERFORM LOAD-EMPLOYEE-ORDERS
           IF GARN-ORDER-COUNT > ZERO
               COMPUTE DISPOSABLE-EARNINGS = GROSS-PAY - TAX-DEDUCTION
               PERFORM SET-GARNISHMENT-CEILINGS
               PERFORM VARYING GARN-SUB FROM 1 BY 1
                   UNTIL GARN-SUB > GARN-ORDER-COUNT
                   PERFORM TAKE-ONE-GARNISHMENT
               END-PERFORM
           END-IF.

       LOAD-EMPLOYEE-ORDERS.
      *> The order file is keyed employee-major, so one START
      *> positions on the employee's first case. An order is in
      *> effect when active and the week ending falls between its
      *> start and stop dates.
           MOVE ZERO TO GARN-ORDER-COUNT
           MOVE EMP-ID TO GORD-EMP-ID
           MOVE LOW-VALUES TO GORD-CASE-NUMBER
           MOVE SPACES TO END-OF-ORDERS
           START GARNISHMENT-ORDER-FILE KEY >= GORD-KEY
               INVALID KEY
                   MOVE "EOF" TO END-OF-ORDERS
           END-START
           PERFORM UNTIL END-OF-ORDERS = "EOF"
               READ GARNISHMENT-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-ORDERS
                   NOT AT END
                       IF GORD-EMP-ID NOT = EMP-ID
                           MOVE "EOF" TO END-OF-ORDERS
                       ELSE
                           IF GORD-ACTIVE
                               AND GORD-START-DATE <= WEEK-ENDING-DATE
                               AND (GORD-STOP-DATE = SPACES
                                 OR GORD-STOP-DATE >= WEEK-ENDING-DATE)
                               PERFORM RANK-GARNISHMENT-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RANK-GARNISHMENT-ORDER.
      *> Slots the order into GARNISH-ORDER-TABLE by type, then date
      *> received, then case number. Past five orders the lowest
      *> ranked one goes unwithheld this period and is reported.
           EVALUATE TRUE
               WHEN GORD-CHILD-SUPPORT
                   MOVE 1 TO NEW-RANK-CLASS
               WHEN GORD-TAX-LEVY
                   MOVE 2 TO NEW-RANK-CLASS
               WHEN OTHER
                   MOVE 3 TO NEW-RANK-CLASS
           END-EVALUATE
           MOVE GORD-RECEIVED-DATE TO NEW-RECEIVED-DATE
           MOVE GORD-CASE-NUMBER TO NEW-CASE-NUMBER
           MOVE GORD-ORDER-TYPE TO NEW-ORDER-TYPE
           MOVE GORD-AMOUNT-TYPE TO NEW-AMOUNT-TYPE
           MOVE GORD-PERIOD-AMOUNT TO NEW-PERIOD-AMOUNT
           MOVE GORD-PERCENT TO NEW-PERCENT
           MOVE GORD-SUPPORT-LIMIT-PCT TO NEW-SUPPORT-PCT
           MOVE GORD-LEVY-EXEMPT-AMOUNT TO NEW-EXEMPT-AMOUNT
           IF GORD-TOTAL-OWED = ZERO
               MOVE "Y" TO NEW-OPEN-ENDED-SW
               MOVE ZERO TO NEW-BALANCE-DUE
           ELSE
               MOVE "N" TO NEW-OPEN-ENDED-SW
               IF GORD-AMOUNT-PAID < GORD-TOTAL-OWED
                   COMPUTE NEW-BALANCE-DUE =
                       GORD-TOTAL-OWED - GORD-AMOUNT-PAID
               ELSE
                   MOVE ZERO TO NEW-BALANCE-DUE
               END-IF
           END-IF
           MOVE GORD-AGENCY-CODE TO NEW-AGENCY-CODE
           MOVE GORD-AGENCY-NAME TO NEW-AGENCY-NAME
           MOVE ZERO TO NEW-TAKE
           MOVE 1 TO GARN-INSERT-AT
           PERFORM VARYING GARN-SUB FROM 1 BY 1
               UNTIL GARN-SUB > GARN-ORDER-COUNT
               IF GARN-RANK-KEY(GARN-SUB) <= NEW-RANK-KEY
                   COMPUTE GARN-INSERT-AT = GARN-SUB + 1
               END-IF
           END-PERFORM
           IF GARN-INSERT-AT > 5
               DISPLAY "More than 5 garnishment orders for " EMP-ID
                   " - case " GORD-CASE-NUMBER " not withheld"
           ELSE
               IF GARN-ORDER-COUNT = 5
                   DISPLAY "More than 5 garnishment orders for " EMP-ID
                       " - case " GARN-CASE-NUMBER(5) " not withheld"
               ELSE
                   ADD 1 TO GARN-ORDER-COUNT
               END-IF
               PERFORM VARYING GARN-SUB FROM GARN-ORDER-COUNT BY -1
                   UNTIL GARN-SUB <= GARN-INSERT-AT
                   MOVE GARN-ORDER-ENTRY(GARN-SUB - 1)
                       TO GARN-ORDER-ENTRY(GARN-SUB)
               END-PERFORM
               MOVE GARN-NEW-ENTRY TO GARN-ORDER-ENTRY(GARN-INSERT-AT)
           END-IF.

       SET-GARNISHMENT-CEILINGS.
      *> Creditor ceiling: the lesser of 25% of disposable earnings
      *> and the amount they exceed the period's protected multiple
      *> of the minimum wage by.
      *> Support ceiling: the percentage on the highest-ranked
      *> support order, 50 when the order leaves it blank.
           COMPUTE CREDITOR-PROTECTED =
               CCPA-MINIMUM-WAGE * CCPA-MIN-WAGE-MULTIPLE
           COMPUTE CREDITOR-CEILING ROUNDED =
               DISPOSABLE-EARNINGS * CCPA-CREDITOR-PCT
           IF DISPOSABLE-EARNINGS > CREDITOR-PROTECTED
               IF DISPOSABLE-EARNINGS - CREDITOR-PROTECTED
                   < CREDITOR-CEILING
                   COMPUTE CREDITOR-CEILING =
                       DISPOSABLE-EARNINGS - CREDITOR-PROTECTED
               END-IF
           ELSE
               MOVE ZERO TO CREDITOR-CEILING
           END-IF
           MOVE ZERO TO SUPPORT-LIMIT-PCT
           PERFORM VARYING GARN-SUB FROM 1 BY 1
               UNTIL GARN-SUB > GARN-ORDER-COUNT
               IF GARN-SUPPORT-ORDER(GARN-SUB)
                   AND SUPPORT-LIMIT-PCT = ZERO
                   MOVE GARN-SUPPORT-PCT(GARN-SUB) TO SUPPORT-LIMIT-PCT
               END-IF
           END-PERFORM
           IF SUPPORT-LIMIT-PCT = ZERO
               MOVE CCPA-DEFAULT-SUPPORT-PCT TO SUPPORT-LIMIT-PCT
           END-IF
           COMPUTE SUPPORT-CEILING ROUNDED =
               DISPOSABLE-EARNINGS * SUPPORT-LIMIT-PCT / 100.

       TAKE-ONE-GARNISHMENT.
      *> The order's own request - flat, a percentage of disposable
      *> earnings, or for a levy everything above its exempt amount -
      *> is cut to its remaining balance, then to what its type's
      *> ceiling still allows: support orders share the support
      *> ceiling, and creditor garnishments get only what is left
      *> under the creditor ceiling after every order ahead of them.
           EVALUATE TRUE
               WHEN GARN-LEVY-ORDER(GARN-SUB)
                   AND GARN-EXEMPT-AMOUNT(GARN-SUB) > ZERO
                   IF DISPOSABLE-EARNINGS > GARN-EXEMPT-AMOUNT(GARN-SUB)
                       COMPUTE GARNISH-REQUEST = DISPOSABLE-EARNINGS
                           - GARN-EXEMPT-AMOUNT(GARN-SUB)
                   ELSE
                       MOVE ZERO TO GARNISH-REQUEST
                   END-IF
               WHEN GARN-PERCENT-ORDER(GARN-SUB)
                   COMPUTE GARNISH-REQUEST ROUNDED =
                       DISPOSABLE-EARNINGS * GARN-PERCENT(GARN-SUB) / 100
               WHEN OTHER
                   MOVE GARN-PERIOD-AMOUNT(GARN-SUB) TO GARNISH-REQUEST
           END-EVALUATE
           IF NOT GARN-OPEN-ENDED(GARN-SUB)
               AND GARNISH-REQUEST > GARN-BALANCE-DUE(GARN-SUB)
               MOVE GARN-BALANCE-DUE(GARN-SUB) TO GARNISH-REQUEST
           END-IF
           EVALUATE TRUE
               WHEN GARN-SUPPORT-ORDER(GARN-SUB)
                   COMPUTE GARNISH-ROOM =
                       SUPPORT-CEILING - SUPPORT-TAKEN-TOTAL
               WHEN GARN-CREDITOR-ORDER(GARN-SUB)
                   COMPUTE GARNISH-ROOM =
                       CREDITOR-CEILING - GARNISH-TAKEN-TOTAL
               WHEN OTHER
                   MOVE AVAILABLE-FOR-DEDUCTIONS TO GARNISH-ROOM
           END-EVALUATE
           IF GARNISH-ROOM < ZERO
               MOVE ZERO TO GARNISH-ROOM
           END-IF
           IF GARNISH-REQUEST > GARNISH-ROOM
               MOVE GARNISH-ROOM TO GARNISH-REQUEST
           END-IF
           IF GARNISH-REQUEST > AVAILABLE-FOR-DEDUCTIONS
               MOVE AVAILABLE-FOR-DEDUCTIONS TO GARNISH-REQUEST
           END-IF
           MOVE GARNISH-REQUEST TO GARN-TAKE(GARN-SUB)
           ADD GARNISH-REQUEST TO GARNISH-TAKEN-TOTAL
           IF GARN-SUPPORT-ORDER(GARN-SUB)
               ADD GARNISH-REQUEST TO SUPPORT-TAKEN-TOTAL
           END-IF
           ADD GARNISH-REQUEST TO TOTAL-ITEMIZED-DEDUCTIONS
           SUBTRACT GARNISH-REQUEST FROM AVAILABLE-FOR-DEDUCTIONS.

       POST-GARNISHMENT-ORDERS.
      *> Performed once the payment has posted: each order withheld
      *> for is paid down, closed when its total owed is met, and
      *> written to the detail file the remittance is built from.
           MOVE ZERO TO PERIOD-GARNISH-TOTAL
           PERFORM VARYING GARN-SUB FROM 1 BY 1
               UNTIL GARN-SUB > GARN-ORDER-COUNT
               IF GARN-TAKE(GARN-SUB) > ZERO
                   ADD GARN-TAKE(GARN-SUB) TO PERIOD-GARNISH-TOTAL
                   PERFORM POST-ONE-GARNISHMENT
               END-IF
           END-PERFORM.

       POST-ONE-GARNISHMENT.
           MOVE GARN-AGENCY-CODE(GARN-SUB) TO GDTL-AGENCY-CODE
           MOVE GARN-CASE-NUMBER(GARN-SUB) TO GDTL-CASE-NUMBER
           MOVE EMP-ID TO GDTL-EMP-ID
           MOVE GARN-AGENCY-NAME(GARN-SUB) TO GDTL-AGENCY-NAME
           MOVE EFFECTIVE-EMP-NAME TO GDTL-EMP-NAME
           MOVE GARN-ORDER-TYPE(GARN-SUB) TO GDTL-ORDER-TYPE
           MOVE WEEK-ENDING-DATE TO GDTL-WEEK-ENDING
           MOVE GARN-TAKE(GARN-SUB) TO GDTL-AMOUNT
           MOVE ZERO TO GDTL-BALANCE-DUE
           MOVE "A" TO GDTL-ORDER-STATUS
           MOVE EMP-ID TO GORD-EMP-ID
           MOVE GARN-CASE-NUMBER(GARN-SUB) TO GORD-CASE-NUMBER
           READ GARNISHMENT-ORDER-FILE
               INVALID KEY
      *> The money was withheld, so it is still remitted.
                   DISPLAY "Garnishment order " GARN-CASE-NUMBER(GARN-SUB)
                       " for " EMP-ID " not on file - not paid down"
               NOT INVALID KEY
                   ADD GARN-TAKE(GARN-SUB) TO GORD-AMOUNT-PAID
                   MOVE WEEK-ENDING-DATE TO GORD-LAST-PAID-DATE
                   IF GORD-TOTAL-OWED > ZERO
                       IF GORD-AMOUNT-PAID >= GORD-TOTAL-OWED
                           SET GORD-SATISFIED TO TRUE
                           MOVE WEEK-ENDING-DATE TO GORD-CLOSED-DATE
                       ELSE
                           COMPUTE GDTL-BALANCE-DUE =
                               GORD-TOTAL-OWED - GORD-AMOUNT-PAID
                       END-IF
                   END-IF
                   MOVE GORD-ORDER-STATUS TO GDTL-ORDER-STATUS
                   REWRITE GARNISHMENT-ORDER-RECORD
                   IF GARNISH-ORDER-STATUS NOT = "00"
                       DISPLAY "Error rewriting garnishment order "
                           GORD-CASE-NUMBER ", status: "
                           GARNISH-ORDER-STATUS
                   END-IF
           END-READ
           WRITE GARNISH-DETAIL-RECORD.

       TAKE-ONE-DEDUCTION.
           IF DEDUCTION-AMOUNT(DEDUCT-IDX) <= AVAILABLE-FOR-DEDUCTIONS
               MOVE DEDUCTION-AMOUNT(DEDUCT-IDX) TO DEDUCTION-TAKE
           MOVE DEDUCTION-TAKE TO DEDUCTION-TAKEN(DEDUCT-SUB)
           ADD DEDUCTION-TAKE TO TOTAL-ITEMIZED-DEDUCTIONS
           SUBTRACT DEDUCTION-TAKE FROM AVAILABLE-FOR-DEDUCTIONS
           IF DEDUCTION-PRETAX(DEDUCT-IDX)
               IF DEDUCTION-TAKE < DEDUCTION-AMOUNT(DEDUCT-IDX)
                   DISPLAY "Pre-tax deduction "
                       DEDUCTION-CODE(DEDUCT-IDX) " short for "
                       EMP-ID " - shortfall not carried"
               END-IF
           ELSE
               COMPUTE ARREARS-ADDED = ARREARS-ADDED
                   + DEDUCTION-AMOUNT(DEDUCT-IDX) - DEDUCTION-TAKE
           END-IF.

       RECOVER-ARREARS.
      *> ARREARS-OPENING-BALANCE was captured from the master when
               MOVE "PAYROLL" TO BH-COMPANY-ENTRY-DESC
               MOVE ACH-FILE-CREATION-DATE TO BH-COMPANY-DESC-DATE
               MOVE ACH-FILE-CREATION-DATE TO BH-EFFECTIVE-ENTRY-DATE
      *> A calendar pay date still ahead is the day the deposits
      *> are to settle.
               IF RUN-PAY-DATE NUMERIC
                   AND RUN-PAY-DATE > ACH-CURRENT-DATE
                   MOVE RUN-PAY-DATE(3:6) TO BH-EFFECTIVE-ENTRY-DATE
               END-IF
               MOVE SPACES TO BH-SETTLEMENT-DATE
               MOVE "1" TO BH-ORIGINATOR-STATUS
               MOVE ACH-ORIGIN-DFI TO BH-ORIGINATING-DFI
           MOVE ZERO TO STATE-ALLOCATED
           MOVE ZERO TO FICA-ALLOCATED
           MOVE ZERO TO EMP-FICA-ALLOCATED
           MOVE ZERO TO EMP-FUTA-ALLOCATED
           MOVE ZERO TO EMP-SUTA-ALLOCATED
           MOVE ZERO TO DEDUCT-ALLOCATED
           MOVE ZERO TO NET-ALLOCATED
           PERFORM VARYING LINE-SUB FROM 1 BY 1
                   FICA-WITHHELD-TOTAL - FICA-ALLOCATED
               COMPUTE LINE-SHARE-EMP-FICA =
                   EMPLOYER-FICA-MATCH - EMP-FICA-ALLOCATED
               COMPUTE LINE-SHARE-EMP-FUTA =
                   EMPLOYER-FUTA-TAX - EMP-FUTA-ALLOCATED
               COMPUTE LINE-SHARE-EMP-SUTA =
                   EMPLOYER-SUTA-TAX - EMP-SUTA-ALLOCATED
               COMPUTE LINE-SHARE-DEDUCT =
                   TOTAL-ITEMIZED-DEDUCTIONS - DEDUCT-ALLOCATED
               COMPUTE LINE-SHARE-NET = NET-PAY - NET-ALLOCATED
                   MOVE ZERO TO LINE-SHARE-STATE
                   MOVE ZERO TO LINE-SHARE-FICA
                   MOVE ZERO TO LINE-SHARE-EMP-FICA
                   MOVE ZERO TO LINE-SHARE-EMP-FUTA
                   MOVE ZERO TO LINE-SHARE-EMP-SUTA
                   MOVE ZERO TO LINE-SHARE-DEDUCT
                   MOVE ZERO TO LINE-SHARE-NET
               ELSE
                   COMPUTE LINE-SHARE-EMP-FICA ROUNDED =
                       EMPLOYER-FICA-MATCH
                       * LINE-BASE-PAY(LINE-SUB) / GROUP-BASE-TOTAL
                   COMPUTE LINE-SHARE-EMP-FUTA ROUNDED =
                       EMPLOYER-FUTA-TAX
                       * LINE-BASE-PAY(LINE-SUB) / GROUP-BASE-TOTAL
                   COMPUTE LINE-SHARE-EMP-SUTA ROUNDED =
                       EMPLOYER-SUTA-TAX
                       * LINE-BASE-PAY(LINE-SUB) / GROUP-BASE-TOTAL
                   COMPUTE LINE-SHARE-DEDUCT ROUNDED =
                       TOTAL-ITEMIZED-DEDUCTIONS
                       * LINE-BASE-PAY(LINE-SUB) / GROUP-BASE-TOTAL
                   ADD LINE-SHARE-STATE TO STATE-ALLOCATED
                   ADD LINE-SHARE-FICA TO FICA-ALLOCATED
                   ADD LINE-SHARE-EMP-FICA TO EMP-FICA-ALLOCATED
                   ADD LINE-SHARE-EMP-FUTA TO EMP-FUTA-ALLOCATED
                   ADD LINE-SHARE-EMP-SUTA TO EMP-SUTA-ALLOCATED
                   ADD LINE-SHARE-DEDUCT TO DEDUCT-ALLOCATED
                   ADD LINE-SHARE-NET TO NET-ALLOCATED
               END-IF
                       ADD LINE-SHARE-FICA TO GL-DEPT-FICA-TAX(GL-IDX)
                       ADD LINE-SHARE-EMP-FICA
                           TO GL-DEPT-EMPLOYER-FICA(GL-IDX)
                       ADD LINE-SHARE-EMP-FUTA
                           TO GL-DEPT-EMPLOYER-FUTA(GL-IDX)
                       ADD LINE-SHARE-EMP-SUTA
                           TO GL-DEPT-EMPLOYER-SUTA(GL-IDX)
                       ADD LINE-SHARE-DEDUCT TO GL-DEPT-DEDUCT(GL-IDX)
                       ADD LINE-SHARE-NET TO GL-DEPT-NET(GL-IDX)
                       ADD POST-HEADCOUNT TO GL-DEPT-HEADCOUNT(GL-IDX)
                   MOVE LINE-SHARE-FICA TO GL-DEPT-FICA-TAX(GL-IDX)
                   MOVE LINE-SHARE-EMP-FICA
                       TO GL-DEPT-EMPLOYER-FICA(GL-IDX)
                   MOVE LINE-SHARE-EMP-FUTA
                       TO GL-DEPT-EMPLOYER-FUTA(GL-IDX)
                   MOVE LINE-SHARE-EMP-SUTA
                       TO GL-DEPT-EMPLOYER-SUTA(GL-IDX)
                   MOVE LINE-SHARE-DEDUCT TO GL-DEPT-DEDUCT(GL-IDX)
                   MOVE LINE-SHARE-NET TO GL-DEPT-NET(GL-IDX)
                   MOVE POST-HEADCOUNT TO GL-DEPT-HEADCOUNT(GL-IDX)
               MOVE GL-DEPT-DEDUCT(GL-IDX) TO GLREC-TOTAL-DEDUCT
               MOVE GL-DEPT-NET(GL-IDX) TO GLREC-TOTAL-NET
               MOVE GL-DEPT-HEADCOUNT(GL-IDX) TO GLREC-HEADCOUNT
               MOVE GL-DEPT-EMPLOYER-FUTA(GL-IDX) TO GLREC-EMPLOYER-FUTA
               MOVE GL-DEPT-EMPLOYER-SUTA(GL-IDX) TO GLREC-EMPLOYER-SUTA
               WRITE GL-SUMMARY-RECORD
           END-PERFORM

               STOP RUN
           END-IF.

       OPEN-GARNISH-DETAIL-FILE.
      *> Extended on a restart, so the remittance still pays the
      *> agencies for employees processed before the crash.
           IF CHECKPOINT-WAS-FOUND
               OPEN EXTEND GARNISH-DETAIL-FILE
           ELSE
               OPEN OUTPUT GARNISH-DETAIL-FILE
           END-IF
           IF GARNISH-DETAIL-STATUS NOT = "00"
               DISPLAY "Error opening garnishment detail file, status: "
                   GARNISH-DETAIL-STATUS
               STOP RUN
           END-IF.

       WRITE-GARNISH-REMITTANCE.
      *> The run's withholdings are read back from the detail file,
      *> ordered by agency, case and employee, and written as the
      *> remittance register and the payee file with a total for
      *> each agency.
           CLOSE GARNISH-DETAIL-FILE
           OPEN INPUT GARNISH-DETAIL-FILE
           IF GARNISH-DETAIL-STATUS NOT = "00"
               DISPLAY "Error reopening garnishment detail file, status: "
                   GARNISH-DETAIL-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO REMIT-COUNT
           MOVE ZERO TO REMIT-DROPPED-COUNT
           MOVE SPACES TO END-OF-GARNISH-DETAIL
           PERFORM UNTIL END-OF-GARNISH-DETAIL = "EOF"
               READ GARNISH-DETAIL-FILE
                   AT END
                       MOVE "EOF" TO END-OF-GARNISH-DETAIL
                   NOT AT END
                       PERFORM LOAD-ONE-REMITTANCE
               END-READ
           END-PERFORM
           CLOSE GARNISH-DETAIL-FILE
           IF REMIT-DROPPED-COUNT > ZERO
               DISPLAY REMIT-DROPPED-COUNT " garnishment withholding(s)"
                   " beyond the remittance table - see GARNDTL.DAT"
           END-IF

           OPEN OUTPUT GARNISH-REGISTER
           IF GARNISH-REGISTER-STATUS NOT = "00"
               DISPLAY "Error opening garnishment register, status: "
                   GARNISH-REGISTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT GARNISH-PAYEE-FILE
           IF GARNISH-PAYEE-STATUS NOT = "00"
               DISPLAY "Error opening garnishment payee file, status: "
                   GARNISH-PAYEE-STATUS
               STOP RUN
           END-IF
           MOVE REGISTER-RUN-MM TO GH2-RUN-MM
           MOVE REGISTER-RUN-DD TO GH2-RUN-DD
           MOVE REGISTER-RUN-CCYY TO GH2-RUN-CCYY
           MOVE WEEK-ENDING-DATE TO GH2-WEEK-ENDING
           WRITE GARNISH-REGISTER-LINE FROM GARNISH-REG-HDR-1
           WRITE GARNISH-REGISTER-LINE FROM GARNISH-REG-HDR-2
           MOVE SPACES TO GARNISH-REGISTER-LINE
           WRITE GARNISH-REGISTER-LINE
           WRITE GARNISH-REGISTER-LINE FROM GARNISH-REG-HDR-3

           MOVE ZERO TO REMIT-GRAND-TOTAL
           MOVE ZERO TO REMIT-AGENCY-TOTAL
           MOVE ZERO TO REMIT-AGENCY-CASES
           IF REMIT-COUNT > ZERO
               MOVE REMIT-AGENCY-CODE(1) TO REMIT-AGENCY-BREAK
               MOVE REMIT-AGENCY-NAME(1) TO REMIT-AGENCY-NAME-HELD
           END-IF
           PERFORM VARYING REMIT-SUB FROM 1 BY 1
               UNTIL REMIT-SUB > REMIT-COUNT
               IF REMIT-AGENCY-CODE(REMIT-SUB) NOT = REMIT-AGENCY-BREAK
                   PERFORM WRITE-REMITTANCE-AGENCY-TOTAL
                   MOVE REMIT-AGENCY-CODE(REMIT-SUB)
                       TO REMIT-AGENCY-BREAK
                   MOVE REMIT-AGENCY-NAME(REMIT-SUB)
                       TO REMIT-AGENCY-NAME-HELD
               END-IF
               PERFORM WRITE-REMITTANCE-DETAIL
           END-PERFORM
           IF REMIT-COUNT > ZERO
               PERFORM WRITE-REMITTANCE-AGENCY-TOTAL
           END-IF

           MOVE SPACES TO GARNISH-REGISTER-LINE
           WRITE GARNISH-REGISTER-LINE
           MOVE REMIT-GRAND-TOTAL TO GRT-AMOUNT
           WRITE GARNISH-REGISTER-LINE FROM GARNISH-REG-TOTAL-LINE
           CLOSE GARNISH-REGISTER
           CLOSE GARNISH-PAYEE-FILE.

       LOAD-ONE-REMITTANCE.
      *> Insertion into REMIT-TABLE by agency, case and employee;
      *> equal keys keep the order they were paid in.
           IF REMIT-COUNT >= 2000
               ADD 1 TO REMIT-DROPPED-COUNT
           ELSE
               MOVE 1 TO REMIT-INSERT-AT
               PERFORM VARYING REMIT-SUB FROM REMIT-COUNT BY -1
                   UNTIL REMIT-SUB < 1
                      OR REMIT-INSERT-AT > 1
                   IF REMIT-SORT-KEY(REMIT-SUB)
                       <= GARNISH-DETAIL-RECORD(1:33)
                       COMPUTE REMIT-INSERT-AT = REMIT-SUB + 1
                   END-IF
               END-PERFORM
               ADD 1 TO REMIT-COUNT
               PERFORM VARYING REMIT-SUB FROM REMIT-COUNT BY -1
                   UNTIL REMIT-SUB <= REMIT-INSERT-AT
                   MOVE REMIT-ENTRY(REMIT-SUB - 1)
                       TO REMIT-ENTRY(REMIT-SUB)
               END-PERFORM
               MOVE GARNISH-DETAIL-RECORD TO REMIT-ENTRY(REMIT-INSERT-AT)
           END-IF.

       WRITE-REMITTANCE-DETAIL.
           MOVE REMIT-AGENCY-CODE(REMIT-SUB) TO GRD-AGENCY-CODE
           MOVE REMIT-CASE-NUMBER(REMIT-SUB) TO GRD-CASE-NUMBER
           MOVE REMIT-EMP-ID(REMIT-SUB) TO GRD-EMP-ID
           MOVE REMIT-EMP-NAME(REMIT-SUB) TO GRD-EMP-NAME
           MOVE REMIT-ORDER-TYPE(REMIT-SUB) TO GRD-ORDER-TYPE
           MOVE REMIT-AMOUNT(REMIT-SUB) TO GRD-AMOUNT
           MOVE REMIT-BALANCE-DUE(REMIT-SUB) TO GRD-BALANCE-DUE
           IF REMIT-ORDER-STATUS(REMIT-SUB) = "S"
               MOVE "SATISFIED" TO GRD-STATUS
           ELSE
               MOVE SPACES TO GRD-STATUS
           END-IF
           WRITE GARNISH-REGISTER-LINE FROM GARNISH-REG-DETAIL

           MOVE SPACES TO GARNISH-PAYEE-RECORD
           SET GPAY-CASE-DETAIL TO TRUE
           MOVE REMIT-AGENCY-CODE(REMIT-SUB) TO GPAY-AGENCY-CODE
           MOVE REMIT-AGENCY-NAME(REMIT-SUB) TO GPAY-AGENCY-NAME
           MOVE REMIT-CASE-NUMBER(REMIT-SUB) TO GPAY-CASE-NUMBER
           MOVE REMIT-EMP-ID(REMIT-SUB) TO GPAY-EMP-ID
           MOVE REMIT-EMP-NAME(REMIT-SUB) TO GPAY-EMP-NAME
           MOVE REMIT-WEEK-ENDING(REMIT-SUB) TO GPAY-WEEK-ENDING
           MOVE REMIT-AMOUNT(REMIT-SUB) TO GPAY-AMOUNT
           WRITE GARNISH-PAYEE-RECORD

           ADD REMIT-AMOUNT(REMIT-SUB) TO REMIT-AGENCY-TOTAL
           ADD 1 TO REMIT-AGENCY-CASES
           ADD REMIT-AMOUNT(REMIT-SUB) TO REMIT-GRAND-TOTAL.

       WRITE-REMITTANCE-AGENCY-TOTAL.
           MOVE REMIT-AGENCY-NAME-HELD TO GRA-AGENCY-NAME
           MOVE REMIT-AGENCY-CASES TO GRA-CASE-COUNT
           MOVE REMIT-AGENCY-TOTAL TO GRA-AMOUNT
           WRITE GARNISH-REGISTER-LINE FROM GARNISH-REG-AGENCY-LINE
           MOVE SPACES TO GARNISH-REGISTER-LINE
           WRITE GARNISH-REGISTER-LINE

           MOVE SPACES TO GARNISH-PAYEE-RECORD
           SET GPAY-AGENCY-TOTAL TO TRUE
           MOVE REMIT-AGENCY-BREAK TO GPAY-AGENCY-CODE
           MOVE REMIT-AGENCY-NAME-HELD TO GPAY-AGENCY-NAME
           MOVE REMIT-AGENCY-CASES TO GPAY-CASE-COUNT
           MOVE REMIT-AGENCY-TOTAL TO GPAY-AGENCY-AMOUNT
           WRITE GARNISH-PAYEE-RECORD

           MOVE ZERO TO REMIT-AGENCY-TOTAL
           MOVE ZERO TO REMIT-AGENCY-CASES.

       WRITE-REGISTER-HEADERS.
           ADD 1 TO REGISTER-PAGE-NUMBER
           MOVE REGISTER-PAGE-NUMBER TO RH1-PAGE-NUMBER
               ADD 1 TO REGISTER-LINE-COUNT
           END-IF

           IF PERIOD-GARNISH-TOTAL NOT = ZERO
               MOVE PERIOD-GARNISH-TOTAL TO RG-GARNISHED
               WRITE REGISTER-LINE FROM REGISTER-GARNISH-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO REGISTER-LINE-COUNT
           END-IF

           ADD GROSS-PAY TO REGISTER-TOTAL-GROSS
           ADD TAX-DEDUCTION TO REGISTER-TOTAL-TAX
           ADD TOTAL-ITEMIZED-DEDUCTIONS TO REGISTER-TOTAL-DEDUCT
           MOVE EFFECTIVE-EMP-NAME TO STUB-EMP-NAME
           WRITE STUB-LINE FROM STUB-EMPLOYEE-LINE
           MOVE WEEK-ENDING-DATE TO STUB-WEEK-ENDING
           IF NOT RUN-WEEKLY
               MOVE "PERIOD END: " TO STUB-PERIOD-CAPTION
               IF RUN-PAY-DATE NOT = SPACES
                   MOVE "   PAY DATE: " TO STUB-PAY-DATE-CAPTION
                   MOVE RUN-PAY-DATE TO STUB-PAY-DATE
               END-IF
           END-IF
           WRITE STUB-LINE FROM STUB-PERIOD-LINE
           MOVE SPACES TO STUB-LINE
           WRITE STUB-LINE
           MOVE "FEDERAL WITHHOLDING" TO STUB-ITEM-DESC
           MOVE FEDERAL-TAX-DEDUCTION TO STUB-ITEM-AMOUNT
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           MOVE SPACES TO STUB-ITEM-DESC
           STRING "STATE WITHHOLDING " EFFECTIVE-WORK-STATE
               DELIMITED BY SIZE INTO STUB-ITEM-DESC
           END-STRING
           MOVE STATE-TAX-DEDUCTION TO STUB-ITEM-AMOUNT
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           MOVE "SOCIAL SECURITY" TO STUB-ITEM-DESC
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
      *> The amount shown is what was actually withheld this period,
      *> which can be less than the scheduled amount when pay ran out
      *> partway down the deduction priority order. Garnishments
      *> show one line per order withheld for, by case number.
           PERFORM VARYING GARN-SUB FROM 1 BY 1
               UNTIL GARN-SUB > GARN-ORDER-COUNT
               IF GARN-TAKE(GARN-SUB) > ZERO
                   MOVE "GARN " TO STUB-DEDUCTION-NAME
                   MOVE GARN-CASE-NUMBER(GARN-SUB)
                       TO STUB-DEDUCTION-NAME(6:17)
                   MOVE STUB-DEDUCTION-NAME TO STUB-ITEM-DESC
                   MOVE GARN-TAKE(GARN-SUB) TO STUB-ITEM-AMOUNT
                   WRITE STUB-LINE FROM STUB-AMOUNT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING DEDUCT-IDX FROM 1 BY 1
               UNTIL DEDUCT-IDX > 5
               IF DEDUCTION-CODE(DEDUCT-IDX) NOT = SPACES
                   AND NOT DEDUCTION-GARNISH(DEDUCT-IDX)
                   PERFORM LOOK-UP-DEDUCTION-NAME
                   MOVE STUB-DEDUCTION-NAME TO STUB-ITEM-DESC
                   SET DEDUCT-SUB TO DEDUCT-IDX
                   PERFORM WRITE-STUB-DEPOSIT-LINE
               END-PERFORM
           END-IF
      *> The employer's matching FICA and its unemployment tax are
      *> informational only - paid by the company on top of gross,
      *> never withheld.
           MOVE "EMPLOYER FICA (MEMO)" TO STUB-ITEM-DESC
           MOVE EMPLOYER-FICA-MATCH TO STUB-ITEM-AMOUNT
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           IF EMPLOYER-FUTA-TAX NOT = ZERO
               OR EMPLOYER-SUTA-TAX NOT = ZERO
               MOVE "EMPLOYER UNEMPL (MEMO)" TO STUB-ITEM-DESC
               COMPUTE STUB-ITEM-AMOUNT =
                   EMPLOYER-FUTA-TAX + EMPLOYER-SUTA-TAX
               WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           END-IF
      *> Pre-tax deductions make the wages taxed differ from gross;
      *> show the income-tax figure so the withholding can be
      *> checked against it.
           IF FED-TAXABLE-WAGES NOT = GROSS-PAY
               MOVE "TAXABLE WAGES (MEMO)" TO STUB-ITEM-DESC
               MOVE FED-TAXABLE-WAGES TO STUB-ITEM-AMOUNT
               WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           END-IF
           IF ARREARS-ADDED NOT = ZERO
               MOVE "DEDUCTIONS CARRIED FWD" TO STUB-ITEM-DESC
               MOVE ARREARS-ADDED TO STUB-ITEM-AMOUNT
                   MOVE "HEALTH INSURANCE" TO STUB-DEDUCTION-NAME
               WHEN DEDUCTION-DENTAL(DEDUCT-IDX)
                   MOVE "DENTAL INSURANCE" TO STUB-DEDUCTION-NAME
               WHEN DEDUCTION-OTHER(DEDUCT-IDX)
                   MOVE "OTHER DEDUCTION" TO STUB-DEDUCTION-NAME
               WHEN OTHER
