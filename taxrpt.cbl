               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT FUTA-REPORT ASSIGN TO "940SUMM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUTA-FILE-STATUS.

           SELECT SUI-WAGE-FILE ASSIGN TO "SUIWAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER
           05 PRIOR-YTD-SOC-SEC   PIC 9(9)V99.
           05 PRIOR-YTD-MEDICARE  PIC 9(9)V99.
           05 PRIOR-YTD-EMPLOYER-FICA PIC 9(9)V99.
           05 PRIOR-YTD-FED-TAXABLE PIC 9(9)V99.
           05 PRIOR-YTD-SS-TAXABLE PIC 9(9)V99.
           05 PRIOR-YTD-MEDICARE-TAXABLE PIC 9(9)V99.
           05 PRIOR-STATE-COUNT   PIC 9(2).
           05 PRIOR-STATE-ENTRY OCCURS 60 TIMES.
               10 PRIOR-STATE-CODE    PIC X(2).
               10 PRIOR-STATE-TAXABLE PIC 9(9)V99.
               10 PRIOR-STATE-TAX     PIC 9(9)V99.

       FD CURRENT-SNAPSHOT
          LABEL RECORDS ARE STANDARD.
           05 CURR-YTD-SOC-SEC    PIC 9(9)V99.
           05 CURR-YTD-MEDICARE   PIC 9(9)V99.
           05 CURR-YTD-EMPLOYER-FICA PIC 9(9)V99.
           05 CURR-YTD-FED-TAXABLE PIC 9(9)V99.
           05 CURR-YTD-SS-TAXABLE PIC 9(9)V99.
           05 CURR-YTD-MEDICARE-TAXABLE PIC 9(9)V99.
      *> State wages and withholding to date by state, so the next
      *> quarter can difference each state on its own.
           05 CURR-STATE-COUNT    PIC 9(2).
           05 CURR-STATE-ENTRY OCCURS 60 TIMES.
               10 CURR-STATE-CODE     PIC X(2).
               10 CURR-STATE-TAXABLE  PIC 9(9)V99.
               10 CURR-STATE-TAX      PIC 9(9)V99.

       FD QUARTERLY-REPORT
          LABEL RECORDS ARE STANDARD.

       FD W2-EXTRACT-FILE
          LABEL RECORDS ARE STANDARD.
      *> W2-WAGES is box 1 (federal taxable wages, after pre-tax
      *> deductions); the Social Security, Medicare and state wage
      *> boxes and the box 12 amount follow the withholding fields so
      *> the original layout's offsets are unchanged. W2-STATE-WAGES
      *> and W2-STATE-WITHHELD total every state the employee worked
      *> in; the state lines (boxes 15-17) break them out per state.
       01 W2-EXTRACT-RECORD.
           05 W2-EMP-ID           PIC X(5).
           05 W2-EMP-NAME         PIC X(25).
           05 W2-STATE-WITHHELD   PIC 9(7)V99.
           05 W2-SOC-SEC-WITHHELD PIC 9(7)V99.
           05 W2-MEDICARE-WITHHELD PIC 9(7)V99.
           05 W2-SOC-SEC-WAGES    PIC 9(7)V99.
           05 W2-MEDICARE-WAGES   PIC 9(7)V99.
           05 W2-STATE-WAGES      PIC 9(7)V99.
      *> Box 12: code D is elective 401(k) deferrals; spaces and
      *> zero when the employee deferred nothing.
           05 W2-BOX12-CODE       PIC X(2).
           05 W2-BOX12-AMOUNT     PIC 9(7)V99.
           05 W2-STATE-COUNT      PIC 9(1).
           05 W2-STATE-LINE OCCURS 5 TIMES.
               10 W2-STATE-CODE       PIC X(2).
               10 W2-STATE-LINE-WAGES PIC 9(7)V99.
               10 W2-STATE-LINE-WITHHELD PIC 9(7)V99.

       FD PAY-HISTORY-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "PAYHIST.CPY".

       FD FUTA-REPORT
          LABEL RECORDS ARE STANDARD.
       01 FUTA-LINE                  PIC X(80).

       FD SUI-WAGE-FILE
          LABEL RECORDS ARE STANDARD.
      *> The state unemployment wage report for one quarter: for each
      *> state the company paid wages in, a "D" line per employee
      *> with the quarter's gross, the excess over the state's wage
      *> base and the taxable wages, then a "T" line carrying the
      *> state's employee count and totals. States follow in code
      *> order, so each state's lines can be cut out and filed.
       01 SUI-WAGE-RECORD.
           05 SUI-RECORD-TYPE     PIC X(1).
               88 SUI-EMPLOYEE-DETAIL VALUE "D".
               88 SUI-STATE-TOTAL VALUE "T".
           05 SUI-STATE-CODE      PIC X(2).
           05 SUI-YEAR-QUARTER    PIC X(5).
           05 SUI-EMP-ID          PIC X(5).
           05 SUI-EMP-NAME        PIC X(25).
           05 SUI-GROSS-WAGES     PIC 9(9)V99.
           05 SUI-EXCESS-WAGES    PIC 9(9)V99.
           05 SUI-TAXABLE-WAGES   PIC 9(9)V99.
           05 SUI-TAX             PIC 9(9)V99.
       01 SUI-TOTAL-RECORD REDEFINES SUI-WAGE-RECORD.
           05 FILLER              PIC X(8).
           05 SUI-EMPLOYEE-COUNT  PIC 9(5).
           05 FILLER              PIC X(69).

       WORKING-STORAGE SECTION.
       COPY "TAXBRKT.CPY".
       01 RUN-MODE                PIC X(3).
           88 QUARTERLY-MODE      VALUE "QTR".
           88 W2-MODE             VALUE "W2".
           88 FUTA-940-MODE       VALUE "940".
           88 SUI-MODE            VALUE "SUI".
       01 MASTER-FILE-STATUS      PIC XX.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 FUTA-FILE-STATUS        PIC XX.
       01 SUI-FILE-STATUS         PIC XX.
       01 END-OF-HISTORY          PIC X(3).
       01 PRIOR-FILE-STATUS       PIC XX.
       01 CURRENT-FILE-STATUS     PIC XX.
       01 QUARTERLY-FILE-STATUS   PIC XX.
       01 COMPANY-YTD-SOC-SEC     PIC 9(9)V99 VALUE ZERO.
       01 COMPANY-YTD-MEDICARE    PIC 9(9)V99 VALUE ZERO.
       01 COMPANY-YTD-EMPLOYER-FICA PIC 9(9)V99 VALUE ZERO.
       01 COMPANY-YTD-FED-TAXABLE PIC 9(9)V99 VALUE ZERO.
       01 COMPANY-YTD-SS-TAXABLE  PIC 9(9)V99 VALUE ZERO.
       01 COMPANY-YTD-MEDICARE-TAXABLE PIC 9(9)V99 VALUE ZERO.
       01 COMPANY-YTD-401K-DEFERRAL PIC 9(9)V99 VALUE ZERO.
       01 COMPANY-YTD-FUTA-WAGES  PIC 9(9)V99 VALUE ZERO.
       01 COMPANY-YTD-FUTA-TAX    PIC 9(9)V99 VALUE ZERO.
      *> One employee's taxable wages by tax and 401(k) deferral, as
      *> the master carries them - or, for a master the pay run has
      *> not posted since the buckets were added, as they stood when
      *> every tax was figured on full gross.
       01 EMP-FED-TAXABLE         PIC 9(7)V99.
       01 EMP-STATE-TAXABLE       PIC 9(7)V99.
       01 EMP-SS-TAXABLE          PIC 9(7)V99.
       01 EMP-MEDICARE-TAXABLE    PIC 9(7)V99.
       01 EMP-401K-DEFERRAL       PIC 9(7)V99.
       01 EMP-FUTA-WAGES          PIC 9(7)V99.
       01 EMP-FUTA-TAX            PIC 9(7)V99.
      *> The employee's state wages and withholding by state. A
      *> master the pay run has not posted since states were kept
      *> apart withheld everything for the home state.
       01 EMP-STATE-COUNT         PIC 9(1).
       01 EMP-STATE-TABLE.
           05 EMP-STATE-ENTRY OCCURS 5 TIMES.
               10 EMP-STATE-CODE      PIC X(2).
               10 EMP-STATE-LINE-TAXABLE PIC 9(7)V99.
               10 EMP-STATE-LINE-TAX  PIC 9(7)V99.
       01 EMP-STATE-SUB           PIC 9(1).
      *> Company state totals, kept in state code order: year to
      *> date from the master, and as of the prior quarter's
      *> snapshot.
       01 COMPANY-STATE-COUNT     PIC 9(2) VALUE ZERO.
       01 COMPANY-STATE-TABLE.
           05 COMPANY-STATE-ENTRY OCCURS 60 TIMES.
               10 CO-STATE-CODE       PIC X(2).
               10 CO-STATE-YTD-TAXABLE PIC 9(9)V99.
               10 CO-STATE-YTD-TAX    PIC 9(9)V99.
               10 CO-STATE-PRIOR-TAXABLE PIC 9(9)V99.
               10 CO-STATE-PRIOR-TAX  PIC 9(9)V99.
       01 CO-STATE-SUB            PIC 9(2).
       01 CO-STATE-MOVE-SUB       PIC 9(2).
       01 SNAPSHOT-STATE-SUB      PIC 9(2).
       01 LOOKUP-STATE-CODE       PIC X(2).
       01 CO-STATE-FOUND-SW       PIC X(1).
           88 CO-STATE-WAS-FOUND  VALUE "Y".
       01 QUARTER-GROSS           PIC S9(9)V99.
       01 QUARTER-FED-TAX         PIC S9(9)V99.
       01 QUARTER-STATE-TAX       PIC S9(9)V99.
       01 QUARTER-SOC-SEC         PIC S9(9)V99.
       01 QUARTER-MEDICARE        PIC S9(9)V99.
       01 QUARTER-EMPLOYER-FICA   PIC S9(9)V99.
       01 QUARTER-FED-TAXABLE     PIC S9(9)V99.
       01 QUARTER-SS-TAXABLE      PIC S9(9)V99.
       01 QUARTER-MEDICARE-TAXABLE PIC S9(9)V99.
      *> What the company actually deposits with the 941: federal
      *> income tax withheld, both halves of Social Security and
      *> Medicare. State withholding is deposited separately and is
           05 REPORT-RUN-YEAR     PIC 9(4).
           05 FILLER              PIC 9(4).

      *> The tax year the 940 is for (arg 2, defaulting to the run
      *> year), and its FUTA liability by quarter as the pay history
      *> carries it. Payments posted before unemployment tax was kept
      *> carry none; their share of the year's tax is what is left
      *> after the quarters.
       01 FUTA-TAX-YEAR           PIC X(4).
       01 FUTA-QUARTER-TABLE.
           05 FUTA-QTR-LIABILITY  PIC 9(9)V99 OCCURS 4 TIMES.
       01 FUTA-QTR-SUB            PIC 9(1).
       01 FUTA-QTR-TOTAL          PIC 9(9)V99.
       01 FUTA-UNALLOCATED        PIC S9(9)V99.
       01 FUTA-EXEMPT-PAYMENTS    PIC S9(9)V99.
       01 FUTA-EXCESS-PAYMENTS    PIC S9(9)V99.
      *> The quarter a pay history record falls in, by its week-
      *> ending date.
       01 HIST-MONTH              PIC 9(2).
       01 HIST-QUARTER            PIC 9(1).
       01 HIST-WORK-STATE         PIC X(2).
      *> The quarter the state wage report is for (arg 2, CCYYQ).
       01 SUI-PERIOD-ARG.
           05 SUI-YEAR            PIC X(4).
           05 SUI-QUARTER         PIC X(1).
           05 SUI-QUARTER-N REDEFINES SUI-QUARTER PIC 9(1).
       01 SUI-IN-QUARTER-SW       PIC X(1).
           88 SUI-RECORD-IN-QUARTER VALUE "Y".
      *> One employee's quarter in the state being written, and the
      *> state's totals.
       01 SUI-CURRENT-EMP         PIC X(5).
       01 SUI-EMP-GROSS           PIC 9(9)V99.
       01 SUI-EMP-TAXABLE         PIC 9(9)V99.
       01 SUI-EMP-TAX             PIC 9(9)V99.
       01 SUI-STATE-EMP-COUNT     PIC 9(5).
       01 SUI-STATE-GROSS         PIC 9(9)V99.
       01 SUI-STATE-EXCESS        PIC 9(9)V99.
       01 SUI-STATE-TAXABLE       PIC 9(9)V99.
       01 SUI-STATE-TAX           PIC 9(9)V99.
       01 SUI-DETAIL-COUNT        PIC 9(7) VALUE ZERO.

       01 QUARTERLY-HDR-1.
           05 FILLER              PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(42)
           05 QA-DESC             PIC X(34).
           05 QA-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

       01 QUARTERLY-STATE-HDR.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 FILLER              PIC X(5) VALUE "STATE".
           05 FILLER              PIC X(16) VALUE "     QTR WAGES".
           05 FILLER              PIC X(16) VALUE "    QTR WITHHELD".
           05 FILLER              PIC X(16) VALUE "       YTD WAGES".
           05 FILLER              PIC X(16) VALUE "    YTD WITHHELD".

       01 QUARTERLY-STATE-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 QS-STATE-CODE       PIC X(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 QS-QTR-WAGES        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 QS-QTR-WITHHELD     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 QS-YTD-WAGES        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 QS-YTD-WITHHELD     PIC ZZZ,ZZZ,ZZ9.99-.

       01 QUARTERLY-COUNT-LINE.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 FILLER              PIC X(34)
               VALUE "EMPLOYEES WITH WAGES THIS YEAR".
           05 QC-EMP-COUNT        PIC ZZZ,ZZ9.

       01 FUTA-HDR-1.
           05 FILLER              PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(41)
               VALUE "ACME CORP - ANNUAL FUTA TAX (940) SUMMARY".

       01 FUTA-HDR-3.
           05 FILLER              PIC X(9) VALUE "TAX YEAR:".
           05 FH3-TAX-YEAR        PIC X(4).

       PROCEDURE DIVISION.

      *> arg 1 is the run mode: QTR produces the quarterly employer
      *> tax summary (941SUMM.RPT), W2 produces the year-end per-
      *> employee extract (W2EXTR.DAT), 940 the annual FUTA summary
      *> (940SUMM.RPT) for the tax year in arg 2. Those read the
      *> whole master. SUI produces the state unemployment wage
      *> report (SUIWAGE.DAT) for the quarter in arg 2 from the pay
      *> history.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO RUN-MODE
           END-ACCEPT
           IF NOT QUARTERLY-MODE AND NOT W2-MODE
                   AND NOT FUTA-940-MODE AND NOT SUI-MODE
               DISPLAY "Run mode must be QTR, W2, 940 or SUI"
               STOP RUN
           END-IF
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD
           IF FUTA-940-MODE
               PERFORM ACCEPT-TAX-YEAR-ARGUMENT
           END-IF
           IF SUI-MODE
               PERFORM ACCEPT-QUARTER-ARGUMENT
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               END-IF
           END-IF

      *> The state wage report works from the pay history and only
      *> reads the master for names.
           IF SUI-MODE
               PERFORM WRITE-SUI-WAGE-FILE
           ELSE
               PERFORM UNTIL END-OF-MASTER = "EOF"
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "EOF" TO END-OF-MASTER
                       NOT AT END
                           PERFORM ACCUMULATE-EMPLOYEE
                   END-READ
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN QUARTERLY-MODE
                   PERFORM WRITE-QUARTERLY-SUMMARY
               WHEN W2-MODE
                   DISPLAY EXTRACT-COUNT " W-2 extract record(s) written"
               WHEN FUTA-940-MODE
                   PERFORM WRITE-FUTA-SUMMARY
           END-EVALUATE

           CLOSE EMPLOYEE-MASTER
           IF W2-MODE
               CLOSE W2-EXTRACT-FILE
               ADD YTD-SOC-SEC TO COMPANY-YTD-SOC-SEC
               ADD YTD-MEDICARE TO COMPANY-YTD-MEDICARE
               ADD YTD-EMPLOYER-FICA TO COMPANY-YTD-EMPLOYER-FICA
               PERFORM DETERMINE-TAXABLE-WAGES
               ADD EMP-FED-TAXABLE TO COMPANY-YTD-FED-TAXABLE
               ADD EMP-SS-TAXABLE TO COMPANY-YTD-SS-TAXABLE
               ADD EMP-MEDICARE-TAXABLE TO COMPANY-YTD-MEDICARE-TAXABLE
               ADD EMP-401K-DEFERRAL TO COMPANY-YTD-401K-DEFERRAL
               PERFORM DETERMINE-FUTA-WAGES
               ADD EMP-FUTA-WAGES TO COMPANY-YTD-FUTA-WAGES
               ADD EMP-FUTA-TAX TO COMPANY-YTD-FUTA-TAX
               PERFORM DETERMINE-STATE-WAGES
               PERFORM VARYING EMP-STATE-SUB FROM 1 BY 1
                   UNTIL EMP-STATE-SUB > EMP-STATE-COUNT
                   MOVE EMP-STATE-CODE(EMP-STATE-SUB)
                       TO LOOKUP-STATE-CODE
                   PERFORM FIND-COMPANY-STATE
                   ADD EMP-STATE-LINE-TAXABLE(EMP-STATE-SUB)
                       TO CO-STATE-YTD-TAXABLE(CO-STATE-SUB)
                   ADD EMP-STATE-LINE-TAX(EMP-STATE-SUB)
                       TO CO-STATE-YTD-TAX(CO-STATE-SUB)
               END-PERFORM
               IF W2-MODE
                   PERFORM WRITE-W2-EXTRACT
               END-IF
           END-IF.

       DETERMINE-TAXABLE-WAGES.
           IF YTD-FED-TAXABLE NUMERIC
               MOVE YTD-FED-TAXABLE TO EMP-FED-TAXABLE
           ELSE
               MOVE YTD-GROSS TO EMP-FED-TAXABLE
           END-IF
           IF YTD-STATE-TAXABLE NUMERIC
               MOVE YTD-STATE-TAXABLE TO EMP-STATE-TAXABLE
           ELSE
               MOVE YTD-GROSS TO EMP-STATE-TAXABLE
           END-IF
           IF YTD-SS-TAXABLE NUMERIC
               MOVE YTD-SS-TAXABLE TO EMP-SS-TAXABLE
           ELSE
               IF YTD-GROSS > SOC-SEC-WAGE-BASE
                   MOVE SOC-SEC-WAGE-BASE TO EMP-SS-TAXABLE
               ELSE
                   MOVE YTD-GROSS TO EMP-SS-TAXABLE
               END-IF
           END-IF
           IF YTD-MEDICARE-TAXABLE NUMERIC
               MOVE YTD-MEDICARE-TAXABLE TO EMP-MEDICARE-TAXABLE
           ELSE
               MOVE YTD-GROSS TO EMP-MEDICARE-TAXABLE
           END-IF
           IF YTD-401K-DEFERRAL NUMERIC
               MOVE YTD-401K-DEFERRAL TO EMP-401K-DEFERRAL
           ELSE
               MOVE ZERO TO EMP-401K-DEFERRAL
           END-IF.

       DETERMINE-FUTA-WAGES.
      *> A master the pay run has not posted since unemployment tax
      *> was kept carries no FUTA figures; its wages to the base are
      *> taken from the Medicare (FICA) wages and taxed at the FUTA
      *> rate, the way PAYROLL seeds them when it next posts the
      *> employee.
           IF YTD-FUTA-WAGES NUMERIC
               MOVE YTD-FUTA-WAGES TO EMP-FUTA-WAGES
               IF YTD-FUTA-TAX NUMERIC
                   MOVE YTD-FUTA-TAX TO EMP-FUTA-TAX
               ELSE
                   MOVE ZERO TO EMP-FUTA-TAX
               END-IF
           ELSE
               IF EMP-MEDICARE-TAXABLE > FUTA-WAGE-BASE
                   MOVE FUTA-WAGE-BASE TO EMP-FUTA-WAGES
               ELSE
                   MOVE EMP-MEDICARE-TAXABLE TO EMP-FUTA-WAGES
               END-IF
               COMPUTE EMP-FUTA-TAX ROUNDED =
                   EMP-FUTA-WAGES * FUTA-TAX-RATE
           END-IF.

       DETERMINE-STATE-WAGES.
           MOVE SPACES TO EMP-STATE-TABLE
           IF STATE-YTD-COUNT NUMERIC
               MOVE STATE-YTD-COUNT TO EMP-STATE-COUNT
               PERFORM VARYING EMP-STATE-SUB FROM 1 BY 1
                   UNTIL EMP-STATE-SUB > EMP-STATE-COUNT
                   MOVE STATE-YTD-CODE(EMP-STATE-SUB)
                       TO EMP-STATE-CODE(EMP-STATE-SUB)
                   MOVE STATE-YTD-TAXABLE(EMP-STATE-SUB)
                       TO EMP-STATE-LINE-TAXABLE(EMP-STATE-SUB)
                   MOVE STATE-YTD-TAX(EMP-STATE-SUB)
                       TO EMP-STATE-LINE-TAX(EMP-STATE-SUB)
               END-PERFORM
           ELSE
               MOVE 1 TO EMP-STATE-COUNT
               MOVE DEFAULT-WORK-STATE TO EMP-STATE-CODE(1)
               MOVE EMP-STATE-TAXABLE TO EMP-STATE-LINE-TAXABLE(1)
               MOVE YTD-STATE-TAX TO EMP-STATE-LINE-TAX(1)
           END-IF.

       FIND-COMPANY-STATE.
      *> Leaves CO-STATE-SUB on LOOKUP-STATE-CODE's entry, opening
      *> one in code order the first time a state turns up.
           MOVE "N" TO CO-STATE-FOUND-SW
           PERFORM VARYING CO-STATE-SUB FROM 1 BY 1
               UNTIL CO-STATE-SUB > COMPANY-STATE-COUNT
                   OR CO-STATE-WAS-FOUND
               IF CO-STATE-CODE(CO-STATE-SUB) NOT < LOOKUP-STATE-CODE
                   SET CO-STATE-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> The loop steps once past the entry that stopped it; when
      *> that entry is a later state, the new one goes in ahead of
      *> it, and when none stopped it, at the end.
           IF CO-STATE-WAS-FOUND
               SUBTRACT 1 FROM CO-STATE-SUB
               IF CO-STATE-CODE(CO-STATE-SUB) NOT = LOOKUP-STATE-CODE
                   MOVE "N" TO CO-STATE-FOUND-SW
               END-IF
           END-IF
           IF NOT CO-STATE-WAS-FOUND
               IF COMPANY-STATE-COUNT NOT < 60
                   DISPLAY "More than 60 states on file at "
                       LOOKUP-STATE-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING CO-STATE-MOVE-SUB
                   FROM COMPANY-STATE-COUNT BY -1
                   UNTIL CO-STATE-MOVE-SUB < CO-STATE-SUB
                   MOVE COMPANY-STATE-ENTRY(CO-STATE-MOVE-SUB)
                       TO COMPANY-STATE-ENTRY(CO-STATE-MOVE-SUB + 1)
               END-PERFORM
               ADD 1 TO COMPANY-STATE-COUNT
               MOVE LOOKUP-STATE-CODE TO CO-STATE-CODE(CO-STATE-SUB)
               MOVE ZERO TO CO-STATE-YTD-TAXABLE(CO-STATE-SUB)
               MOVE ZERO TO CO-STATE-YTD-TAX(CO-STATE-SUB)
               MOVE ZERO TO CO-STATE-PRIOR-TAXABLE(CO-STATE-SUB)
               MOVE ZERO TO CO-STATE-PRIOR-TAX(CO-STATE-SUB)
           END-IF.

       WRITE-W2-EXTRACT.
           MOVE EMP-ID-M TO W2-EMP-ID
           MOVE EMP-NAME-M TO W2-EMP-NAME
           MOVE EMP-FED-TAXABLE TO W2-WAGES
           MOVE YTD-FED-TAX TO W2-FED-WITHHELD
           MOVE YTD-STATE-TAX TO W2-STATE-WITHHELD
           MOVE YTD-SOC-SEC TO W2-SOC-SEC-WITHHELD
           MOVE YTD-MEDICARE TO W2-MEDICARE-WITHHELD
           MOVE EMP-SS-TAXABLE TO W2-SOC-SEC-WAGES
           MOVE EMP-MEDICARE-TAXABLE TO W2-MEDICARE-WAGES
           MOVE EMP-STATE-TAXABLE TO W2-STATE-WAGES
           IF EMP-401K-DEFERRAL > ZERO
               MOVE "D" TO W2-BOX12-CODE
               MOVE EMP-401K-DEFERRAL TO W2-BOX12-AMOUNT
           ELSE
               MOVE SPACES TO W2-BOX12-CODE
               MOVE ZERO TO W2-BOX12-AMOUNT
           END-IF
           MOVE EMP-STATE-COUNT TO W2-STATE-COUNT
           PERFORM VARYING EMP-STATE-SUB FROM 1 BY 1
               UNTIL EMP-STATE-SUB > 5
               IF EMP-STATE-SUB > EMP-STATE-COUNT
                   MOVE SPACES TO W2-STATE-CODE(EMP-STATE-SUB)
                   MOVE ZERO TO W2-STATE-LINE-WAGES(EMP-STATE-SUB)
                   MOVE ZERO TO W2-STATE-LINE-WITHHELD(EMP-STATE-SUB)
               ELSE
                   MOVE EMP-STATE-CODE(EMP-STATE-SUB)
                       TO W2-STATE-CODE(EMP-STATE-SUB)
                   MOVE EMP-STATE-LINE-TAXABLE(EMP-STATE-SUB)
                       TO W2-STATE-LINE-WAGES(EMP-STATE-SUB)
                   MOVE EMP-STATE-LINE-TAX(EMP-STATE-SUB)
                       TO W2-STATE-LINE-WITHHELD(EMP-STATE-SUB)
               END-IF
           END-PERFORM
           WRITE W2-EXTRACT-RECORD
           ADD 1 TO EXTRACT-COUNT.

      *> over from a prior year (the first run after the year-end
      *> close) counts as zero, so the new year's first quarter is
      *> never differenced against last year's figures.
           OPEN INPUT PRIOR-SNAPSHOT
           IF PRIOR-FILE-STATUS = "00"
               READ PRIOR-SNAPSHOT
                       MOVE ZERO TO PRIOR-YTD-SOC-SEC
                       MOVE ZERO TO PRIOR-YTD-MEDICARE
                       MOVE ZERO TO PRIOR-YTD-EMPLOYER-FICA
                       MOVE ZERO TO PRIOR-YTD-FED-TAXABLE
                       MOVE ZERO TO PRIOR-YTD-SS-TAXABLE
                       MOVE ZERO TO PRIOR-YTD-MEDICARE-TAXABLE
                       MOVE ZERO TO PRIOR-STATE-COUNT
               END-READ
               CLOSE PRIOR-SNAPSHOT
      *> A snapshot written before the FICA fields existed is short
               IF PRIOR-YTD-EMPLOYER-FICA NOT NUMERIC
                   MOVE ZERO TO PRIOR-YTD-EMPLOYER-FICA
               END-IF
      *> One written before the taxable-wage fields existed was
      *> taken while every tax was figured on full gross, so its
      *> gross stands in for each of them.
               IF PRIOR-YTD-FED-TAXABLE NOT NUMERIC
                   MOVE PRIOR-YTD-GROSS TO PRIOR-YTD-FED-TAXABLE
               END-IF
               IF PRIOR-YTD-SS-TAXABLE NOT NUMERIC
                   MOVE PRIOR-YTD-GROSS TO PRIOR-YTD-SS-TAXABLE
               END-IF
               IF PRIOR-YTD-MEDICARE-TAXABLE NOT NUMERIC
                   MOVE PRIOR-YTD-GROSS TO PRIOR-YTD-MEDICARE-TAXABLE
               END-IF
      *> One written before states were kept apart held only the
      *> all-state withholding, all of it for the home state, on
      *> wages that were the income-tax wages.
               IF PRIOR-STATE-COUNT NOT NUMERIC
                   MOVE 1 TO PRIOR-STATE-COUNT
                   MOVE DEFAULT-WORK-STATE TO PRIOR-STATE-CODE(1)
                   MOVE PRIOR-YTD-FED-TAXABLE TO PRIOR-STATE-TAXABLE(1)
                   MOVE PRIOR-YTD-STATE-TAX TO PRIOR-STATE-TAX(1)
               END-IF
               IF PRIOR-TAX-YEAR NOT = REPORT-RUN-YEAR
                   DISPLAY "Prior snapshot is from " PRIOR-TAX-YEAR
                       ", first quarter of " REPORT-RUN-YEAR " assumed"
                   MOVE ZERO TO PRIOR-YTD-SOC-SEC
                   MOVE ZERO TO PRIOR-YTD-MEDICARE
                   MOVE ZERO TO PRIOR-YTD-EMPLOYER-FICA
                   MOVE ZERO TO PRIOR-YTD-FED-TAXABLE
                   MOVE ZERO TO PRIOR-YTD-SS-TAXABLE
                   MOVE ZERO TO PRIOR-YTD-MEDICARE-TAXABLE
                   MOVE ZERO TO PRIOR-STATE-COUNT
               END-IF
           ELSE
               MOVE ZERO TO PRIOR-YTD-GROSS
               MOVE ZERO TO PRIOR-YTD-SOC-SEC
               MOVE ZERO TO PRIOR-YTD-MEDICARE
               MOVE ZERO TO PRIOR-YTD-EMPLOYER-FICA
               MOVE ZERO TO PRIOR-YTD-FED-TAXABLE
               MOVE ZERO TO PRIOR-YTD-SS-TAXABLE
               MOVE ZERO TO PRIOR-YTD-MEDICARE-TAXABLE
               MOVE ZERO TO PRIOR-STATE-COUNT
           END-IF
           PERFORM VARYING SNAPSHOT-STATE-SUB FROM 1 BY 1
               UNTIL SNAPSHOT-STATE-SUB > PRIOR-STATE-COUNT
               MOVE PRIOR-STATE-CODE(SNAPSHOT-STATE-SUB)
                   TO LOOKUP-STATE-CODE
               PERFORM FIND-COMPANY-STATE
               MOVE PRIOR-STATE-TAXABLE(SNAPSHOT-STATE-SUB)
                   TO CO-STATE-PRIOR-TAXABLE(CO-STATE-SUB)
               MOVE PRIOR-STATE-TAX(SNAPSHOT-STATE-SUB)
                   TO CO-STATE-PRIOR-TAX(CO-STATE-SUB)
           END-PERFORM

           COMPUTE QUARTER-GROSS =
               COMPANY-YTD-GROSS - PRIOR-YTD-GROSS
               COMPANY-YTD-MEDICARE - PRIOR-YTD-MEDICARE
           COMPUTE QUARTER-EMPLOYER-FICA =
               COMPANY-YTD-EMPLOYER-FICA - PRIOR-YTD-EMPLOYER-FICA
           COMPUTE QUARTER-FED-TAXABLE =
               COMPANY-YTD-FED-TAXABLE - PRIOR-YTD-FED-TAXABLE
           COMPUTE QUARTER-SS-TAXABLE =
               COMPANY-YTD-SS-TAXABLE - PRIOR-YTD-SS-TAXABLE
           COMPUTE QUARTER-MEDICARE-TAXABLE =
               COMPANY-YTD-MEDICARE-TAXABLE - PRIOR-YTD-MEDICARE-TAXABLE
           COMPUTE QUARTER-941-DEPOSIT =
               QUARTER-FED-TAX + QUARTER-SOC-SEC
               + QUARTER-MEDICARE + QUARTER-EMPLOYER-FICA
           MOVE "WAGES PAID THIS QUARTER" TO QA-DESC
           MOVE QUARTER-GROSS TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
      *> The 941 wage lines are the taxable buckets, net of pre-tax
      *> deductions: line 2 income-tax wages, lines 5a and 5c the
      *> Social Security (to the wage base) and Medicare wages.
           MOVE "LINE 2 TAXABLE WAGES THIS QUARTER" TO QA-DESC
           MOVE QUARTER-FED-TAXABLE TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 5A SS WAGES THIS QUARTER" TO QA-DESC
           MOVE QUARTER-SS-TAXABLE TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 5C MEDICARE WAGES THIS QTR" TO QA-DESC
           MOVE QUARTER-MEDICARE-TAXABLE TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "FEDERAL TAX WITHHELD THIS QUARTER" TO QA-DESC
           MOVE QUARTER-FED-TAX TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "WAGES PAID YEAR TO DATE" TO QA-DESC
           MOVE COMPANY-YTD-GROSS TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 2 TAXABLE WAGES YEAR TO DATE" TO QA-DESC
           MOVE COMPANY-YTD-FED-TAXABLE TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 5A SS WAGES YEAR TO DATE" TO QA-DESC
           MOVE COMPANY-YTD-SS-TAXABLE TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 5C MEDICARE WAGES YTD" TO QA-DESC
           MOVE COMPANY-YTD-MEDICARE-TAXABLE TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "401(K) DEFERRALS (BOX 12 D) YTD" TO QA-DESC
           MOVE COMPANY-YTD-401K-DEFERRAL TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "FEDERAL TAX WITHHELD YEAR TO DATE" TO QA-DESC
           MOVE COMPANY-YTD-FED-TAX TO QA-AMOUNT
           WRITE QUARTERLY-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE SPACES TO QUARTERLY-LINE
           WRITE QUARTERLY-LINE

      *> Each state's withholding is filed and deposited with that
      *> state, so the state lines above are broken out here.
           MOVE "STATE WAGES AND WITHHOLDING BY STATE" TO QUARTERLY-LINE
           WRITE QUARTERLY-LINE
           WRITE QUARTERLY-LINE FROM QUARTERLY-STATE-HDR
           PERFORM VARYING CO-STATE-SUB FROM 1 BY 1
               UNTIL CO-STATE-SUB > COMPANY-STATE-COUNT
               MOVE CO-STATE-CODE(CO-STATE-SUB) TO QS-STATE-CODE
               COMPUTE QS-QTR-WAGES =
                   CO-STATE-YTD-TAXABLE(CO-STATE-SUB)
                   - CO-STATE-PRIOR-TAXABLE(CO-STATE-SUB)
               COMPUTE QS-QTR-WITHHELD =
                   CO-STATE-YTD-TAX(CO-STATE-SUB)
                   - CO-STATE-PRIOR-TAX(CO-STATE-SUB)
               MOVE CO-STATE-YTD-TAXABLE(CO-STATE-SUB) TO QS-YTD-WAGES
               MOVE CO-STATE-YTD-TAX(CO-STATE-SUB) TO QS-YTD-WITHHELD
               WRITE QUARTERLY-LINE FROM QUARTERLY-STATE-LINE
           END-PERFORM
           MOVE SPACES TO QUARTERLY-LINE
           WRITE QUARTERLY-LINE

           WRITE QUARTERLY-LINE FROM QUARTERLY-COUNT-LINE
           CLOSE QUARTERLY-REPORT

           MOVE COMPANY-YTD-SOC-SEC TO CURR-YTD-SOC-SEC
           MOVE COMPANY-YTD-MEDICARE TO CURR-YTD-MEDICARE
           MOVE COMPANY-YTD-EMPLOYER-FICA TO CURR-YTD-EMPLOYER-FICA
           MOVE COMPANY-YTD-FED-TAXABLE TO CURR-YTD-FED-TAXABLE
           MOVE COMPANY-YTD-SS-TAXABLE TO CURR-YTD-SS-TAXABLE
           MOVE COMPANY-YTD-MEDICARE-TAXABLE TO CURR-YTD-MEDICARE-TAXABLE
           MOVE COMPANY-STATE-COUNT TO CURR-STATE-COUNT
           PERFORM VARYING CO-STATE-SUB FROM 1 BY 1
               UNTIL CO-STATE-SUB > 60
               IF CO-STATE-SUB > COMPANY-STATE-COUNT
                   MOVE SPACES TO CURR-STATE-CODE(CO-STATE-SUB)
                   MOVE ZERO TO CURR-STATE-TAXABLE(CO-STATE-SUB)
                   MOVE ZERO TO CURR-STATE-TAX(CO-STATE-SUB)
               ELSE
                   MOVE CO-STATE-CODE(CO-STATE-SUB)
                       TO CURR-STATE-CODE(CO-STATE-SUB)
                   MOVE CO-STATE-YTD-TAXABLE(CO-STATE-SUB)
                       TO CURR-STATE-TAXABLE(CO-STATE-SUB)
                   MOVE CO-STATE-YTD-TAX(CO-STATE-SUB)
                       TO CURR-STATE-TAX(CO-STATE-SUB)
               END-IF
           END-PERFORM
           WRITE CURRENT-SNAPSHOT-RECORD
           CLOSE CURRENT-SNAPSHOT

           DISPLAY "Quarterly summary written for "
               EMPLOYEE-COUNT " employee(s)".

       ACCEPT-TAX-YEAR-ARGUMENT.
      *> The 940 is filed after the year closes, before the year-end
      *> run clears the master; a blank year is the run year.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT FUTA-TAX-YEAR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO FUTA-TAX-YEAR
           END-ACCEPT
           IF FUTA-TAX-YEAR = SPACES
               MOVE REPORT-RUN-YEAR TO FUTA-TAX-YEAR
           END-IF
           IF FUTA-TAX-YEAR NOT NUMERIC
               DISPLAY "940 mode tax year must be CCYY"
               STOP RUN
           END-IF.

       ACCEPT-QUARTER-ARGUMENT.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT SUI-PERIOD-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO SUI-PERIOD-ARG
           END-ACCEPT
           IF SUI-PERIOD-ARG = SPACES
               DISPLAY "SUI mode requires a CCYYQ quarter argument"
               STOP RUN
           END-IF
           IF SUI-YEAR NOT NUMERIC OR SUI-QUARTER NOT NUMERIC
               DISPLAY "SUI mode quarter must be CCYYQ, Q 1 to 4"
               STOP RUN
           END-IF
           IF SUI-QUARTER-N < 1 OR SUI-QUARTER-N > 4
               DISPLAY "SUI mode quarter must be CCYYQ, Q 1 to 4"
               STOP RUN
           END-IF.

       OPEN-PAY-HISTORY.
      *> No pay history yet means nothing has been paid; the reports
      *> are written with no history behind them.
           MOVE SPACES TO END-OF-HISTORY
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               MOVE "EOF" TO END-OF-HISTORY
           ELSE
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening PAY-HISTORY-FILE, status: "
                       HISTORY-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-PAY-HISTORY.
           IF HISTORY-FILE-STATUS NOT = "35"
               CLOSE PAY-HISTORY-FILE
           END-IF.

       FIND-HISTORY-QUARTER.
      *> A payment belongs to the quarter its week ended in. Zero for
      *> a record whose date does not read as one.
           MOVE ZERO TO HIST-QUARTER
           IF PAYH-WEEK-ENDING(5:2) NUMERIC
               MOVE PAYH-WEEK-ENDING(5:2) TO HIST-MONTH
               IF HIST-MONTH > 0 AND HIST-MONTH < 13
                   COMPUTE HIST-QUARTER = (HIST-MONTH + 2) / 3
               END-IF
           END-IF.

       WRITE-FUTA-SUMMARY.
      *> The figures Form 940 asks for, off the master's year-to-date
      *> totals: total payments (line 3), payments exempt from FUTA -
      *> the Section 125 deductions that FICA wages already leave out
      *> (line 4), payments over the FUTA wage base (line 5), FUTA
      *> wages (line 7) and the tax (line 8), then the liability by
      *> quarter (line 16) from the pay history. Credit reduction
      *> states (lines 9 to 11) are for the preparer.
           MOVE ZERO TO FUTA-QTR-LIABILITY(1)
           MOVE ZERO TO FUTA-QTR-LIABILITY(2)
           MOVE ZERO TO FUTA-QTR-LIABILITY(3)
           MOVE ZERO TO FUTA-QTR-LIABILITY(4)
           PERFORM OPEN-PAY-HISTORY
           PERFORM UNTIL END-OF-HISTORY = "EOF"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-HISTORY
                   NOT AT END
                       PERFORM ACCUMULATE-FUTA-LIABILITY
               END-READ
           END-PERFORM
           PERFORM CLOSE-PAY-HISTORY

           COMPUTE FUTA-EXEMPT-PAYMENTS =
               COMPANY-YTD-GROSS - COMPANY-YTD-MEDICARE-TAXABLE
           COMPUTE FUTA-EXCESS-PAYMENTS =
               COMPANY-YTD-MEDICARE-TAXABLE - COMPANY-YTD-FUTA-WAGES
           COMPUTE FUTA-QTR-TOTAL =
               FUTA-QTR-LIABILITY(1) + FUTA-QTR-LIABILITY(2)
               + FUTA-QTR-LIABILITY(3) + FUTA-QTR-LIABILITY(4)
           COMPUTE FUTA-UNALLOCATED =
               COMPANY-YTD-FUTA-TAX - FUTA-QTR-TOTAL

           OPEN OUTPUT FUTA-REPORT
           IF FUTA-FILE-STATUS NOT = "00"
               DISPLAY "Error opening 940 summary report"
               STOP RUN
           END-IF

           WRITE FUTA-LINE FROM FUTA-HDR-1
           MOVE REPORT-RUN-DATE TO QH2-RUN-DATE
           WRITE FUTA-LINE FROM QUARTERLY-HDR-2
           MOVE FUTA-TAX-YEAR TO FH3-TAX-YEAR
           WRITE FUTA-LINE FROM FUTA-HDR-3
           MOVE SPACES TO FUTA-LINE
           WRITE FUTA-LINE

           MOVE "LINE 3 TOTAL PAYMENTS" TO QA-DESC
           MOVE COMPANY-YTD-GROSS TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 4 EXEMPT (SECTION 125)" TO QA-DESC
           MOVE FUTA-EXEMPT-PAYMENTS TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 5 PAYMENTS OVER WAGE BASE" TO QA-DESC
           MOVE FUTA-EXCESS-PAYMENTS TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 6 SUBTOTAL (LINES 4 + 5)" TO QA-DESC
           COMPUTE QA-AMOUNT =
               FUTA-EXEMPT-PAYMENTS + FUTA-EXCESS-PAYMENTS
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 7 TOTAL TAXABLE FUTA WAGES" TO QA-DESC
           MOVE COMPANY-YTD-FUTA-WAGES TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "LINE 8 FUTA TAX" TO QA-DESC
           MOVE COMPANY-YTD-FUTA-TAX TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE SPACES TO FUTA-LINE
           WRITE FUTA-LINE

           MOVE "LINE 16 FUTA LIABILITY BY QUARTER" TO FUTA-LINE
           WRITE FUTA-LINE
           MOVE "16A FIRST QUARTER" TO QA-DESC
           MOVE FUTA-QTR-LIABILITY(1) TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "16B SECOND QUARTER" TO QA-DESC
           MOVE FUTA-QTR-LIABILITY(2) TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "16C THIRD QUARTER" TO QA-DESC
           MOVE FUTA-QTR-LIABILITY(3) TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE "16D FOURTH QUARTER" TO QA-DESC
           MOVE FUTA-QTR-LIABILITY(4) TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
      *> Tax on payments posted before the pay history carried it
      *> has no quarter; the preparer places it before filing.
           IF FUTA-UNALLOCATED NOT = ZERO
               MOVE "NOT ON PAY HISTORY BY QUARTER" TO QA-DESC
               MOVE FUTA-UNALLOCATED TO QA-AMOUNT
               WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
               DISPLAY "FUTA tax of " FUTA-UNALLOCATED
                   " is not on the pay history by quarter"
           END-IF
           MOVE "LINE 17 TOTAL FOR THE YEAR" TO QA-DESC
           MOVE COMPANY-YTD-FUTA-TAX TO QA-AMOUNT
           WRITE FUTA-LINE FROM QUARTERLY-AMOUNT-LINE
           MOVE SPACES TO FUTA-LINE
           WRITE FUTA-LINE

           MOVE EMPLOYEE-COUNT TO QC-EMP-COUNT
           WRITE FUTA-LINE FROM QUARTERLY-COUNT-LINE
           CLOSE FUTA-REPORT

           DISPLAY "940 summary written for "
               EMPLOYEE-COUNT " employee(s)".

       ACCUMULATE-FUTA-LIABILITY.
      *> A voided payment has already been taken back off the
      *> master, so only posted payments count toward the quarters.
           IF PAYH-PAYMENT-POSTED
                   AND PAYH-WEEK-ENDING(1:4) = FUTA-TAX-YEAR
                   AND PAYH-FUTA-TAX NUMERIC
               PERFORM FIND-HISTORY-QUARTER
               IF HIST-QUARTER > 0
                   ADD PAYH-FUTA-TAX
                       TO FUTA-QTR-LIABILITY(HIST-QUARTER)
               END-IF
           END-IF.

       WRITE-SUI-WAGE-FILE.
      *> The first pass over the pay history finds the states wages
      *> were paid in during the quarter, in code order; each state
      *> then gets a pass of its own so its employees come out
      *> together, followed by its totals.
           PERFORM OPEN-PAY-HISTORY
           PERFORM UNTIL END-OF-HISTORY = "EOF"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-HISTORY
                   NOT AT END
                       PERFORM CHECK-SUI-QUARTER
                       IF SUI-RECORD-IN-QUARTER
                           MOVE HIST-WORK-STATE TO LOOKUP-STATE-CODE
                           PERFORM FIND-COMPANY-STATE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-PAY-HISTORY

           OPEN OUTPUT SUI-WAGE-FILE
           IF SUI-FILE-STATUS NOT = "00"
               DISPLAY "Error opening state unemployment wage file"
               STOP RUN
           END-IF
           PERFORM WRITE-SUI-STATE
               VARYING CO-STATE-SUB FROM 1 BY 1
               UNTIL CO-STATE-SUB > COMPANY-STATE-COUNT
           CLOSE SUI-WAGE-FILE

           DISPLAY SUI-DETAIL-COUNT " state unemployment wage record(s)"
               " written for " SUI-PERIOD-ARG.

       CHECK-SUI-QUARTER.
      *> Leaves HIST-WORK-STATE on the state the payment's wages were
      *> paid in - the home state on a record written before the
      *> work state was kept.
           MOVE "N" TO SUI-IN-QUARTER-SW
           IF PAYH-PAYMENT-POSTED
                   AND PAYH-WEEK-ENDING(1:4) = SUI-YEAR
               PERFORM FIND-HISTORY-QUARTER
               IF HIST-QUARTER = SUI-QUARTER-N
                   SET SUI-RECORD-IN-QUARTER TO TRUE
               END-IF
           END-IF
           IF PAYH-WORK-STATE = SPACES
               MOVE DEFAULT-WORK-STATE TO HIST-WORK-STATE
           ELSE
               MOVE PAYH-WORK-STATE TO HIST-WORK-STATE
           END-IF.

       WRITE-SUI-STATE.
           MOVE ZERO TO SUI-STATE-EMP-COUNT
           MOVE ZERO TO SUI-STATE-GROSS
           MOVE ZERO TO SUI-STATE-EXCESS
           MOVE ZERO TO SUI-STATE-TAXABLE
           MOVE ZERO TO SUI-STATE-TAX
           MOVE SPACES TO SUI-CURRENT-EMP
           PERFORM OPEN-PAY-HISTORY
           PERFORM UNTIL END-OF-HISTORY = "EOF"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-HISTORY
                   NOT AT END
                       PERFORM CHECK-SUI-QUARTER
                       IF SUI-RECORD-IN-QUARTER
                           AND HIST-WORK-STATE = CO-STATE-CODE(CO-STATE-SUB)
                           PERFORM ACCUMULATE-SUI-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-PAY-HISTORY
           IF SUI-CURRENT-EMP NOT = SPACES
               PERFORM WRITE-SUI-DETAIL
           END-IF

           MOVE SPACES TO SUI-WAGE-RECORD
           SET SUI-STATE-TOTAL TO TRUE
           MOVE CO-STATE-CODE(CO-STATE-SUB) TO SUI-STATE-CODE
           MOVE SUI-PERIOD-ARG TO SUI-YEAR-QUARTER
           MOVE SUI-STATE-EMP-COUNT TO SUI-EMPLOYEE-COUNT
           MOVE SUI-STATE-GROSS TO SUI-GROSS-WAGES
           MOVE SUI-STATE-EXCESS TO SUI-EXCESS-WAGES
           MOVE SUI-STATE-TAXABLE TO SUI-TAXABLE-WAGES
           MOVE SUI-STATE-TAX TO SUI-TAX
           WRITE SUI-WAGE-RECORD
           DISPLAY "State " CO-STATE-CODE(CO-STATE-SUB) ": "
               SUI-STATE-EMP-COUNT " employee(s), taxable wages "
               SUI-STATE-TAXABLE.

       ACCUMULATE-SUI-PAYMENT.
      *> The history is in employee order, so a change of employee
      *> closes out the one before. Taxable wages are the slice of
      *> the payment still under the state's wage base; a payment
      *> posted before that was kept counts its FICA wages, or its
      *> gross on a record older still.
           IF PAYH-EMP-ID NOT = SUI-CURRENT-EMP
               IF SUI-CURRENT-EMP NOT = SPACES
                   PERFORM WRITE-SUI-DETAIL
               END-IF
               MOVE PAYH-EMP-ID TO SUI-CURRENT-EMP
               MOVE ZERO TO SUI-EMP-GROSS
               MOVE ZERO TO SUI-EMP-TAXABLE
               MOVE ZERO TO SUI-EMP-TAX
           END-IF
           ADD PAYH-GROSS-PAY TO SUI-EMP-GROSS
           IF PAYH-SUTA-WAGES NUMERIC
               ADD PAYH-SUTA-WAGES TO SUI-EMP-TAXABLE
               ADD PAYH-SUTA-TAX TO SUI-EMP-TAX
           ELSE
               IF PAYH-MEDICARE-TAXABLE NUMERIC
                   ADD PAYH-MEDICARE-TAXABLE TO SUI-EMP-TAXABLE
               ELSE
                   ADD PAYH-GROSS-PAY TO SUI-EMP-TAXABLE
               END-IF
           END-IF.

       WRITE-SUI-DETAIL.
           MOVE SPACES TO SUI-WAGE-RECORD
           SET SUI-EMPLOYEE-DETAIL TO TRUE
           MOVE CO-STATE-CODE(CO-STATE-SUB) TO SUI-STATE-CODE
           MOVE SUI-PERIOD-ARG TO SUI-YEAR-QUARTER
           MOVE SUI-CURRENT-EMP TO SUI-EMP-ID
           MOVE SUI-CURRENT-EMP TO EMP-ID-M
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO SUI-EMP-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME-M TO SUI-EMP-NAME
           END-READ
           MOVE SUI-EMP-GROSS TO SUI-GROSS-WAGES
           COMPUTE SUI-EXCESS-WAGES = SUI-EMP-GROSS - SUI-EMP-TAXABLE
           MOVE SUI-EMP-TAXABLE TO SUI-TAXABLE-WAGES
           MOVE SUI-EMP-TAX TO SUI-TAX
           WRITE SUI-WAGE-RECORD
           ADD 1 TO SUI-DETAIL-COUNT
           ADD 1 TO SUI-STATE-EMP-COUNT
           ADD SUI-EMP-GROSS TO SUI-STATE-GROSS
           ADD SUI-EXCESS-WAGES TO SUI-STATE-EXCESS
           ADD SUI-EMP-TAXABLE TO SUI-STATE-TAXABLE
           ADD SUI-EMP-TAX TO SUI-STATE-TAX.
