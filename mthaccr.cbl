       $set sourceformat"free"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-M
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPPING-FILE-STATUS.

           SELECT VACATION-SNAPSHOT-FILE ASSIGN TO "VACSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO "GLJV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOUCHER-FILE-STATUS.

           SELECT ACCRUAL-REPORT ASSIGN TO "MTHACCR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "PAYHIST.CPY".

       FD EMPLOYEE-MASTER
          LABEL RECORDS ARE STANDARD.
       COPY "EMPMAST.CPY".

       FD PAY-CALENDAR-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "PAYCAL.CPY".

       FD GL-MAPPING-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "GLMAP.CPY".

      *> Accrued vacation by department as each month-end close
      *> valued it, so the next close books only the change. The file
      *> keeps the month just closed and the one before it, which is
      *> what a rerun of the latest close needs to book against.
       FD VACATION-SNAPSHOT-FILE
          LABEL RECORDS ARE STANDARD.
       01 VACATION-SNAPSHOT-RECORD.
           05 VSN-MONTH               PIC X(6).
           05 VSN-DEPT-CODE           PIC X(4).
           05 VSN-VACATION-HOURS      PIC 9(7)V99.
           05 VSN-LIABILITY           PIC S9(9)V99.

       FD VOUCHER-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "GLJVREC.CPY".

       FD ACCRUAL-REPORT
          LABEL RECORDS ARE STANDARD.
       01 ACCRUAL-LINE               PIC X(110).

       WORKING-STORAGE SECTION.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 MASTER-FILE-STATUS      PIC XX.
       01 MAPPING-FILE-STATUS     PIC XX.
       01 CALENDAR-FILE-STATUS    PIC XX.
       01 SNAPSHOT-FILE-STATUS    PIC XX.
       01 VOUCHER-FILE-STATUS     PIC XX.
       01 REPORT-FILE-STATUS      PIC XX.
       01 END-OF-HISTORY          PIC X(3).
       01 END-OF-MASTER           PIC X(3) VALUE SPACES.
       01 END-OF-MAPPING          PIC X(3) VALUE SPACES.
       01 END-OF-CALENDAR         PIC X(3) VALUE SPACES.
       01 END-OF-SNAPSHOT         PIC X(3) VALUE SPACES.
       01 LIABILITY-FOUND-SW      PIC X(1) VALUE "N".
           88 LIABILITY-WAS-FOUND VALUE "Y".
       01 CLOSE-FAILED-SW         PIC X(1) VALUE "N".
           88 CLOSE-HAS-FAILED    VALUE "Y".
       01 MONTH-CLOSED-SW         PIC X(1) VALUE "N".
           88 MONTH-ALREADY-CLOSED VALUE "Y".
       01 LATER-MONTH-SW          PIC X(1) VALUE "N".
           88 LATER-MONTH-CLOSED  VALUE "Y".
       01 PRIOR-SNAPSHOT-SW       PIC X(1) VALUE "N".
           88 PRIOR-SNAPSHOT-FOUND VALUE "Y".
       01 EXCEPTION-COUNT         PIC 9(5) VALUE ZERO.

       01 MONTH-ARG               PIC X(6).
       01 RERUN-ARG               PIC X(5).
       01 ACCRUAL-MONTH.
           05 ACCRUAL-YEAR        PIC 9(4).
           05 ACCRUAL-MM          PIC 9(2).
       01 ACCRUAL-MONTH-TEXT REDEFINES ACCRUAL-MONTH PIC X(6).
       01 RUN-DATE                PIC 9(8).
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           05 RUN-YEAR            PIC 9(4).
           05 RUN-MM              PIC 9(2).
           05 RUN-DD              PIC 9(2).
       01 NEXT-MONTH-FIRST        PIC 9(8).
       01 NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-FIRST.
           05 NEXT-YEAR           PIC 9(4).
           05 NEXT-MM             PIC 9(2).
           05 NEXT-DD             PIC 9(2).
       01 MONTH-END-DATE          PIC 9(8).
       01 MONTH-END-TEXT REDEFINES MONTH-END-DATE PIC X(8).
       01 REVERSAL-DATE-TEXT      PIC X(8).

      *> The labor basis, for each pay group on its own since the
      *> groups are paid on different calendars: the group's latest
      *> pay period on file ending on or before month-end, and the
      *> days from the day after it through month-end that no pay
      *> run has covered yet. A period's labor spreads evenly over
      *> its days - the calendar's length for the period, or seven
      *> for a weekly period not on the calendar. A payment's group
      *> is its employee's group on the master now; one with no
      *> master is taken as weekly.
       01 PAY-GROUP-TABLE.
           05 PAY-GROUP-COUNT     PIC 9(2) VALUE ZERO.
           05 PAY-GROUP-ENTRY OCCURS 20 TIMES.
               10 PGT-PAY-GROUP       PIC X(2).
               10 PGT-LABOR-PERIOD    PIC X(8).
               10 PGT-PERIOD-DAYS     PIC 9(2).
               10 PGT-UNPAID-DAYS     PIC S9(3).
       01 PAY-GROUP-SUB           PIC 9(2).
       01 PAY-GROUP-FOUND-SW      PIC X(1).
           88 PAY-GROUP-WAS-FOUND VALUE "Y".
       01 GROUP-OVERFLOW-SW       PIC X(1) VALUE "N".
           88 GROUP-TABLE-OVERFLOWED VALUE "Y".
       01 DEFAULT-PAY-GROUP       PIC X(2) VALUE "WK".
       01 PAYMENT-PAY-GROUP       PIC X(2).
       01 LOOKUP-EMP-ID           PIC X(5) VALUE SPACES.
       01 CALENDAR-DAYS           PIC S9(5).

      *> One payment's accruable labor and its spread over the
      *> departments its time was charged to.
       01 PAYMENT-LABOR           PIC 9(7)V99.
       01 PAYMENT-UNPAID-DAYS     PIC 9(3).
       01 PAYMENT-PERIOD-DAYS     PIC 9(2).
       01 SHARE-LABOR             PIC 9(7)V99.
       01 LABOR-ALLOC             PIC 9(7)V99.
       01 DIST-LINE-TOTAL         PIC 9(2).
       01 DIST-SUB                PIC 9(2).
       01 DIST-BASE-TOTAL         PIC 9(11)V99.
       01 POST-DEPT               PIC X(4).
       01 VACATION-VALUE          PIC S9(9)V99.

      *> Everything the close books, by department: the period's
      *> labor and the accrual prorated from it, and the vacation
      *> liability last month and now. The accrual is gathered
      *> unrounded payment by payment, since each group's labor
      *> prorates by its own days, and rounded once per department.
       01 MONTH-DEPT-TABLE.
           05 MONTH-DEPT-COUNT    PIC 9(3) VALUE ZERO.
           05 MONTH-DEPT-ENTRY OCCURS 100 TIMES.
               10 MDT-DEPT-CODE       PIC X(4).
               10 MDT-WAGE-ACCT       PIC X(10).
               10 MDT-PERIOD-LABOR    PIC 9(9)V99.
               10 MDT-ACCRUAL-BASIS   PIC 9(9)V9(6).
               10 MDT-ACCRUED-WAGES   PIC 9(9)V99.
               10 MDT-VACATION-HOURS  PIC 9(7)V99.
               10 MDT-PRIOR-VACATION  PIC S9(9)V99.
               10 MDT-VACATION        PIC S9(9)V99.
               10 MDT-VACATION-CHANGE PIC S9(9)V99.
       01 MONTH-DEPT-SUB          PIC 9(3).
       01 MONTH-DEPT-FOUND-SW     PIC X(1).
           88 MONTH-DEPT-WAS-FOUND VALUE "Y".

      *> The snapshot as read: the latest month before this one is
      *> the prior valuation; it is written back with this month's.
       01 PRIOR-SNAPSHOT-MONTH    PIC X(6) VALUE SPACES.
       01 PRIOR-SNAPSHOT-TABLE.
           05 PRIOR-SNAP-COUNT    PIC 9(3) VALUE ZERO.
           05 PRIOR-SNAP-ENTRY OCCURS 100 TIMES.
               10 PSN-DEPT-CODE       PIC X(4).
               10 PSN-VACATION-HOURS  PIC 9(7)V99.
               10 PSN-LIABILITY       PIC S9(9)V99.
       01 PRIOR-SNAP-SUB          PIC 9(3).

       01 DEPT-MAPPING-TABLE.
           05 DEPT-MAP-COUNT      PIC 9(3) VALUE ZERO.
           05 DEPT-MAP-ENTRY OCCURS 100 TIMES.
               10 MAP-DEPT-CODE       PIC X(4).
               10 MAP-WAGE-ACCT       PIC X(10).
       01 MAP-SCAN-SUB            PIC 9(3).
       01 HELD-ACCRUED-WAGES      PIC X(10) VALUE SPACES.
       01 HELD-VACATION-LIAB      PIC X(10) VALUE SPACES.

       01 TOTAL-PERIOD-LABOR      PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-ACCRUED-WAGES     PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-PRIOR-VACATION    PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-VACATION          PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-VACATION-CHANGE   PIC S9(9)V99 VALUE ZERO.
       01 VOUCHER-DEBIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 VOUCHER-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 VOUCHER-LINE-COUNT      PIC 9(5) VALUE ZERO.

       01 ACCRUAL-HDR-1.
           05 FILLER              PIC X(25) VALUE SPACES.
           05 FILLER              PIC X(52)
               VALUE "ACME CORP - MONTH-END WAGE AND VACATION ACCRUAL".

       01 ACCRUAL-HDR-2.
           05 FILLER              PIC X(14) VALUE "MONTH ENDING: ".
           05 AH2-MONTH-END       PIC X(8).

      *> One line per pay group with labor in the basis.
       01 ACCRUAL-GROUP-LINE.
           05 FILLER              PIC X(11) VALUE "PAY GROUP: ".
           05 AG-PAY-GROUP        PIC X(2).
           05 FILLER              PIC X(22)
               VALUE "   LABOR PERIOD ENDED ".
           05 AG-LABOR-PERIOD     PIC X(8).
           05 FILLER              PIC X(16) VALUE "   PERIOD DAYS: ".
           05 AG-PERIOD-DAYS      PIC Z9.
           05 FILLER              PIC X(16) VALUE "   UNPAID DAYS: ".
           05 AG-UNPAID-DAYS      PIC Z9.

       01 ACCRUAL-HDR-3.
           05 FILLER              PIC X(23)
               VALUE "PRIOR VACATION MONTH: ".
           05 AH3-PRIOR-MONTH     PIC X(30).

       01 ACCRUAL-COLUMN-HDR.
           05 FILLER              PIC X(6) VALUE "DEPT".
           05 FILLER              PIC X(17) VALUE "   PERIOD LABOR".
           05 FILLER              PIC X(17) VALUE "  ACCRUED WAGES".
           05 FILLER              PIC X(17) VALUE "  VAC LIAB PRIOR".
           05 FILLER              PIC X(17) VALUE "   VAC LIAB NOW".
           05 FILLER              PIC X(17) VALUE "   VAC CHANGE".

       01 ACCRUAL-DETAIL-LINE.
           05 AD-DEPT-CODE        PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AD-PERIOD-LABOR     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AD-ACCRUED-WAGES    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AD-PRIOR-VACATION   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AD-VACATION         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AD-VACATION-CHANGE  PIC ZZZ,ZZZ,ZZ9.99-.

       01 ACCRUAL-EXCEPTION-LINE.
           05 FILLER              PIC X(11) VALUE "EXCEPTION: ".
           05 AE-DEPT-CODE        PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AE-REASON           PIC X(50).

       01 ACCRUAL-TOTAL-LINE.
           05 AT-CAPTION          PIC X(24).
           05 AT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 ACCRUAL-RESULT-LINE.
           05 FILLER              PIC X(8) VALUE "RESULT: ".
           05 AR-RESULT           PIC X(50).

       PROCEDURE DIVISION.

      *> Month-end close for the labor GL only books on payday. arg 1
      *> is the month (CCYYMM); none closes the month before today's.
      *> Appends to the journal voucher file, for the GL import:
      *>   - wage accrual: each department's labor from each pay
      *>     group's latest pay period on PAYHIST ending on or before
      *>     month-end, prorated for the days after it through month-
      *>     end over the length of that period (PAYCAL.DAT, seven
      *>     days for a weekly period not on it), debited to the
      *>     department's wage expense and credited to accrued wages,
      *>     dated month-end; and the same entry reversed, dated the
      *>     first of the next month, so the payday that covers those
      *>     days nets it out;
      *>   - vacation: each active employee's vacation balance at the
      *>     current rate, by department, compared with last month's
      *>     valuation on VACSNAP.DAT; the change is debited (or
      *>     credited, when the liability fell) to the department's
      *>     wage expense against the vacation liability, dated month-
      *>     end and not reversed.
      *> MTHACCR.RPT lists both by department. A month already closed
      *> is refused, since its entries are already on the voucher
      *> file or in the GL; arg 2 RERUN books it again after the first
      *> entries have been pulled. An unmapped department or missing
      *> liability account stops the run before anything is written.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO MONTH-ARG
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT RERUN-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO RERUN-ARG
           END-ACCEPT
           PERFORM SET-CLOSE-DATES

           PERFORM LOAD-ACCOUNT-MAPPING
           PERFORM LOAD-VACATION-SNAPSHOT
      *> Only the latest close can be rebooked: the snapshot no
      *> longer holds what an earlier month's change was figured on.
           IF LATER-MONTH-CLOSED
               DISPLAY "A month after " ACCRUAL-MONTH-TEXT
                   " is already closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MONTH-ALREADY-CLOSED AND RERUN-ARG NOT = "RERUN"
               DISPLAY "Month " ACCRUAL-MONTH-TEXT
                   " already closed - rerun with RERUN to book it again"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-ACCRUAL-REPORT

           PERFORM FIND-LABOR-PERIOD
           PERFORM ACCUMULATE-PERIOD-LABOR
           PERFORM VALUE-VACATION-LIABILITY
           PERFORM FIGURE-DEPARTMENT-ACCRUALS
           PERFORM CHECK-ACCRUAL-ACCOUNTS

           IF CLOSE-HAS-FAILED
               MOVE "CLOSE FAILED - NO VOUCHER WRITTEN" TO AR-RESULT
               WRITE ACCRUAL-LINE FROM ACCRUAL-RESULT-LINE
               CLOSE ACCRUAL-REPORT
               DISPLAY "Month-end accrual failed, " EXCEPTION-COUNT
                   " exception(s) - see report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ACCRUAL-VOUCHER
           PERFORM SAVE-VACATION-SNAPSHOT
           PERFORM WRITE-ACCRUAL-REPORT

           CLOSE ACCRUAL-REPORT
           DISPLAY "Month-end accrual written, " VOUCHER-LINE-COUNT
               " line(s) for month ending " MONTH-END-TEXT
           STOP RUN.

       SET-CLOSE-DATES.
           IF MONTH-ARG = SPACES
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               MOVE RUN-YEAR TO ACCRUAL-YEAR
               MOVE RUN-MM TO ACCRUAL-MM
               IF ACCRUAL-MM = 1
                   MOVE 12 TO ACCRUAL-MM
                   SUBTRACT 1 FROM ACCRUAL-YEAR
               ELSE
                   SUBTRACT 1 FROM ACCRUAL-MM
               END-IF
           ELSE
               IF MONTH-ARG NOT NUMERIC
                   DISPLAY "Month must be CCYYMM"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MONTH-ARG TO ACCRUAL-MONTH-TEXT
               IF ACCRUAL-MM < 1 OR ACCRUAL-MM > 12
                   DISPLAY "Month must be CCYYMM"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE ACCRUAL-YEAR TO NEXT-YEAR
           MOVE 1 TO NEXT-DD
           IF ACCRUAL-MM = 12
               MOVE 1 TO NEXT-MM
               ADD 1 TO NEXT-YEAR
           ELSE
               COMPUTE NEXT-MM = ACCRUAL-MM + 1
           END-IF
           COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST) - 1)
           MOVE NEXT-MONTH-FIRST TO REVERSAL-DATE-TEXT.

       LOAD-ACCOUNT-MAPPING.
           OPEN INPUT GL-MAPPING-FILE
           IF MAPPING-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account mapping file, status: "
                   MAPPING-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-MAPPING = "EOF"
               READ GL-MAPPING-FILE
                   AT END
                       MOVE "EOF" TO END-OF-MAPPING
                   NOT AT END
                       PERFORM LOAD-ONE-MAPPING
               END-READ
           END-PERFORM
           CLOSE GL-MAPPING-FILE.

       LOAD-ONE-MAPPING.
           EVALUATE TRUE
               WHEN GLM-DEPT-MAPPING
                   IF DEPT-MAP-COUNT >= 100
                       DISPLAY "Mapping table full, dropping "
                           GLM-DEPT-CODE
                   ELSE
                       ADD 1 TO DEPT-MAP-COUNT
                       MOVE GLM-DEPT-CODE
                           TO MAP-DEPT-CODE(DEPT-MAP-COUNT)
                       MOVE GLM-WAGE-EXPENSE-ACCT
                           TO MAP-WAGE-ACCT(DEPT-MAP-COUNT)
                   END-IF
               WHEN GLM-LIABILITY-MAPPING
                   SET LIABILITY-WAS-FOUND TO TRUE
                   MOVE GLL-ACCRUED-WAGES-ACCT TO HELD-ACCRUED-WAGES
                   MOVE GLL-VACATION-LIAB-ACCT TO HELD-VACATION-LIAB
           END-EVALUATE.

       LOAD-VACATION-SNAPSHOT.
      *> No snapshot yet means no vacation liability has been booked,
      *> so the first close books the whole balance.
           OPEN INPUT VACATION-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF SNAPSHOT-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening vacation snapshot, status: "
                       SNAPSHOT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SNAPSHOT = "EOF"
                   READ VACATION-SNAPSHOT-FILE
                       AT END
                           MOVE "EOF" TO END-OF-SNAPSHOT
                       NOT AT END
                           PERFORM LOAD-ONE-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE VACATION-SNAPSHOT-FILE
           END-IF.

       LOAD-ONE-SNAPSHOT.
           EVALUATE TRUE
               WHEN VSN-MONTH = ACCRUAL-MONTH-TEXT
                   SET MONTH-ALREADY-CLOSED TO TRUE
               WHEN VSN-MONTH > ACCRUAL-MONTH-TEXT
                   SET LATER-MONTH-CLOSED TO TRUE
               WHEN VSN-MONTH > PRIOR-SNAPSHOT-MONTH
                   SET PRIOR-SNAPSHOT-FOUND TO TRUE
                   MOVE VSN-MONTH TO PRIOR-SNAPSHOT-MONTH
                   MOVE ZERO TO PRIOR-SNAP-COUNT
                   PERFORM ADD-PRIOR-SNAPSHOT
               WHEN VSN-MONTH = PRIOR-SNAPSHOT-MONTH
                   PERFORM ADD-PRIOR-SNAPSHOT
           END-EVALUATE.

       ADD-PRIOR-SNAPSHOT.
           IF PRIOR-SNAP-COUNT >= 100
               DISPLAY "Snapshot table full, dropping " VSN-DEPT-CODE
           ELSE
               ADD 1 TO PRIOR-SNAP-COUNT
               MOVE VSN-DEPT-CODE TO PSN-DEPT-CODE(PRIOR-SNAP-COUNT)
               MOVE VSN-VACATION-HOURS
                   TO PSN-VACATION-HOURS(PRIOR-SNAP-COUNT)
               MOVE VSN-LIABILITY TO PSN-LIABILITY(PRIOR-SNAP-COUNT)
           END-IF.

       OPEN-ACCRUAL-REPORT.
           OPEN OUTPUT ACCRUAL-REPORT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening accrual report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE ACCRUAL-LINE FROM ACCRUAL-HDR-1.

       START-PAY-HISTORY.
           MOVE SPACES TO END-OF-HISTORY
           MOVE LOW-VALUES TO PAYH-KEY
           START PAY-HISTORY-FILE KEY >= PAYH-KEY
               INVALID KEY
                   MOVE "EOF" TO END-OF-HISTORY
           END-START.

       FIND-LABOR-PERIOD.
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Error opening pay history file, status: "
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> The master stays open through the labor pass for each
      *> payment's pay group.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE-MASTER, status: "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM START-PAY-HISTORY
           PERFORM UNTIL END-OF-HISTORY = "EOF"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-HISTORY
                   NOT AT END
                       IF PAYH-PAYMENT-POSTED
                           AND PAYH-WEEK-ENDING NOT > MONTH-END-TEXT
                           PERFORM FIND-PAYMENT-GROUP
                           IF PAY-GROUP-WAS-FOUND
                               AND PAYH-WEEK-ENDING
                                   > PGT-LABOR-PERIOD(PAY-GROUP-SUB)
                               MOVE PAYH-WEEK-ENDING
                                   TO PGT-LABOR-PERIOD(PAY-GROUP-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM LOAD-PERIOD-LENGTHS
           PERFORM VARYING PAY-GROUP-SUB FROM 1 BY 1
               UNTIL PAY-GROUP-SUB > PAY-GROUP-COUNT
               COMPUTE PGT-UNPAID-DAYS(PAY-GROUP-SUB) =
                   FUNCTION INTEGER-OF-DATE(MONTH-END-DATE)
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(PGT-LABOR-PERIOD(PAY-GROUP-SUB)))
           END-PERFORM.

       FIND-PAYMENT-GROUP.
      *> Leaves PAY-GROUP-SUB on the payment's group, adding the group
      *> when new. History is in employee order, so the master is
      *> read once per employee. A full table fails the close rather
      *> than leave a group's labor out of the accrual.
           IF PAYH-EMP-ID NOT = LOOKUP-EMP-ID
               MOVE PAYH-EMP-ID TO LOOKUP-EMP-ID
               MOVE PAYH-EMP-ID TO EMP-ID-M
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE DEFAULT-PAY-GROUP TO PAYMENT-PAY-GROUP
                   NOT INVALID KEY
                       IF PAY-GROUP-M = SPACES
                           MOVE DEFAULT-PAY-GROUP TO PAYMENT-PAY-GROUP
                       ELSE
                           MOVE PAY-GROUP-M TO PAYMENT-PAY-GROUP
                       END-IF
               END-READ
           END-IF
           MOVE "N" TO PAY-GROUP-FOUND-SW
           PERFORM VARYING PAY-GROUP-SUB FROM 1 BY 1
               UNTIL PAY-GROUP-SUB > PAY-GROUP-COUNT
                   OR PAY-GROUP-WAS-FOUND
               IF PGT-PAY-GROUP(PAY-GROUP-SUB) = PAYMENT-PAY-GROUP
                   SET PAY-GROUP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PAY-GROUP-WAS-FOUND
               SUBTRACT 1 FROM PAY-GROUP-SUB
           ELSE
               IF PAY-GROUP-COUNT >= 20
                   IF NOT GROUP-TABLE-OVERFLOWED
                       SET GROUP-TABLE-OVERFLOWED TO TRUE
                       MOVE PAYMENT-PAY-GROUP TO AE-DEPT-CODE
                       MOVE "Pay group table full - labor not accrued"
                           TO AE-REASON
                       WRITE ACCRUAL-LINE FROM ACCRUAL-EXCEPTION-LINE
                       ADD 1 TO EXCEPTION-COUNT
                       SET CLOSE-HAS-FAILED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO PAY-GROUP-COUNT
                   MOVE PAY-GROUP-COUNT TO PAY-GROUP-SUB
                   MOVE PAYMENT-PAY-GROUP
                       TO PGT-PAY-GROUP(PAY-GROUP-SUB)
                   MOVE SPACES TO PGT-LABOR-PERIOD(PAY-GROUP-SUB)
                   MOVE 7 TO PGT-PERIOD-DAYS(PAY-GROUP-SUB)
                   MOVE ZERO TO PGT-UNPAID-DAYS(PAY-GROUP-SUB)
                   SET PAY-GROUP-WAS-FOUND TO TRUE
               END-IF
           END-IF.

       LOAD-PERIOD-LENGTHS.
      *> No calendar means every group is paid weekly.
           OPEN INPUT PAY-CALENDAR-FILE
           IF CALENDAR-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF CALENDAR-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening payroll calendar, status: "
                       CALENDAR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-CALENDAR = "EOF"
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE "EOF" TO END-OF-CALENDAR
                       NOT AT END
                           PERFORM MATCH-CALENDAR-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       MATCH-CALENDAR-PERIOD.
           IF CAL-PERIOD-START NUMERIC AND CAL-PERIOD-END NUMERIC
               PERFORM VARYING PAY-GROUP-SUB FROM 1 BY 1
                   UNTIL PAY-GROUP-SUB > PAY-GROUP-COUNT
                   IF CAL-PAY-GROUP = PGT-PAY-GROUP(PAY-GROUP-SUB)
                       AND CAL-PERIOD-END
                           = PGT-LABOR-PERIOD(PAY-GROUP-SUB)
                       COMPUTE CALENDAR-DAYS =
                           FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(CAL-PERIOD-END))
                           - FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(CAL-PERIOD-START)) + 1
                       IF CALENDAR-DAYS > ZERO AND CALENDAR-DAYS < 100
                           MOVE CALENDAR-DAYS
                               TO PGT-PERIOD-DAYS(PAY-GROUP-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ACCUMULATE-PERIOD-LABOR.
      *> Retro pay settles earlier periods and does not recur, so it
      *> is left out of the basis; everything else the payment paid
      *> is the labor the next payday will pay again.
           PERFORM START-PAY-HISTORY
           PERFORM UNTIL END-OF-HISTORY = "EOF"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-HISTORY
                   NOT AT END
                       IF PAYH-PAYMENT-POSTED
                           AND PAYH-WEEK-ENDING NOT > MONTH-END-TEXT
                           PERFORM FIND-PAYMENT-GROUP
                           IF PAY-GROUP-WAS-FOUND
                               AND PAYH-WEEK-ENDING
                                   = PGT-LABOR-PERIOD(PAY-GROUP-SUB)
                               AND PGT-UNPAID-DAYS(PAY-GROUP-SUB) > ZERO
                               MOVE PGT-UNPAID-DAYS(PAY-GROUP-SUB)
                                   TO PAYMENT-UNPAID-DAYS
                               MOVE PGT-PERIOD-DAYS(PAY-GROUP-SUB)
                                   TO PAYMENT-PERIOD-DAYS
                               COMPUTE PAYMENT-LABOR =
                                   PAYH-GROSS-PAY - PAYH-RETRO-PAY
                               PERFORM SPREAD-PAYMENT-LABOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER.

       SPREAD-PAYMENT-LABOR.
      *> The same spread the payment posted with: each stored time
      *> line's department in proportion to its straight-time base,
      *> the last line taking the rounding; a record from before the
      *> distribution basis was kept goes to its single department.
           IF PAYH-DIST-LINE-COUNT NUMERIC
               AND PAYH-DIST-LINE-COUNT > ZERO
               MOVE PAYH-DIST-LINE-COUNT TO DIST-LINE-TOTAL
           ELSE
               MOVE ZERO TO DIST-LINE-TOTAL
           END-IF
           IF DIST-LINE-TOTAL = ZERO
               MOVE PAYH-DEPT-CODE TO POST-DEPT
               PERFORM FIND-MONTH-DEPT
               ADD PAYMENT-LABOR TO MDT-PERIOD-LABOR(MONTH-DEPT-SUB)
               COMPUTE MDT-ACCRUAL-BASIS(MONTH-DEPT-SUB) =
                   MDT-ACCRUAL-BASIS(MONTH-DEPT-SUB) + PAYMENT-LABOR
                   * PAYMENT-UNPAID-DAYS / PAYMENT-PERIOD-DAYS
           ELSE
               MOVE ZERO TO DIST-BASE-TOTAL
               PERFORM VARYING DIST-SUB FROM 1 BY 1
                   UNTIL DIST-SUB > DIST-LINE-TOTAL
                   ADD PAYH-DIST-BASE(DIST-SUB) TO DIST-BASE-TOTAL
               END-PERFORM
               MOVE ZERO TO LABOR-ALLOC
               PERFORM VARYING DIST-SUB FROM 1 BY 1
                   UNTIL DIST-SUB > DIST-LINE-TOTAL
                   IF DIST-SUB = DIST-LINE-TOTAL
                       COMPUTE SHARE-LABOR = PAYMENT-LABOR - LABOR-ALLOC
                   ELSE
                       IF DIST-BASE-TOTAL = ZERO
                           MOVE ZERO TO SHARE-LABOR
                       ELSE
                           COMPUTE SHARE-LABOR ROUNDED = PAYMENT-LABOR
                               * PAYH-DIST-BASE(DIST-SUB)
                               / DIST-BASE-TOTAL
                           ADD SHARE-LABOR TO LABOR-ALLOC
                       END-IF
                   END-IF
                   MOVE PAYH-DIST-DEPT(DIST-SUB) TO POST-DEPT
                   PERFORM FIND-MONTH-DEPT
                   ADD SHARE-LABOR TO MDT-PERIOD-LABOR(MONTH-DEPT-SUB)
                   COMPUTE MDT-ACCRUAL-BASIS(MONTH-DEPT-SUB) =
                       MDT-ACCRUAL-BASIS(MONTH-DEPT-SUB) + SHARE-LABOR
                       * PAYMENT-UNPAID-DAYS / PAYMENT-PERIOD-DAYS
               END-PERFORM
           END-IF.

       VALUE-VACATION-LIABILITY.
      *> A terminated employee's balance was paid out or forfeited
      *> with the final check and is no longer owed.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE-MASTER, status: "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-MASTER = "EOF"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-MASTER
                   NOT AT END
                       IF EMP-ACTIVE AND VAC-BALANCE-M NUMERIC
                           AND VAC-BALANCE-M > ZERO
                           COMPUTE VACATION-VALUE ROUNDED =
                               VAC-BALANCE-M * HOURLY-RATE-M
                           MOVE DEPT-CODE-M TO POST-DEPT
                           PERFORM FIND-MONTH-DEPT
                           ADD VAC-BALANCE-M
                               TO MDT-VACATION-HOURS(MONTH-DEPT-SUB)
                           ADD VACATION-VALUE
                               TO MDT-VACATION(MONTH-DEPT-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       FIND-MONTH-DEPT.
      *> Leaves MONTH-DEPT-SUB on POST-DEPT's entry, adding it when
      *> new; a full table folds the overflow into the last entry
      *> rather than dropping the dollars.
           MOVE "N" TO MONTH-DEPT-FOUND-SW
           PERFORM VARYING MONTH-DEPT-SUB FROM 1 BY 1
               UNTIL MONTH-DEPT-SUB > MONTH-DEPT-COUNT
                   OR MONTH-DEPT-WAS-FOUND
               IF MDT-DEPT-CODE(MONTH-DEPT-SUB) = POST-DEPT
                   SET MONTH-DEPT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF MONTH-DEPT-WAS-FOUND
               SUBTRACT 1 FROM MONTH-DEPT-SUB
           ELSE
               IF MONTH-DEPT-COUNT >= 100
                   DISPLAY "Department table full, " POST-DEPT
                       " folded into " MDT-DEPT-CODE(100)
                   MOVE 100 TO MONTH-DEPT-SUB
               ELSE
                   ADD 1 TO MONTH-DEPT-COUNT
                   MOVE MONTH-DEPT-COUNT TO MONTH-DEPT-SUB
                   MOVE POST-DEPT TO MDT-DEPT-CODE(MONTH-DEPT-SUB)
                   MOVE SPACES TO MDT-WAGE-ACCT(MONTH-DEPT-SUB)
                   MOVE ZERO TO MDT-PERIOD-LABOR(MONTH-DEPT-SUB)
                   MOVE ZERO TO MDT-ACCRUAL-BASIS(MONTH-DEPT-SUB)
                   MOVE ZERO TO MDT-ACCRUED-WAGES(MONTH-DEPT-SUB)
                   MOVE ZERO TO MDT-VACATION-HOURS(MONTH-DEPT-SUB)
                   MOVE ZERO TO MDT-PRIOR-VACATION(MONTH-DEPT-SUB)
                   MOVE ZERO TO MDT-VACATION(MONTH-DEPT-SUB)
                   MOVE ZERO TO MDT-VACATION-CHANGE(MONTH-DEPT-SUB)
               END-IF
           END-IF.

       FIGURE-DEPARTMENT-ACCRUALS.
           PERFORM VARYING PRIOR-SNAP-SUB FROM 1 BY 1
               UNTIL PRIOR-SNAP-SUB > PRIOR-SNAP-COUNT
               MOVE PSN-DEPT-CODE(PRIOR-SNAP-SUB) TO POST-DEPT
               PERFORM FIND-MONTH-DEPT
               ADD PSN-LIABILITY(PRIOR-SNAP-SUB)
                   TO MDT-PRIOR-VACATION(MONTH-DEPT-SUB)
           END-PERFORM
           PERFORM VARYING MONTH-DEPT-SUB FROM 1 BY 1
               UNTIL MONTH-DEPT-SUB > MONTH-DEPT-COUNT
               COMPUTE MDT-ACCRUED-WAGES(MONTH-DEPT-SUB) ROUNDED =
                   MDT-ACCRUAL-BASIS(MONTH-DEPT-SUB)
               COMPUTE MDT-VACATION-CHANGE(MONTH-DEPT-SUB) =
                   MDT-VACATION(MONTH-DEPT-SUB)
                   - MDT-PRIOR-VACATION(MONTH-DEPT-SUB)
               ADD MDT-PERIOD-LABOR(MONTH-DEPT-SUB)
                   TO TOTAL-PERIOD-LABOR
               ADD MDT-ACCRUED-WAGES(MONTH-DEPT-SUB)
                   TO TOTAL-ACCRUED-WAGES
               ADD MDT-PRIOR-VACATION(MONTH-DEPT-SUB)
                   TO TOTAL-PRIOR-VACATION
               ADD MDT-VACATION(MONTH-DEPT-SUB) TO TOTAL-VACATION
               ADD MDT-VACATION-CHANGE(MONTH-DEPT-SUB)
                   TO TOTAL-VACATION-CHANGE
           END-PERFORM.

       CHECK-ACCRUAL-ACCOUNTS.
      *> Every department with something to book needs its wage
      *> expense account; the scan keeps going after a miss so the
      *> report lists every one.
           PERFORM VARYING MONTH-DEPT-SUB FROM 1 BY 1
               UNTIL MONTH-DEPT-SUB > MONTH-DEPT-COUNT
               PERFORM VARYING MAP-SCAN-SUB FROM 1 BY 1
                   UNTIL MAP-SCAN-SUB > DEPT-MAP-COUNT
                   IF MAP-DEPT-CODE(MAP-SCAN-SUB)
                           = MDT-DEPT-CODE(MONTH-DEPT-SUB)
                       MOVE MAP-WAGE-ACCT(MAP-SCAN-SUB)
                           TO MDT-WAGE-ACCT(MONTH-DEPT-SUB)
                   END-IF
               END-PERFORM
               IF MDT-WAGE-ACCT(MONTH-DEPT-SUB) = SPACES
                   AND (MDT-ACCRUED-WAGES(MONTH-DEPT-SUB) NOT = ZERO
                        OR MDT-VACATION-CHANGE(MONTH-DEPT-SUB)
                            NOT = ZERO)
                   MOVE MDT-DEPT-CODE(MONTH-DEPT-SUB) TO AE-DEPT-CODE
                   MOVE "Department not on account mapping file"
                       TO AE-REASON
                   WRITE ACCRUAL-LINE FROM ACCRUAL-EXCEPTION-LINE
                   ADD 1 TO EXCEPTION-COUNT
                   SET CLOSE-HAS-FAILED TO TRUE
               END-IF
           END-PERFORM
           IF NOT LIABILITY-WAS-FOUND
               MOVE SPACES TO AE-DEPT-CODE
               MOVE "No liability account record on mapping file"
                   TO AE-REASON
               WRITE ACCRUAL-LINE FROM ACCRUAL-EXCEPTION-LINE
               ADD 1 TO EXCEPTION-COUNT
               SET CLOSE-HAS-FAILED TO TRUE
           ELSE
               IF HELD-ACCRUED-WAGES = SPACES
                   AND TOTAL-ACCRUED-WAGES NOT = ZERO
                   MOVE SPACES TO AE-DEPT-CODE
                   MOVE "No accrued wages account on mapping file"
                       TO AE-REASON
                   WRITE ACCRUAL-LINE FROM ACCRUAL-EXCEPTION-LINE
                   ADD 1 TO EXCEPTION-COUNT
                   SET CLOSE-HAS-FAILED TO TRUE
               END-IF
               IF HELD-VACATION-LIAB = SPACES
                   AND TOTAL-VACATION-CHANGE NOT = ZERO
                   MOVE SPACES TO AE-DEPT-CODE
                   MOVE "No vacation liability account on mapping file"
                       TO AE-REASON
                   WRITE ACCRUAL-LINE FROM ACCRUAL-EXCEPTION-LINE
                   ADD 1 TO EXCEPTION-COUNT
                   SET CLOSE-HAS-FAILED TO TRUE
               END-IF
           END-IF.

       WRITE-ACCRUAL-VOUCHER.
      *> Appended: the voucher file may still hold a pay run's export
      *> the GL import has not picked up yet.
           OPEN EXTEND VOUCHER-FILE
           IF VOUCHER-FILE-STATUS = "35"
               OPEN OUTPUT VOUCHER-FILE
           END-IF
           IF VOUCHER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening voucher file, status: "
                   VOUCHER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TOTAL-ACCRUED-WAGES NOT = ZERO
               PERFORM VARYING MONTH-DEPT-SUB FROM 1 BY 1
                   UNTIL MONTH-DEPT-SUB > MONTH-DEPT-COUNT
                   IF MDT-ACCRUED-WAGES(MONTH-DEPT-SUB) NOT = ZERO
                       MOVE MONTH-END-TEXT TO JV-WEEK-ENDING
                       MOVE MDT-WAGE-ACCT(MONTH-DEPT-SUB)
                           TO JV-ACCOUNT-NUMBER
                       MOVE MDT-DEPT-CODE(MONTH-DEPT-SUB)
                           TO JV-DEPT-CODE
                       MOVE "ACCRUED WAGES" TO JV-DESCRIPTION
                       MOVE MDT-ACCRUED-WAGES(MONTH-DEPT-SUB)
                           TO JV-DEBIT-AMOUNT
                       MOVE ZERO TO JV-CREDIT-AMOUNT
                       PERFORM WRITE-VOUCHER-LINE
                   END-IF
               END-PERFORM
               MOVE MONTH-END-TEXT TO JV-WEEK-ENDING
               MOVE HELD-ACCRUED-WAGES TO JV-ACCOUNT-NUMBER
               MOVE SPACES TO JV-DEPT-CODE
               MOVE "ACCRUED WAGES PAYABLE" TO JV-DESCRIPTION
               MOVE ZERO TO JV-DEBIT-AMOUNT
               MOVE TOTAL-ACCRUED-WAGES TO JV-CREDIT-AMOUNT
               PERFORM WRITE-VOUCHER-LINE
      *> The reversal turns each line around on the first of the next
      *> month.
               PERFORM VARYING MONTH-DEPT-SUB FROM 1 BY 1
                   UNTIL MONTH-DEPT-SUB > MONTH-DEPT-COUNT
                   IF MDT-ACCRUED-WAGES(MONTH-DEPT-SUB) NOT = ZERO
                       MOVE REVERSAL-DATE-TEXT TO JV-WEEK-ENDING
                       MOVE MDT-WAGE-ACCT(MONTH-DEPT-SUB)
                           TO JV-ACCOUNT-NUMBER
                       MOVE MDT-DEPT-CODE(MONTH-DEPT-SUB)
                           TO JV-DEPT-CODE
                       MOVE "REVERSE ACCRUED WAGES" TO JV-DESCRIPTION
                       MOVE ZERO TO JV-DEBIT-AMOUNT
                       MOVE MDT-ACCRUED-WAGES(MONTH-DEPT-SUB)
                           TO JV-CREDIT-AMOUNT
                       PERFORM WRITE-VOUCHER-LINE
                   END-IF
               END-PERFORM
               MOVE REVERSAL-DATE-TEXT TO JV-WEEK-ENDING
               MOVE HELD-ACCRUED-WAGES TO JV-ACCOUNT-NUMBER
               MOVE SPACES TO JV-DEPT-CODE
               MOVE "REVERSE ACCRUED PAYABLE" TO JV-DESCRIPTION
               MOVE TOTAL-ACCRUED-WAGES TO JV-DEBIT-AMOUNT
               MOVE ZERO TO JV-CREDIT-AMOUNT
               PERFORM WRITE-VOUCHER-LINE
           END-IF
      *> A fall in the liability books as a negative debit and
      *> credit, the way a reversal run's voucher does.
           IF TOTAL-VACATION-CHANGE NOT = ZERO
               PERFORM VARYING MONTH-DEPT-SUB FROM 1 BY 1
                   UNTIL MONTH-DEPT-SUB > MONTH-DEPT-COUNT
                   IF MDT-VACATION-CHANGE(MONTH-DEPT-SUB) NOT = ZERO
                       MOVE MONTH-END-TEXT TO JV-WEEK-ENDING
                       MOVE MDT-WAGE-ACCT(MONTH-DEPT-SUB)
                           TO JV-ACCOUNT-NUMBER
                       MOVE MDT-DEPT-CODE(MONTH-DEPT-SUB)
                           TO JV-DEPT-CODE
                       MOVE "VACATION ACCRUAL" TO JV-DESCRIPTION
                       MOVE MDT-VACATION-CHANGE(MONTH-DEPT-SUB)
                           TO JV-DEBIT-AMOUNT
                       MOVE ZERO TO JV-CREDIT-AMOUNT
                       PERFORM WRITE-VOUCHER-LINE
                   END-IF
               END-PERFORM
               MOVE MONTH-END-TEXT TO JV-WEEK-ENDING
               MOVE HELD-VACATION-LIAB TO JV-ACCOUNT-NUMBER
               MOVE SPACES TO JV-DEPT-CODE
               MOVE "ACCRUED VACATION" TO JV-DESCRIPTION
               MOVE ZERO TO JV-DEBIT-AMOUNT
               MOVE TOTAL-VACATION-CHANGE TO JV-CREDIT-AMOUNT
               PERFORM WRITE-VOUCHER-LINE
           END-IF
           CLOSE VOUCHER-FILE.

       WRITE-VOUCHER-LINE.
           WRITE JOURNAL-VOUCHER-RECORD
           ADD 1 TO VOUCHER-LINE-COUNT
           ADD JV-DEBIT-AMOUNT TO VOUCHER-DEBIT-TOTAL
           ADD JV-CREDIT-AMOUNT TO VOUCHER-CREDIT-TOTAL.

       SAVE-VACATION-SNAPSHOT.
      *> Rewritten with the prior month as read and this month as
      *> valued; older months are no longer needed.
           OPEN OUTPUT VACATION-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening vacation snapshot, status: "
                   SNAPSHOT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PRIOR-SNAP-SUB FROM 1 BY 1
               UNTIL PRIOR-SNAP-SUB > PRIOR-SNAP-COUNT
               MOVE PRIOR-SNAPSHOT-MONTH TO VSN-MONTH
               MOVE PSN-DEPT-CODE(PRIOR-SNAP-SUB) TO VSN-DEPT-CODE
               MOVE PSN-VACATION-HOURS(PRIOR-SNAP-SUB)
                   TO VSN-VACATION-HOURS
               MOVE PSN-LIABILITY(PRIOR-SNAP-SUB) TO VSN-LIABILITY
               WRITE VACATION-SNAPSHOT-RECORD
           END-PERFORM
           PERFORM VARYING MONTH-DEPT-SUB FROM 1 BY 1
               UNTIL MONTH-DEPT-SUB > MONTH-DEPT-COUNT
               MOVE ACCRUAL-MONTH-TEXT TO VSN-MONTH
               MOVE MDT-DEPT-CODE(MONTH-DEPT-SUB) TO VSN-DEPT-CODE
               MOVE MDT-VACATION-HOURS(MONTH-DEPT-SUB)
                   TO VSN-VACATION-HOURS
               MOVE MDT-VACATION(MONTH-DEPT-SUB) TO VSN-LIABILITY
               WRITE VACATION-SNAPSHOT-RECORD
           END-PERFORM
           CLOSE VACATION-SNAPSHOT-FILE.

       WRITE-ACCRUAL-REPORT.
           MOVE MONTH-END-TEXT TO AH2-MONTH-END
           WRITE ACCRUAL-LINE FROM ACCRUAL-HDR-2
           IF PAY-GROUP-COUNT = ZERO
               MOVE SPACES TO AG-PAY-GROUP
               MOVE "NONE" TO AG-LABOR-PERIOD
               MOVE ZERO TO AG-PERIOD-DAYS
               MOVE ZERO TO AG-UNPAID-DAYS
               WRITE ACCRUAL-LINE FROM ACCRUAL-GROUP-LINE
           END-IF
           PERFORM VARYING PAY-GROUP-SUB FROM 1 BY 1
               UNTIL PAY-GROUP-SUB > PAY-GROUP-COUNT
               MOVE PGT-PAY-GROUP(PAY-GROUP-SUB) TO AG-PAY-GROUP
               MOVE PGT-LABOR-PERIOD(PAY-GROUP-SUB) TO AG-LABOR-PERIOD
               MOVE PGT-PERIOD-DAYS(PAY-GROUP-SUB) TO AG-PERIOD-DAYS
               MOVE PGT-UNPAID-DAYS(PAY-GROUP-SUB) TO AG-UNPAID-DAYS
               WRITE ACCRUAL-LINE FROM ACCRUAL-GROUP-LINE
           END-PERFORM
           IF PRIOR-SNAPSHOT-FOUND
               MOVE PRIOR-SNAPSHOT-MONTH TO AH3-PRIOR-MONTH
           ELSE
               MOVE "NONE - FULL BALANCE BOOKED" TO AH3-PRIOR-MONTH
           END-IF
           WRITE ACCRUAL-LINE FROM ACCRUAL-HDR-3
           MOVE SPACES TO ACCRUAL-LINE
           WRITE ACCRUAL-LINE
           WRITE ACCRUAL-LINE FROM ACCRUAL-COLUMN-HDR
           PERFORM VARYING MONTH-DEPT-SUB FROM 1 BY 1
               UNTIL MONTH-DEPT-SUB > MONTH-DEPT-COUNT
               MOVE MDT-DEPT-CODE(MONTH-DEPT-SUB) TO AD-DEPT-CODE
               MOVE MDT-PERIOD-LABOR(MONTH-DEPT-SUB) TO AD-PERIOD-LABOR
               MOVE MDT-ACCRUED-WAGES(MONTH-DEPT-SUB)
                   TO AD-ACCRUED-WAGES
               MOVE MDT-PRIOR-VACATION(MONTH-DEPT-SUB)
                   TO AD-PRIOR-VACATION
               MOVE MDT-VACATION(MONTH-DEPT-SUB) TO AD-VACATION
               MOVE MDT-VACATION-CHANGE(MONTH-DEPT-SUB)
                   TO AD-VACATION-CHANGE
               WRITE ACCRUAL-LINE FROM ACCRUAL-DETAIL-LINE
           END-PERFORM
           MOVE "TOTL" TO AD-DEPT-CODE
           MOVE TOTAL-PERIOD-LABOR TO AD-PERIOD-LABOR
           MOVE TOTAL-ACCRUED-WAGES TO AD-ACCRUED-WAGES
           MOVE TOTAL-PRIOR-VACATION TO AD-PRIOR-VACATION
           MOVE TOTAL-VACATION TO AD-VACATION
           MOVE TOTAL-VACATION-CHANGE TO AD-VACATION-CHANGE
           WRITE ACCRUAL-LINE FROM ACCRUAL-DETAIL-LINE
           MOVE SPACES TO ACCRUAL-LINE
           WRITE ACCRUAL-LINE
           MOVE "TOTAL DEBITS" TO AT-CAPTION
           MOVE VOUCHER-DEBIT-TOTAL TO AT-AMOUNT
           WRITE ACCRUAL-LINE FROM ACCRUAL-TOTAL-LINE
           MOVE "TOTAL CREDITS" TO AT-CAPTION
           MOVE VOUCHER-CREDIT-TOTAL TO AT-AMOUNT
           WRITE ACCRUAL-LINE FROM ACCRUAL-TOTAL-LINE
           IF VOUCHER-DEBIT-TOTAL NOT = VOUCHER-CREDIT-TOTAL
               MOVE "VOUCHER OUT OF BALANCE - HOLD GL IMPORT"
                   TO AR-RESULT
               WRITE ACCRUAL-LINE FROM ACCRUAL-RESULT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "VOUCHER BALANCED - RELEASE TO GL IMPORT"
                   TO AR-RESULT
               WRITE ACCRUAL-LINE FROM ACCRUAL-RESULT-LINE
           END-IF.
