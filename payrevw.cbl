       $set sourceformat"free"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREVW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-CONTROL ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

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

           SELECT REVIEW-RULE-FILE ASSIGN TO "REVRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.

           SELECT PAYMENT-HOLD-FILE ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO "PAYREVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-PERIOD-CONTROL
          LABEL RECORDS ARE STANDARD.
       COPY "PAYCTL.CPY".

       FD PAY-HISTORY-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "PAYHIST.CPY".

       FD EMPLOYEE-MASTER
          LABEL RECORDS ARE STANDARD.
       COPY "EMPMAST.CPY".

       FD PAY-CALENDAR-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "PAYCAL.CPY".

       FD REVIEW-RULE-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "REVRULE.CPY".

       FD PAYMENT-HOLD-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "PAYHOLD.CPY".

       FD REVIEW-REPORT
          LABEL RECORDS ARE STANDARD.
       01 REVIEW-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS     PIC XX.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 MASTER-FILE-STATUS      PIC XX.
       01 RULE-FILE-STATUS        PIC XX.
       01 CALENDAR-FILE-STATUS    PIC XX.
       01 HOLD-FILE-STATUS        PIC XX.
       01 REPORT-FILE-STATUS      PIC XX.
       01 END-OF-CONTROL          PIC X(3) VALUE SPACES.
       01 END-OF-HISTORY          PIC X(3) VALUE SPACES.
       01 END-OF-CALENDAR         PIC X(3) VALUE SPACES.
       01 PERIOD-WEEK-ENDING      PIC X(8).
       01 LATEST-WEEK-ENDING      PIC X(8).
       01 PERIOD-FOUND-SW         PIC X(1) VALUE "N".
           88 PERIOD-WAS-FOUND    VALUE "Y".

      *> Built-in review rule, overridden by REVRULE.DAT.
       01 SWING-PERCENT-LIMIT     PIC 9(3)V99 VALUE 25.00.
       01 HOURS-LIMIT             PIC 9(3)V99 VALUE 60.00.
       01 PRIOR-PERIOD-LIMIT      PIC 9(2) VALUE 4.

      *> The hours limit is a week's; a payment for a longer pay
      *> period is held to it scaled by the period's days on the
      *> payroll calendar. Only the calendar periods ending on the
      *> reviewed date matter, one per pay group at most; a group
      *> with none is weekly.
       01 PERIOD-LENGTH-TABLE.
           05 PERIOD-LENGTH-COUNT PIC 9(2) VALUE ZERO.
           05 PERIOD-LENGTH-ENTRY OCCURS 20 TIMES.
               10 PLT-PAY-GROUP       PIC X(2).
               10 PLT-PERIOD-DAYS     PIC 9(2).
       01 PERIOD-LENGTH-SUB       PIC 9(2).
       01 CALENDAR-DAYS           PIC S9(5).
       01 DEFAULT-PAY-GROUP       PIC X(2) VALUE "WK".
       01 PAYMENT-PAY-GROUP       PIC X(2).
       01 PAYMENT-PERIOD-DAYS     PIC 9(2).
       01 PAYMENT-HOURS-LIMIT     PIC 9(4)V99.

      *> The employee whose history is being read, and the payments
      *> before the period the review compares against: gross and
      *> net of up to the last PRIOR-PERIOD-LIMIT of them, newest
      *> last, and the deposit plan the latest one paid out under.
       01 HISTORY-EMP-ID          PIC X(5) VALUE SPACES.
       01 PRIOR-PAYMENT-COUNT     PIC 9(2).
       01 PRIOR-PAYMENT-TABLE.
           05 PRIOR-PAYMENT OCCURS 12 TIMES.
               10 PRIOR-GROSS         PIC 9(7)V99.
               10 PRIOR-NET           PIC 9(7)V99.
       01 PRIOR-SUB               PIC 9(2).
       01 LAST-PRIOR-LINES.
           05 LAST-PRIOR-LINE-COUNT PIC 9(1).
           05 LAST-PRIOR-LINE OCCURS 4 TIMES.
               10 LAST-PRIOR-ROUTING  PIC 9(9).
               10 LAST-PRIOR-ACCOUNT  PIC X(17).

      *> The deposit plan of the payment in hand: its PAYH-PAY-LINE
      *> entries, or the single bank account a record from before
      *> the lines were kept was paid to; none for a check.
       01 PAYMENT-LINES.
           05 PAYMENT-LINE-COUNT  PIC 9(1).
           05 PAYMENT-LINE OCCURS 4 TIMES.
               10 PAYMENT-ROUTING     PIC 9(9).
               10 PAYMENT-ACCOUNT     PIC X(17).
       01 LINE-SUB                PIC 9(1).
       01 LAST-LINE-SUB           PIC 9(1).
       01 LINE-FOUND-SW           PIC X(1).
           88 LINE-WAS-FOUND      VALUE "Y".
       01 BANK-CHANGED-SW         PIC X(1).
           88 BANK-HAS-CHANGED    VALUE "Y".

       01 AVERAGE-AMOUNT          PIC 9(7)V99.
       01 AMOUNT-TOTAL            PIC 9(9)V99.
       01 SWING-AMOUNT            PIC S9(7)V99.
       01 SWING-PERCENT           PIC 9(5)V99.
       01 SWING-PERCENT-EDIT      PIC ZZ,ZZ9.99.
       01 HOURS-EDIT              PIC ZZ9.99.

      *> Every deposit account the period pays into, with the
      *> employee paid there, for the shared-account check.
       01 ACCOUNT-USE-TABLE.
           05 ACCOUNT-USE-COUNT   PIC 9(4) VALUE ZERO.
           05 ACCOUNT-USE-ENTRY OCCURS 2000 TIMES.
               10 AU-ROUTING          PIC 9(9).
               10 AU-ACCOUNT          PIC X(17).
               10 AU-EMP-ID           PIC X(5).
               10 AU-PAY-SEQ          PIC 9(2).
       01 ACCOUNT-USE-SUB         PIC 9(4).
       01 ACCOUNT-MATCH-SUB       PIC 9(4).
       01 ACCOUNT-TABLE-FULL-SW   PIC X(1) VALUE "N".
           88 ACCOUNT-TABLE-IS-FULL VALUE "Y".

      *> The payments to pull, one entry each however many reasons
      *> it was held for; written out once the review is complete.
       01 HOLD-TABLE.
           05 HOLD-COUNT          PIC 9(4) VALUE ZERO.
           05 HOLD-ENTRY OCCURS 2000 TIMES.
               10 HT-EMP-ID           PIC X(5).
               10 HT-PAY-SEQ          PIC 9(2).
               10 HT-PAY-METHOD       PIC X(1).
               10 HT-CHECK-NUMBER     PIC 9(7).
               10 HT-NET-PAY          PIC 9(7)V99.
               10 HT-REASON-CODE      PIC X(4).
               10 HT-REASON-COUNT     PIC 9(1).
       01 HOLD-SUB                PIC 9(4).
       01 HOLD-FOUND-SW           PIC X(1).
           88 HOLD-WAS-FOUND      VALUE "Y".

      *> The exception being reported.
       01 FLAG-ACTION             PIC X(6).
           88 FLAG-HOLDS-PAYMENT  VALUE "HOLD".
       01 FLAG-REASON-CODE        PIC X(4).
       01 FLAG-DETAIL             PIC X(45).
       01 FLAG-EMP-ID             PIC X(5).
       01 SHARING-EMP-ID          PIC X(5).
       01 FLAG-EMP-NAME           PIC X(25).
       01 FLAG-PAY-SEQ            PIC 9(2).
       01 FLAG-GROSS-PAY          PIC 9(7)V99.
       01 FLAG-NET-PAY            PIC 9(7)V99.
       01 FLAG-PAY-METHOD         PIC X(1).
       01 FLAG-CHECK-NUMBER       PIC 9(7).

       01 PAYMENTS-REVIEWED       PIC 9(5) VALUE ZERO.
       01 EXCEPTION-COUNT         PIC 9(5) VALUE ZERO.
       01 REVIEW-ONLY-COUNT       PIC 9(5) VALUE ZERO.

       01 REVIEW-HDR-1.
           05 FILLER              PIC X(25) VALUE SPACES.
           05 FILLER              PIC X(42)
               VALUE "ACME CORP - PRE-RELEASE PAYMENT REVIEW".

       01 REVIEW-HDR-2.
           05 FILLER              PIC X(13) VALUE "WEEK ENDING: ".
           05 RH2-WEEK-ENDING     PIC X(8).

       01 REVIEW-HDR-3.
           05 FILLER              PIC X(26)
               VALUE "SWING LIMIT PERCENT: ".
           05 RH3-SWING-LIMIT     PIC ZZ9.99.
           05 FILLER              PIC X(17) VALUE "   HOURS / WEEK: ".
           05 RH3-HOURS-LIMIT     PIC ZZ9.99.
           05 FILLER              PIC X(19) VALUE "   PRIOR PERIODS: ".
           05 RH3-PRIOR-PERIODS   PIC Z9.

       01 REVIEW-COLUMN-HDR.
           05 FILLER              PIC X(7) VALUE "EMP".
           05 FILLER              PIC X(27) VALUE "NAME".
           05 FILLER              PIC X(5) VALUE "SEQ".
           05 FILLER              PIC X(14) VALUE "     GROSS".
           05 FILLER              PIC X(14) VALUE "       NET".
           05 FILLER              PIC X(8) VALUE "ACTION".
           05 FILLER              PIC X(45) VALUE "REASON".

       01 REVIEW-DETAIL-LINE.
           05 RD-EMP-ID           PIC X(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RD-EMP-NAME         PIC X(25).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RD-PAY-SEQ          PIC Z9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RD-GROSS-PAY        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RD-NET-PAY          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RD-ACTION           PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RD-REASON           PIC X(45).

       01 REVIEW-SECTION-LINE.
           05 RS-CAPTION          PIC X(60).

       01 REVIEW-COUNT-LINE.
           05 RC-CAPTION          PIC X(30).
           05 RC-COUNT            PIC ZZZ,ZZ9.

       01 REVIEW-SIGNOFF-LINE.
           05 FILLER              PIC X(26)
               VALUE "REVIEWED AND RELEASED BY: ".
           05 FILLER              PIC X(30) VALUE ALL "_".
           05 FILLER              PIC X(8) VALUE "  DATE: ".
           05 FILLER              PIC X(12) VALUE ALL "_".

       01 REVIEW-RESULT-LINE.
           05 FILLER              PIC X(8) VALUE "RESULT: ".
           05 RR-RESULT           PIC X(60).

       PROCEDURE DIVISION.

      *> Reviews a pay period's payments before the bank files go
      *> out. arg 1 is the week-ending date (CCYYMMDD); none takes the
      *> latest completed run on the control file. Each payment the
      *> period posted on PAYHIST.DAT is compared with the same
      *> employee's earlier payments:
      *>   - held (listed on PAYHOLD.DAT, to be pulled from ACHOUT.DAT
      *>     or CHECKS.DAT until cleared): a deposit account or
      *>     routing number not on the employee's last payment, a
      *>     deposit account another employee is also paid into this
      *>     period, a payment to a terminated employee or one with no
      *>     master record;
      *>   - listed for review: a first-time payee, gross or net pay
      *>     off the employee's recent average by more than the swing
      *>     limit, hours over the weekly hours limit (scaled to the
      *>     pay group's period on PAYCAL.DAT).
      *> PAYREVW.RPT lists every exception for payroll management to
      *> sign off. Ends with return code 4 when any payment is held.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT PERIOD-WEEK-ENDING FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO PERIOD-WEEK-ENDING
           END-ACCEPT
           IF PERIOD-WEEK-ENDING NOT = SPACES
                   AND PERIOD-WEEK-ENDING NOT NUMERIC
               DISPLAY "Week-ending date must be CCYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-PERIOD-CONTROL
           PERFORM LOAD-REVIEW-RULE
           PERFORM LOAD-PERIOD-LENGTHS
           PERFORM OPEN-REVIEW-REPORT
           PERFORM OPEN-REVIEW-FILES

           MOVE "PAYMENT EXCEPTIONS" TO RS-CAPTION
           WRITE REVIEW-LINE FROM REVIEW-SECTION-LINE
           WRITE REVIEW-LINE FROM REVIEW-COLUMN-HDR
           PERFORM UNTIL END-OF-HISTORY = "EOF"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-HISTORY
                   NOT AT END
                       PERFORM REVIEW-HISTORY-RECORD
               END-READ
           END-PERFORM
           PERFORM CHECK-SHARED-ACCOUNTS

           PERFORM WRITE-HOLD-FILE
           PERFORM WRITE-REVIEW-SUMMARY

           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE REVIEW-REPORT
           DISPLAY "Payment review for week " PERIOD-WEEK-ENDING ": "
               PAYMENTS-REVIEWED " payment(s), " HOLD-COUNT " held"
           IF HOLD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PERIOD-CONTROL.
           OPEN INPUT PAY-PERIOD-CONTROL
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Error opening pay period control, status: "
                   CONTROL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CONTROL = "EOF"
               READ PAY-PERIOD-CONTROL
                   AT END
                       MOVE "EOF" TO END-OF-CONTROL
                   NOT AT END
                       IF CTL-RUN-COMPLETED
                           IF PERIOD-WEEK-ENDING = SPACES
                               SET PERIOD-WAS-FOUND TO TRUE
                               MOVE CTL-WEEK-ENDING-DATE
                                   TO LATEST-WEEK-ENDING
                           END-IF
                           IF CTL-WEEK-ENDING-DATE = PERIOD-WEEK-ENDING
                               SET PERIOD-WAS-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-CONTROL
           IF NOT PERIOD-WAS-FOUND
               DISPLAY "No completed pay run for week ending "
                   PERIOD-WEEK-ENDING
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PERIOD-WEEK-ENDING = SPACES
               MOVE LATEST-WEEK-ENDING TO PERIOD-WEEK-ENDING
           END-IF.

       LOAD-REVIEW-RULE.
      *> Operations-settable limits; a site that has never created
      *> the file runs on the built-in ones.
           OPEN INPUT REVIEW-RULE-FILE
           IF RULE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF RULE-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening review rule file, status: "
                       RULE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ REVIEW-RULE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REVW-SWING-PERCENT TO SWING-PERCENT-LIMIT
                       MOVE REVW-HOURS-LIMIT TO HOURS-LIMIT
                       MOVE REVW-PRIOR-PERIODS TO PRIOR-PERIOD-LIMIT
               END-READ
               CLOSE REVIEW-RULE-FILE
           END-IF
      *> The average is kept over at most a quarter's weekly
      *> payments.
           IF PRIOR-PERIOD-LIMIT = ZERO
               MOVE 1 TO PRIOR-PERIOD-LIMIT
           END-IF
           IF PRIOR-PERIOD-LIMIT > 12
               MOVE 12 TO PRIOR-PERIOD-LIMIT
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
                           IF CAL-PERIOD-END = PERIOD-WEEK-ENDING
                               AND CAL-PERIOD-START NUMERIC
                               PERFORM ADD-PERIOD-LENGTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       ADD-PERIOD-LENGTH.
           COMPUTE CALENDAR-DAYS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CAL-PERIOD-END))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CAL-PERIOD-START)) + 1
           IF CALENDAR-DAYS > ZERO AND CALENDAR-DAYS < 100
               IF PERIOD-LENGTH-COUNT >= 20
                   DISPLAY "Period length table full, dropping "
                       CAL-PAY-GROUP
               ELSE
                   ADD 1 TO PERIOD-LENGTH-COUNT
                   MOVE CAL-PAY-GROUP
                       TO PLT-PAY-GROUP(PERIOD-LENGTH-COUNT)
                   MOVE CALENDAR-DAYS
                       TO PLT-PERIOD-DAYS(PERIOD-LENGTH-COUNT)
               END-IF
           END-IF.

       OPEN-REVIEW-REPORT.
           OPEN OUTPUT REVIEW-REPORT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening review report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REVIEW-LINE FROM REVIEW-HDR-1
           MOVE PERIOD-WEEK-ENDING TO RH2-WEEK-ENDING
           WRITE REVIEW-LINE FROM REVIEW-HDR-2
           MOVE SWING-PERCENT-LIMIT TO RH3-SWING-LIMIT
           MOVE HOURS-LIMIT TO RH3-HOURS-LIMIT
           MOVE PRIOR-PERIOD-LIMIT TO RH3-PRIOR-PERIODS
           WRITE REVIEW-LINE FROM REVIEW-HDR-3
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE.

       OPEN-REVIEW-FILES.
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Error opening pay history file, status: "
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE-MASTER, status: "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REVIEW-HISTORY-RECORD.
      *> The key is employee, then week, then payment sequence, so
      *> each employee's payments arrive oldest first and every
      *> earlier payment has been seen by the time the period's
      *> come up. Voided payments are left out of both sides.
           IF PAYH-EMP-ID NOT = HISTORY-EMP-ID
               MOVE PAYH-EMP-ID TO HISTORY-EMP-ID
               MOVE ZERO TO PRIOR-PAYMENT-COUNT
               MOVE ZERO TO LAST-PRIOR-LINE-COUNT
           END-IF
           IF PAYH-PAYMENT-POSTED
               EVALUATE TRUE
                   WHEN PAYH-WEEK-ENDING < PERIOD-WEEK-ENDING
                       PERFORM REMEMBER-PRIOR-PAYMENT
                   WHEN PAYH-WEEK-ENDING = PERIOD-WEEK-ENDING
                       PERFORM REVIEW-PERIOD-PAYMENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       REMEMBER-PRIOR-PAYMENT.
           IF PRIOR-PAYMENT-COUNT >= PRIOR-PERIOD-LIMIT
               PERFORM VARYING PRIOR-SUB FROM 2 BY 1
                   UNTIL PRIOR-SUB > PRIOR-PAYMENT-COUNT
                   MOVE PRIOR-PAYMENT(PRIOR-SUB)
                       TO PRIOR-PAYMENT(PRIOR-SUB - 1)
               END-PERFORM
           ELSE
               ADD 1 TO PRIOR-PAYMENT-COUNT
           END-IF
           MOVE PAYH-GROSS-PAY TO PRIOR-GROSS(PRIOR-PAYMENT-COUNT)
           MOVE PAYH-NET-PAY TO PRIOR-NET(PRIOR-PAYMENT-COUNT)
           PERFORM LOAD-PAYMENT-LINES
           MOVE PAYMENT-LINES TO LAST-PRIOR-LINES.

       LOAD-PAYMENT-LINES.
           MOVE ZERO TO PAYMENT-LINE-COUNT
           IF PAYH-PAID-BY-ACH
               IF PAYH-PAY-LINE-COUNT NUMERIC
                   AND PAYH-PAY-LINE-COUNT > ZERO
                   MOVE PAYH-PAY-LINE-COUNT TO PAYMENT-LINE-COUNT
                   PERFORM VARYING LINE-SUB FROM 1 BY 1
                       UNTIL LINE-SUB > PAYMENT-LINE-COUNT
                       MOVE PAYH-PAY-ROUTING(LINE-SUB)
                           TO PAYMENT-ROUTING(LINE-SUB)
                       MOVE PAYH-PAY-ACCOUNT(LINE-SUB)
                           TO PAYMENT-ACCOUNT(LINE-SUB)
                   END-PERFORM
               ELSE
                   MOVE 1 TO PAYMENT-LINE-COUNT
                   MOVE PAYH-BANK-ROUTING TO PAYMENT-ROUTING(1)
                   MOVE PAYH-BANK-ACCOUNT TO PAYMENT-ACCOUNT(1)
               END-IF
           END-IF.

       REVIEW-PERIOD-PAYMENT.
           ADD 1 TO PAYMENTS-REVIEWED
           MOVE PAYH-EMP-ID TO FLAG-EMP-ID
           MOVE PAYH-PAY-SEQ TO FLAG-PAY-SEQ
           MOVE PAYH-GROSS-PAY TO FLAG-GROSS-PAY
           MOVE PAYH-NET-PAY TO FLAG-NET-PAY
           MOVE PAYH-PAY-METHOD TO FLAG-PAY-METHOD
           MOVE PAYH-CHECK-NUMBER TO FLAG-CHECK-NUMBER
           PERFORM LOAD-PAYMENT-LINES
           PERFORM RECORD-ACCOUNT-USE

           MOVE DEFAULT-PAY-GROUP TO PAYMENT-PAY-GROUP
           MOVE PAYH-EMP-ID TO EMP-ID-M
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO FLAG-EMP-NAME
                   MOVE "HOLD" TO FLAG-ACTION
                   MOVE "NOMS" TO FLAG-REASON-CODE
                   MOVE "NO EMPLOYEE MASTER RECORD" TO FLAG-DETAIL
                   PERFORM REPORT-EXCEPTION
               NOT INVALID KEY
                   MOVE EMP-NAME-M TO FLAG-EMP-NAME
                   IF PAY-GROUP-M NOT = SPACES
                       MOVE PAY-GROUP-M TO PAYMENT-PAY-GROUP
                   END-IF
                   IF EMP-TERMINATED
                       MOVE "HOLD" TO FLAG-ACTION
                       MOVE "TERM" TO FLAG-REASON-CODE
                       MOVE SPACES TO FLAG-DETAIL
                       STRING "EMPLOYEE TERMINATED " TERM-DATE-M
                           DELIMITED BY SIZE INTO FLAG-DETAIL
                       END-STRING
                       PERFORM REPORT-EXCEPTION
                   END-IF
           END-READ

           IF PRIOR-PAYMENT-COUNT = ZERO
               MOVE "REVIEW" TO FLAG-ACTION
               MOVE "FRST" TO FLAG-REASON-CODE
               MOVE "FIRST-TIME PAYEE" TO FLAG-DETAIL
               PERFORM REPORT-EXCEPTION
           ELSE
               PERFORM CHECK-PAY-SWING
               PERFORM CHECK-DEPOSIT-ACCOUNTS
           END-IF

           MOVE 7 TO PAYMENT-PERIOD-DAYS
           PERFORM VARYING PERIOD-LENGTH-SUB FROM 1 BY 1
               UNTIL PERIOD-LENGTH-SUB > PERIOD-LENGTH-COUNT
               IF PLT-PAY-GROUP(PERIOD-LENGTH-SUB) = PAYMENT-PAY-GROUP
                   MOVE PLT-PERIOD-DAYS(PERIOD-LENGTH-SUB)
                       TO PAYMENT-PERIOD-DAYS
               END-IF
           END-PERFORM
           IF PAYMENT-PERIOD-DAYS > 7
               COMPUTE PAYMENT-HOURS-LIMIT ROUNDED =
                   HOURS-LIMIT * PAYMENT-PERIOD-DAYS / 7
           ELSE
               MOVE HOURS-LIMIT TO PAYMENT-HOURS-LIMIT
           END-IF
           IF PAYH-HOURS-WORKED > PAYMENT-HOURS-LIMIT
               MOVE "REVIEW" TO FLAG-ACTION
               MOVE "HOUR" TO FLAG-REASON-CODE
               MOVE PAYH-HOURS-WORKED TO HOURS-EDIT
               MOVE SPACES TO FLAG-DETAIL
               STRING "HOURS " HOURS-EDIT " OVER LIMIT"
                   DELIMITED BY SIZE INTO FLAG-DETAIL
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF.

       CHECK-PAY-SWING.
           MOVE ZERO TO AMOUNT-TOTAL
           PERFORM VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB > PRIOR-PAYMENT-COUNT
               ADD PRIOR-GROSS(PRIOR-SUB) TO AMOUNT-TOTAL
           END-PERFORM
           COMPUTE AVERAGE-AMOUNT ROUNDED =
               AMOUNT-TOTAL / PRIOR-PAYMENT-COUNT
           IF AVERAGE-AMOUNT > ZERO
               COMPUTE SWING-AMOUNT = PAYH-GROSS-PAY - AVERAGE-AMOUNT
               COMPUTE SWING-PERCENT ROUNDED =
                   FUNCTION ABS(SWING-AMOUNT) * 100 / AVERAGE-AMOUNT
               IF SWING-PERCENT > SWING-PERCENT-LIMIT
                   MOVE "REVIEW" TO FLAG-ACTION
                   MOVE "GRSS" TO FLAG-REASON-CODE
                   MOVE SWING-PERCENT TO SWING-PERCENT-EDIT
                   MOVE SPACES TO FLAG-DETAIL
                   STRING "GROSS PAY " SWING-PERCENT-EDIT
                       "% OFF RECENT AVERAGE"
                       DELIMITED BY SIZE INTO FLAG-DETAIL
                   END-STRING
                   PERFORM REPORT-EXCEPTION
               END-IF
           END-IF
           MOVE ZERO TO AMOUNT-TOTAL
           PERFORM VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB > PRIOR-PAYMENT-COUNT
               ADD PRIOR-NET(PRIOR-SUB) TO AMOUNT-TOTAL
           END-PERFORM
           COMPUTE AVERAGE-AMOUNT ROUNDED =
               AMOUNT-TOTAL / PRIOR-PAYMENT-COUNT
           IF AVERAGE-AMOUNT > ZERO
               COMPUTE SWING-AMOUNT = PAYH-NET-PAY - AVERAGE-AMOUNT
               COMPUTE SWING-PERCENT ROUNDED =
                   FUNCTION ABS(SWING-AMOUNT) * 100 / AVERAGE-AMOUNT
               IF SWING-PERCENT > SWING-PERCENT-LIMIT
                   MOVE "REVIEW" TO FLAG-ACTION
                   MOVE "NETP" TO FLAG-REASON-CODE
                   MOVE SWING-PERCENT TO SWING-PERCENT-EDIT
                   MOVE SPACES TO FLAG-DETAIL
                   STRING "NET PAY " SWING-PERCENT-EDIT
                       "% OFF RECENT AVERAGE"
                       DELIMITED BY SIZE INTO FLAG-DETAIL
                   END-STRING
                   PERFORM REPORT-EXCEPTION
               END-IF
           END-IF.

       CHECK-DEPOSIT-ACCOUNTS.
      *> Every account this payment deposits to must be one the last
      *> payment deposited to; a switch from check to deposit counts
      *> as a change. Going back to a check sends no money to a bank
      *> and is not flagged.
           MOVE "N" TO BANK-CHANGED-SW
           PERFORM VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > PAYMENT-LINE-COUNT
               MOVE "N" TO LINE-FOUND-SW
               PERFORM VARYING LAST-LINE-SUB FROM 1 BY 1
                   UNTIL LAST-LINE-SUB > LAST-PRIOR-LINE-COUNT
                   IF LAST-PRIOR-ROUTING(LAST-LINE-SUB)
                           = PAYMENT-ROUTING(LINE-SUB)
                       AND LAST-PRIOR-ACCOUNT(LAST-LINE-SUB)
                           = PAYMENT-ACCOUNT(LINE-SUB)
                       SET LINE-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT LINE-WAS-FOUND
                   SET BANK-HAS-CHANGED TO TRUE
               END-IF
           END-PERFORM
           IF BANK-HAS-CHANGED
               MOVE "HOLD" TO FLAG-ACTION
               MOVE "BANK" TO FLAG-REASON-CODE
               MOVE "DEPOSIT ACCOUNT NOT ON LAST PAYMENT"
                   TO FLAG-DETAIL
               PERFORM REPORT-EXCEPTION
           END-IF.

       RECORD-ACCOUNT-USE.
           PERFORM VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > PAYMENT-LINE-COUNT
               IF ACCOUNT-USE-COUNT >= 2000
                   SET ACCOUNT-TABLE-IS-FULL TO TRUE
               ELSE
                   ADD 1 TO ACCOUNT-USE-COUNT
                   MOVE PAYMENT-ROUTING(LINE-SUB)
                       TO AU-ROUTING(ACCOUNT-USE-COUNT)
                   MOVE PAYMENT-ACCOUNT(LINE-SUB)
                       TO AU-ACCOUNT(ACCOUNT-USE-COUNT)
                   MOVE PAYH-EMP-ID TO AU-EMP-ID(ACCOUNT-USE-COUNT)
                   MOVE PAYH-PAY-SEQ TO AU-PAY-SEQ(ACCOUNT-USE-COUNT)
               END-IF
           END-PERFORM.

       CHECK-SHARED-ACCOUNTS.
      *> Each account paired with every later use of it; a pair for
      *> two different employees holds both payments.
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE "SHARED DEPOSIT ACCOUNTS" TO RS-CAPTION
           WRITE REVIEW-LINE FROM REVIEW-SECTION-LINE
           IF ACCOUNT-TABLE-IS-FULL
               MOVE "ACCOUNT TABLE FULL - LATER PAYMENTS NOT CHECKED"
                   TO RS-CAPTION
               WRITE REVIEW-LINE FROM REVIEW-SECTION-LINE
           END-IF
           PERFORM VARYING ACCOUNT-USE-SUB FROM 1 BY 1
               UNTIL ACCOUNT-USE-SUB > ACCOUNT-USE-COUNT
               PERFORM VARYING ACCOUNT-MATCH-SUB
                   FROM ACCOUNT-USE-SUB BY 1
                   UNTIL ACCOUNT-MATCH-SUB > ACCOUNT-USE-COUNT
                   IF AU-ROUTING(ACCOUNT-MATCH-SUB)
                           = AU-ROUTING(ACCOUNT-USE-SUB)
                       AND AU-ACCOUNT(ACCOUNT-MATCH-SUB)
                           = AU-ACCOUNT(ACCOUNT-USE-SUB)
                       AND AU-EMP-ID(ACCOUNT-MATCH-SUB)
                           NOT = AU-EMP-ID(ACCOUNT-USE-SUB)
                       PERFORM REPORT-SHARED-ACCOUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPORT-SHARED-ACCOUNT.
           MOVE AU-EMP-ID(ACCOUNT-MATCH-SUB) TO FLAG-EMP-ID
           MOVE AU-PAY-SEQ(ACCOUNT-MATCH-SUB) TO FLAG-PAY-SEQ
           MOVE AU-EMP-ID(ACCOUNT-USE-SUB) TO SHARING-EMP-ID
           PERFORM FLAG-SHARED-PAYMENT
           MOVE AU-EMP-ID(ACCOUNT-USE-SUB) TO FLAG-EMP-ID
           MOVE AU-PAY-SEQ(ACCOUNT-USE-SUB) TO FLAG-PAY-SEQ
           MOVE AU-EMP-ID(ACCOUNT-MATCH-SUB) TO SHARING-EMP-ID
           PERFORM FLAG-SHARED-PAYMENT.

       FLAG-SHARED-PAYMENT.
      *> Rereads the payment and the payee for the report line.
           MOVE SPACES TO FLAG-DETAIL
           STRING "DEPOSIT ACCOUNT ALSO PAYS EMPLOYEE " SHARING-EMP-ID
               DELIMITED BY SIZE INTO FLAG-DETAIL
           END-STRING
           MOVE FLAG-EMP-ID TO PAYH-EMP-ID
           MOVE PERIOD-WEEK-ENDING TO PAYH-WEEK-ENDING
           MOVE FLAG-PAY-SEQ TO PAYH-PAY-SEQ
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO TO FLAG-GROSS-PAY
                   MOVE ZERO TO FLAG-NET-PAY
                   MOVE SPACE TO FLAG-PAY-METHOD
                   MOVE ZERO TO FLAG-CHECK-NUMBER
               NOT INVALID KEY
                   MOVE PAYH-GROSS-PAY TO FLAG-GROSS-PAY
                   MOVE PAYH-NET-PAY TO FLAG-NET-PAY
                   MOVE PAYH-PAY-METHOD TO FLAG-PAY-METHOD
                   MOVE PAYH-CHECK-NUMBER TO FLAG-CHECK-NUMBER
           END-READ
           MOVE FLAG-EMP-ID TO EMP-ID-M
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO FLAG-EMP-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME-M TO FLAG-EMP-NAME
           END-READ
           MOVE "HOLD" TO FLAG-ACTION
           MOVE "SHRD" TO FLAG-REASON-CODE
           PERFORM REPORT-EXCEPTION.

       REPORT-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE FLAG-EMP-ID TO RD-EMP-ID
           MOVE FLAG-EMP-NAME TO RD-EMP-NAME
           MOVE FLAG-PAY-SEQ TO RD-PAY-SEQ
           MOVE FLAG-GROSS-PAY TO RD-GROSS-PAY
           MOVE FLAG-NET-PAY TO RD-NET-PAY
           MOVE FLAG-ACTION TO RD-ACTION
           MOVE FLAG-DETAIL TO RD-REASON
           WRITE REVIEW-LINE FROM REVIEW-DETAIL-LINE
           IF FLAG-HOLDS-PAYMENT
               PERFORM ADD-HOLD-ENTRY
           ELSE
               ADD 1 TO REVIEW-ONLY-COUNT
           END-IF.

       ADD-HOLD-ENTRY.
           MOVE "N" TO HOLD-FOUND-SW
           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT OR HOLD-WAS-FOUND
               IF HT-EMP-ID(HOLD-SUB) = FLAG-EMP-ID
                   AND HT-PAY-SEQ(HOLD-SUB) = FLAG-PAY-SEQ
                   SET HOLD-WAS-FOUND TO TRUE
                   IF HT-REASON-COUNT(HOLD-SUB) < 9
                       ADD 1 TO HT-REASON-COUNT(HOLD-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT HOLD-WAS-FOUND
               IF HOLD-COUNT >= 2000
                   DISPLAY "Hold table full, " FLAG-EMP-ID
                       " must be pulled by hand"
               ELSE
                   ADD 1 TO HOLD-COUNT
                   MOVE FLAG-EMP-ID TO HT-EMP-ID(HOLD-COUNT)
                   MOVE FLAG-PAY-SEQ TO HT-PAY-SEQ(HOLD-COUNT)
                   MOVE FLAG-PAY-METHOD TO HT-PAY-METHOD(HOLD-COUNT)
                   MOVE FLAG-CHECK-NUMBER
                       TO HT-CHECK-NUMBER(HOLD-COUNT)
                   MOVE FLAG-NET-PAY TO HT-NET-PAY(HOLD-COUNT)
                   MOVE FLAG-REASON-CODE TO HT-REASON-CODE(HOLD-COUNT)
                   MOVE 1 TO HT-REASON-COUNT(HOLD-COUNT)
               END-IF
           END-IF.

       WRITE-HOLD-FILE.
      *> Written even when nothing is held, so an empty file - not a
      *> stale one from an earlier period - is what the release sees.
           OPEN OUTPUT PAYMENT-HOLD-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               DISPLAY "Error opening payment hold file, status: "
                   HOLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT
               MOVE HT-EMP-ID(HOLD-SUB) TO HOLD-EMP-ID
               MOVE PERIOD-WEEK-ENDING TO HOLD-WEEK-ENDING
               MOVE HT-PAY-SEQ(HOLD-SUB) TO HOLD-PAY-SEQ
               MOVE HT-PAY-METHOD(HOLD-SUB) TO HOLD-PAY-METHOD
               MOVE HT-CHECK-NUMBER(HOLD-SUB) TO HOLD-CHECK-NUMBER
               MOVE HT-NET-PAY(HOLD-SUB) TO HOLD-NET-PAY
               MOVE HT-REASON-CODE(HOLD-SUB) TO HOLD-REASON-CODE
               MOVE HT-REASON-COUNT(HOLD-SUB) TO HOLD-REASON-COUNT
               WRITE PAYMENT-HOLD-RECORD
           END-PERFORM
           CLOSE PAYMENT-HOLD-FILE.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE "PAYMENTS REVIEWED" TO RC-CAPTION
           MOVE PAYMENTS-REVIEWED TO RC-COUNT
           WRITE REVIEW-LINE FROM REVIEW-COUNT-LINE
           MOVE "EXCEPTIONS LISTED" TO RC-CAPTION
           MOVE EXCEPTION-COUNT TO RC-COUNT
           WRITE REVIEW-LINE FROM REVIEW-COUNT-LINE
           MOVE "FOR REVIEW ONLY" TO RC-CAPTION
           MOVE REVIEW-ONLY-COUNT TO RC-COUNT
           WRITE REVIEW-LINE FROM REVIEW-COUNT-LINE
           MOVE "PAYMENTS HELD" TO RC-CAPTION
           MOVE HOLD-COUNT TO RC-COUNT
           WRITE REVIEW-LINE FROM REVIEW-COUNT-LINE
           IF HOLD-COUNT > ZERO
               MOVE "PAYMENTS HELD - PULL PAYHOLD.DAT ITEMS FIRST"
                   TO RR-RESULT
           ELSE
               MOVE "NO PAYMENTS HELD - RELEASE AFTER SIGN-OFF"
                   TO RR-RESULT
           END-IF
           WRITE REVIEW-LINE FROM REVIEW-RESULT-LINE
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE
           WRITE REVIEW-LINE FROM REVIEW-SIGNOFF-LINE.
