               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-M
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT ESCHEAT-RULE-FILE ASSIGN TO "ESCHRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPPING-FILE-STATUS.

           SELECT LETTER-LIST-FILE ASSIGN TO "ESCHLTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.

           SELECT HOLDER-REPORT-FILE ASSIGN TO "HOLDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDER-FILE-STATUS.

           SELECT ESCHEAT-VOUCHER-FILE ASSIGN TO "ESCHJV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOUCHER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-PRINT-FILE
          LABEL RECORDS ARE STANDARD.
       01 RECON-LINE                 PIC X(110).

       FD EMPLOYEE-MASTER
          LABEL RECORDS ARE STANDARD.
       COPY "EMPMAST.CPY".

       FD ESCHEAT-RULE-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "ESCHRULE.CPY".

       FD GL-MAPPING-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "GLMAP.CPY".

       FD LETTER-LIST-FILE
          LABEL RECORDS ARE STANDARD.
      *> The due-diligence letters to mail: one line per check that
      *> has reached its state's dormancy period, with the date the
      *> owner must answer by before it is reported.
       01 DUE-DILIGENCE-RECORD.
           05 DDL-EMP-ID          PIC X(5).
           05 DDL-EMP-NAME        PIC X(25).
           05 DDL-CHECK-NUMBER    PIC 9(7).
           05 DDL-ISSUE-DATE      PIC 9(8).
           05 DDL-AMOUNT          PIC 9(7)V99.
           05 DDL-OWNER-STATE     PIC X(2).
           05 DDL-LETTER-DATE     PIC 9(8).
           05 DDL-REPLY-BY-DATE   PIC 9(8).

       FD HOLDER-REPORT-FILE
          LABEL RECORDS ARE STANDARD.
      *> The holder report filed with each state, in the state
      *> unclaimed property layout: a "1" holder record, a "2"
      *> property record per check reported (property type PR01,
      *> wages and payroll; the last activity is the issue date),
      *> then a "9" record with the state's count and total.
       01 HOLDER-REPORT-RECORD.
           05 HR-RECORD-TYPE      PIC X(1).
               88 HR-HOLDER-HEADER VALUE "1".
               88 HR-PROPERTY-DETAIL VALUE "2".
               88 HR-STATE-TRAILER VALUE "9".
           05 HR-STATE-CODE       PIC X(2).
           05 HR-HOLDER-ID        PIC X(15).
           05 HR-OWNER-ID         PIC X(5).
           05 HR-OWNER-NAME       PIC X(25).
           05 HR-PROPERTY-TYPE    PIC X(4).
           05 HR-CHECK-NUMBER     PIC 9(7).
           05 HR-LAST-ACTIVITY-DATE PIC 9(8).
           05 HR-AMOUNT           PIC 9(7)V99.
       01 HOLDER-HEADER-RECORD REDEFINES HOLDER-REPORT-RECORD.
           05 FILLER              PIC X(18).
           05 HR-HOLDER-NAME      PIC X(30).
           05 HR-REPORT-DATE      PIC 9(8).
           05 FILLER              PIC X(20).
       01 HOLDER-TRAILER-RECORD REDEFINES HOLDER-REPORT-RECORD.
           05 FILLER              PIC X(18).
           05 HR-PROPERTY-COUNT   PIC 9(5).
           05 FILLER              PIC X(53).

       FD ESCHEAT-VOUCHER-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "GLJVREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "TAXBRKT.CPY".
       01 RUN-MODE                PIC X(7).
           88 ISSUE-MODE          VALUE "ISSUE".
           88 CLEAR-MODE          VALUE "CLEAR".
           88 STOP-MODE           VALUE "STOP".
           88 ESCHEAT-MODE        VALUE "ESCHEAT".
       01 DYNAMIC-CLEARED-FILE    PIC X(100).
       01 STOP-CHECK-ARG          PIC X(7).
       01 CHECK-FILE-STATUS       PIC XX.
       01 POSITIVE-PAY-STATUS     PIC XX.
       01 CLEARED-FILE-STATUS     PIC XX.
       01 REPORT-FILE-STATUS      PIC XX.
       01 MASTER-FILE-STATUS      PIC XX.
       01 RULE-FILE-STATUS        PIC XX.
       01 MAPPING-FILE-STATUS     PIC XX.
       01 LETTER-FILE-STATUS      PIC XX.
       01 HOLDER-FILE-STATUS      PIC XX.
       01 VOUCHER-FILE-STATUS     PIC XX.
       01 END-OF-RULES            PIC X(3) VALUE SPACES.
       01 END-OF-MAPPING          PIC X(3) VALUE SPACES.
       01 END-OF-CHECKS           PIC X(3) VALUE SPACES.
       01 END-OF-CLEARED          PIC X(3) VALUE SPACES.
       01 END-OF-OUTSTANDING      PIC X(3) VALUE SPACES.
       01 STALE-STOP-DAYS         PIC 9(3) VALUE 90.
       01 ESCHEAT-REVIEW-DAYS     PIC 9(3) VALUE 180.
       01 AGE-CAPTION             PIC X(20).
      *> Unclaimed property rules by state from ESCHRULE.DAT, and
      *> the built-in defaults for a state not on it: payroll checks
      *> are presumed abandoned after one year nearly everywhere.
       01 DEFAULT-DORMANCY-DAYS   PIC 9(4) VALUE 365.
       01 DEFAULT-DUE-DILIGENCE-DAYS PIC 9(3) VALUE 60.
       01 DEFAULT-LETTER-MINIMUM  PIC 9(5)V99 VALUE 50.00.
       01 ESCHEAT-RULE-COUNT      PIC 9(2) VALUE ZERO.
       01 ESCHEAT-RULE-TABLE.
           05 ESCHEAT-RULE-ENTRY OCCURS 60 TIMES.
               10 RULE-STATE-CODE     PIC X(2).
               10 RULE-DORMANCY-DAYS  PIC 9(4).
               10 RULE-DUE-DILIGENCE-DAYS PIC 9(3).
               10 RULE-LETTER-MINIMUM PIC 9(5)V99.
               10 RULE-HOLDER-ID      PIC X(15).
       01 RULE-SUB                PIC 9(2).
       01 RULE-FOUND-SW           PIC X(1).
           88 RULE-WAS-FOUND      VALUE "Y".
       01 LOOKUP-STATE-CODE       PIC X(2).
       01 DORMANCY-IN-EFFECT      PIC 9(4).
       01 DUE-DILIGENCE-IN-EFFECT PIC 9(3).
       01 LETTER-MINIMUM-IN-EFFECT PIC 9(5)V99.
       01 HOLDER-ID-IN-EFFECT     PIC X(15).
       01 DAYS-SINCE-LETTER       PIC S9(5).
       01 REPLY-BY-DATE           PIC 9(8).
      *> The accounts the escheatment voucher moves the checks
      *> between, from the liability record on GLMAP.DAT.
       01 HELD-NET-CLEARING       PIC X(10) VALUE SPACES.
       01 HELD-UNCLAIMED-PROP     PIC X(10) VALUE SPACES.
       01 LIABILITY-FOUND-SW      PIC X(1) VALUE "N".
           88 LIABILITY-WAS-FOUND VALUE "Y".
      *> The checks escheated this run, kept in state order so each
      *> state's holder report and voucher lines come out together.
      *> A run that fills the table leaves the rest waiting under
      *> their letters for the next run.
       01 ESCHEAT-COUNT           PIC 9(3) VALUE ZERO.
       01 ESCHEAT-TABLE.
           05 ESCHEAT-ENTRY OCCURS 500 TIMES.
               10 ET-OWNER-STATE      PIC X(2).
               10 ET-CHECK-NUMBER     PIC 9(7).
               10 ET-EMP-ID           PIC X(5).
               10 ET-EMP-NAME         PIC X(25).
               10 ET-ISSUE-DATE       PIC 9(8).
               10 ET-AMOUNT           PIC S9(7)V99.
       01 ESCHEAT-SUB             PIC 9(3).
       01 ESCHEAT-MOVE-SUB        PIC 9(3).
       01 ESCHEAT-INSERT-SW       PIC X(1).
           88 ESCHEAT-INSERT-FOUND VALUE "Y".
       01 ESCHEAT-DEFERRED-COUNT  PIC 9(7) VALUE ZERO.
       01 LETTER-COUNT            PIC 9(7) VALUE ZERO.
       01 ESCHEAT-ACTION-COUNT    PIC 9(7) VALUE ZERO.
       01 ESCHEATED-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 HOLDER-STATE            PIC X(2).
       01 HOLDER-STATE-COUNT      PIC 9(5).
       01 HOLDER-STATE-TOTAL      PIC S9(9)V99.

       01 RECON-HDR-1.
           05 FILLER              PIC X(25) VALUE SPACES.
           05 FILLER              PIC X(9) VALUE "RUN DATE:".
           05 RH2-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(8) VALUE "  MODE: ".
           05 RH2-RUN-MODE        PIC X(7).

       01 RECON-SECTION-LINE     PIC X(110).

      *> duplicate presentments, then lists what is still outstanding
      *> with stale flags at 90/180 days. STOP places a stop-pay on
      *> the single check number in arg 2 and notifies the bank
      *> through the positive-pay file. ESCHEAT lists due-diligence
      *> letters (ESCHLTR.DAT) for checks past their state's
      *> dormancy period, and reports those whose letters have gone
      *> unanswered past the state's waiting period: the holder
      *> report (HOLDRPT.DAT), void notices to the bank, and a
      *> voucher (ESCHJV.DAT) moving them from net pay clearing to
      *> the unclaimed property liability.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO RUN-MODE
           END-ACCEPT
           IF NOT ISSUE-MODE AND NOT CLEAR-MODE AND NOT STOP-MODE
                   AND NOT ESCHEAT-MODE
               DISPLAY "Run mode must be ISSUE, CLEAR, STOP, or ESCHEAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
                   PERFORM PROCESS-CLEAR-MODE
               WHEN STOP-MODE
                   PERFORM PROCESS-STOP-MODE
               WHEN ESCHEAT-MODE
                   PERFORM PROCESS-ESCHEAT-MODE
           END-EVALUATE

           PERFORM REPORT-OUTSTANDING-CHECKS
           SET OUT-OUTSTANDING TO TRUE
           MOVE ZERO TO OUT-CLEARED-DATE
           MOVE ZERO TO OUT-CLEARED-AMOUNT
           MOVE ZERO TO OUT-DUE-DILIGENCE-DATE
           MOVE SPACES TO OUT-OWNER-STATE
           WRITE OUTSTANDING-CHECK-RECORD
               INVALID KEY
                   MOVE "ALREADY ON REGISTER - NOT RE-ISSUED"
                   MOVE CHK-NET-PAY TO OUT-AMOUNT
                   PERFORM WRITE-EXCEPTION-DETAIL
               NOT INVALID KEY
      *> An escheated check's money has already gone to the state's
      *> liability and the bank already has its void; reversing the
      *> payment as well would take it out of net pay clearing twice.
                   IF OUT-ESCHEATED
                       MOVE "VOID FOR ESCHEATED CHECK - NOT VOIDED"
                           TO RD-REMARK
                       PERFORM WRITE-EXCEPTION-DETAIL
                   ELSE
                       SET OUT-VOIDED TO TRUE
                       MOVE RUN-DATE TO OUT-CLEARED-DATE
                       REWRITE OUTSTANDING-CHECK-RECORD
                       ADD 1 TO VOIDED-COUNT
                       SET PP-VOID TO TRUE
                       MOVE OUT-CHECK-NUMBER TO PP-CHECK-NUMBER
                       MOVE OUT-AMOUNT TO PP-AMOUNT
                       MOVE OUT-EMP-NAME TO PP-PAYEE-NAME
                       MOVE RUN-DATE TO PP-ISSUE-DATE
                       WRITE POSITIVE-PAY-RECORD
                   END-IF
           END-READ.

       PROCESS-CLEAR-MODE.
                           MOVE "PAID AFTER VOID/STOP - INVESTIGATE"
                               TO RD-REMARK
                           PERFORM WRITE-EXCEPTION-DETAIL
                       WHEN OUT-ESCHEATED
                           MOVE "PAID AFTER ESCHEATMENT - INVESTIGATE"
                               TO RD-REMARK
                           PERFORM WRITE-EXCEPTION-DETAIL
                       WHEN CLR-AMOUNT NOT = OUT-AMOUNT
                           MOVE "AMOUNT MISMATCH VS BANK" TO RD-REMARK
                           PERFORM WRITE-EXCEPTION-DETAIL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   IF NOT OUT-OUTSTANDING AND NOT OUT-DUE-DILIGENCE
                       DISPLAY "Check " STOP-CHECK-ARG
                           " is not outstanding (status "
                           OUT-STATUS ")"
           END-READ
           CLOSE POSITIVE-PAY-FILE.

       PROCESS-ESCHEAT-MODE.
      *> The rules and the voucher accounts are loaded before the
      *> register is touched, so a missing account stops the run
      *> with no letter listed and no check reported.
           PERFORM LOAD-ESCHEAT-RULES
           PERFORM LOAD-CLEARING-ACCOUNTS
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE-MASTER, status: "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-POSITIVE-PAY-FILE
           OPEN OUTPUT LETTER-LIST-FILE
           IF LETTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening due-diligence letter list"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> A check reaching dormancy this run gets its letter; one
      *> whose letter went out on an earlier run is reported once
      *> the state's waiting period has passed. A check is looked at
      *> once per run, so its letter and its report never fall in
      *> the same run.
           MOVE ZERO TO OUT-CHECK-NUMBER
           START OUTSTANDING-FILE KEY >= OUT-CHECK-NUMBER
               INVALID KEY
                   MOVE "EOF" TO END-OF-OUTSTANDING
           END-START
           PERFORM UNTIL END-OF-OUTSTANDING = "EOF"
               READ OUTSTANDING-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-OUTSTANDING
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OUT-OUTSTANDING
                               PERFORM CHECK-DORMANCY
                           WHEN OUT-DUE-DILIGENCE
                               PERFORM CHECK-DUE-DILIGENCE-EXPIRED
                       END-EVALUATE
               END-READ
           END-PERFORM
      *> The outstanding listing every mode ends with reads the
      *> register again from the top.
           MOVE SPACES TO END-OF-OUTSTANDING
           CLOSE LETTER-LIST-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE EMPLOYEE-MASTER
           PERFORM WRITE-HOLDER-REPORT
           DISPLAY LETTER-COUNT " due-diligence letter(s) listed, "
               ESCHEAT-COUNT " check(s) escheated totaling "
               ESCHEATED-TOTAL
           IF ESCHEAT-DEFERRED-COUNT > ZERO
               DISPLAY ESCHEAT-DEFERRED-COUNT
                   " check(s) left for the next run, escheat table full"
           END-IF.

       LOAD-ESCHEAT-RULES.
      *> Operations-settable state rules; a site that has never
      *> created the file runs every state on the built-in defaults.
           OPEN INPUT ESCHEAT-RULE-FILE
           IF RULE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF RULE-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening escheat rule file, status: "
                       RULE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-RULES = "EOF"
                   READ ESCHEAT-RULE-FILE
                       AT END
                           MOVE "EOF" TO END-OF-RULES
                       NOT AT END
                           PERFORM LOAD-ONE-ESCHEAT-RULE
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-RULE-FILE
           END-IF.

       LOAD-ONE-ESCHEAT-RULE.
           IF ESCH-DORMANCY-DAYS NOT NUMERIC
                   OR ESCH-DUE-DILIGENCE-DAYS NOT NUMERIC
                   OR ESCH-LETTER-MINIMUM NOT NUMERIC
               DISPLAY "Escheat rule for " ESCH-STATE-CODE
                   " is not numeric, defaults used"
           ELSE
               IF ESCHEAT-RULE-COUNT >= 60
                   DISPLAY "Escheat rule table full, dropping "
                       ESCH-STATE-CODE
               ELSE
                   ADD 1 TO ESCHEAT-RULE-COUNT
                   MOVE ESCH-STATE-CODE
                       TO RULE-STATE-CODE(ESCHEAT-RULE-COUNT)
                   MOVE ESCH-DORMANCY-DAYS
                       TO RULE-DORMANCY-DAYS(ESCHEAT-RULE-COUNT)
                   MOVE ESCH-DUE-DILIGENCE-DAYS
                       TO RULE-DUE-DILIGENCE-DAYS(ESCHEAT-RULE-COUNT)
                   MOVE ESCH-LETTER-MINIMUM
                       TO RULE-LETTER-MINIMUM(ESCHEAT-RULE-COUNT)
                   MOVE ESCH-HOLDER-ID
                       TO RULE-HOLDER-ID(ESCHEAT-RULE-COUNT)
               END-IF
           END-IF.

       FIND-ESCHEAT-RULE.
      *> Leaves the rules in effect for LOOKUP-STATE-CODE.
           MOVE DEFAULT-DORMANCY-DAYS TO DORMANCY-IN-EFFECT
           MOVE DEFAULT-DUE-DILIGENCE-DAYS TO DUE-DILIGENCE-IN-EFFECT
           MOVE DEFAULT-LETTER-MINIMUM TO LETTER-MINIMUM-IN-EFFECT
           MOVE SPACES TO HOLDER-ID-IN-EFFECT
           MOVE "N" TO RULE-FOUND-SW
           PERFORM VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > ESCHEAT-RULE-COUNT OR RULE-WAS-FOUND
               IF RULE-STATE-CODE(RULE-SUB) = LOOKUP-STATE-CODE
                   SET RULE-WAS-FOUND TO TRUE
                   MOVE RULE-DORMANCY-DAYS(RULE-SUB)
                       TO DORMANCY-IN-EFFECT
                   MOVE RULE-DUE-DILIGENCE-DAYS(RULE-SUB)
                       TO DUE-DILIGENCE-IN-EFFECT
                   MOVE RULE-LETTER-MINIMUM(RULE-SUB)
                       TO LETTER-MINIMUM-IN-EFFECT
                   MOVE RULE-HOLDER-ID(RULE-SUB) TO HOLDER-ID-IN-EFFECT
               END-IF
           END-PERFORM.

       LOAD-CLEARING-ACCOUNTS.
      *> The voucher moves escheated checks out of the net pay
      *> clearing account they have sat in since they were issued
      *> and into the unclaimed property liability, until the
      *> remittance to the state pays it off.
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
                       IF GLM-LIABILITY-MAPPING
                           SET LIABILITY-WAS-FOUND TO TRUE
                           MOVE GLL-NET-CLEARING-ACCT
                               TO HELD-NET-CLEARING
                           MOVE GLL-UNCLAIMED-PROP-ACCT
                               TO HELD-UNCLAIMED-PROP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAPPING-FILE
           IF NOT LIABILITY-WAS-FOUND
                   OR HELD-NET-CLEARING = SPACES
                   OR HELD-UNCLAIMED-PROP = SPACES
               DISPLAY "Net pay clearing and unclaimed property "
                   "accounts are required on the mapping file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-DORMANCY.
      *> The property is reported to the state of the employee's
      *> last known address. The payroll system keeps no address,
      *> so the state the employee works in stands for it - the home
      *> state for one with none, or no longer on the master.
           MOVE OUT-EMP-ID TO EMP-ID-M
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE DEFAULT-WORK-STATE TO LOOKUP-STATE-CODE
               NOT INVALID KEY
                   IF WORK-STATE-M = SPACES
                       MOVE DEFAULT-WORK-STATE TO LOOKUP-STATE-CODE
                   ELSE
                       MOVE WORK-STATE-M TO LOOKUP-STATE-CODE
                   END-IF
           END-READ
           PERFORM FIND-ESCHEAT-RULE
           COMPUTE DAYS-OUTSTANDING =
               FUNCTION INTEGER-OF-DATE(RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(OUT-ISSUE-DATE)
           IF DAYS-OUTSTANDING >= DORMANCY-IN-EFFECT
               SET OUT-DUE-DILIGENCE TO TRUE
               MOVE RUN-DATE TO OUT-DUE-DILIGENCE-DATE
               MOVE LOOKUP-STATE-CODE TO OUT-OWNER-STATE
               REWRITE OUTSTANDING-CHECK-RECORD
               COMPUTE REPLY-BY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   + DUE-DILIGENCE-IN-EFFECT)
               MOVE SPACES TO RD-REMARK
      *> Below the state's minimum no letter is owed, but the check
      *> still waits out the same period before it is reported.
               IF OUT-AMOUNT < LETTER-MINIMUM-IN-EFFECT
                   STRING "NO LETTER NEEDED - REPORT AFTER "
                       REPLY-BY-DATE
                       DELIMITED BY SIZE INTO RD-REMARK
                   END-STRING
               ELSE
                   MOVE OUT-EMP-ID TO DDL-EMP-ID
                   MOVE OUT-EMP-NAME TO DDL-EMP-NAME
                   MOVE OUT-CHECK-NUMBER TO DDL-CHECK-NUMBER
                   MOVE OUT-ISSUE-DATE TO DDL-ISSUE-DATE
                   MOVE OUT-AMOUNT TO DDL-AMOUNT
                   MOVE OUT-OWNER-STATE TO DDL-OWNER-STATE
                   MOVE RUN-DATE TO DDL-LETTER-DATE
                   MOVE REPLY-BY-DATE TO DDL-REPLY-BY-DATE
                   WRITE DUE-DILIGENCE-RECORD
                   ADD 1 TO LETTER-COUNT
                   STRING "DUE DILIGENCE LETTER - REPLY BY "
                       REPLY-BY-DATE
                       DELIMITED BY SIZE INTO RD-REMARK
                   END-STRING
               END-IF
               PERFORM WRITE-ESCHEAT-DETAIL
           END-IF.

       CHECK-DUE-DILIGENCE-EXPIRED.
           MOVE OUT-OWNER-STATE TO LOOKUP-STATE-CODE
           PERFORM FIND-ESCHEAT-RULE
           COMPUTE DAYS-SINCE-LETTER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(OUT-DUE-DILIGENCE-DATE)
           IF DAYS-SINCE-LETTER >= DUE-DILIGENCE-IN-EFFECT
               IF ESCHEAT-COUNT >= 500
                   ADD 1 TO ESCHEAT-DEFERRED-COUNT
               ELSE
                   PERFORM ADD-ESCHEAT-ENTRY
                   SET OUT-ESCHEATED TO TRUE
                   MOVE RUN-DATE TO OUT-CLEARED-DATE
                   REWRITE OUTSTANDING-CHECK-RECORD
                   ADD OUT-AMOUNT TO ESCHEATED-TOTAL
      *> The money now belongs to the state; the bank must refuse
      *> the check if it is ever presented.
                   SET PP-VOID TO TRUE
                   MOVE OUT-CHECK-NUMBER TO PP-CHECK-NUMBER
                   MOVE OUT-AMOUNT TO PP-AMOUNT
                   MOVE OUT-EMP-NAME TO PP-PAYEE-NAME
                   MOVE RUN-DATE TO PP-ISSUE-DATE
                   WRITE POSITIVE-PAY-RECORD
                   MOVE SPACES TO RD-REMARK
                   STRING "ESCHEATED - REPORTED TO STATE "
                       OUT-OWNER-STATE
                       DELIMITED BY SIZE INTO RD-REMARK
                   END-STRING
                   PERFORM WRITE-ESCHEAT-DETAIL
               END-IF
           END-IF.

       ADD-ESCHEAT-ENTRY.
      *> The register is read in check number order, so a check goes
      *> in after every one already held for its state.
           MOVE "N" TO ESCHEAT-INSERT-SW
           PERFORM VARYING ESCHEAT-SUB FROM 1 BY 1
               UNTIL ESCHEAT-SUB > ESCHEAT-COUNT
                   OR ESCHEAT-INSERT-FOUND
               IF ET-OWNER-STATE(ESCHEAT-SUB) > OUT-OWNER-STATE
                   SET ESCHEAT-INSERT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> The loop steps once past the entry that stopped it.
           IF ESCHEAT-INSERT-FOUND
               SUBTRACT 1 FROM ESCHEAT-SUB
           END-IF
           PERFORM VARYING ESCHEAT-MOVE-SUB FROM ESCHEAT-COUNT BY -1
               UNTIL ESCHEAT-MOVE-SUB < ESCHEAT-SUB
               MOVE ESCHEAT-ENTRY(ESCHEAT-MOVE-SUB)
                   TO ESCHEAT-ENTRY(ESCHEAT-MOVE-SUB + 1)
           END-PERFORM
           ADD 1 TO ESCHEAT-COUNT
           MOVE OUT-OWNER-STATE TO ET-OWNER-STATE(ESCHEAT-SUB)
           MOVE OUT-CHECK-NUMBER TO ET-CHECK-NUMBER(ESCHEAT-SUB)
           MOVE OUT-EMP-ID TO ET-EMP-ID(ESCHEAT-SUB)
           MOVE OUT-EMP-NAME TO ET-EMP-NAME(ESCHEAT-SUB)
           MOVE OUT-ISSUE-DATE TO ET-ISSUE-DATE(ESCHEAT-SUB)
           MOVE OUT-AMOUNT TO ET-AMOUNT(ESCHEAT-SUB).

       WRITE-HOLDER-REPORT.
      *> One holder report section per state, and as each state's
      *> section closes, its voucher lines.
           OPEN OUTPUT HOLDER-REPORT-FILE
           IF HOLDER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening holder report file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ESCHEAT-VOUCHER-FILE
           IF VOUCHER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening escheatment voucher file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO HOLDER-STATE
           PERFORM VARYING ESCHEAT-SUB FROM 1 BY 1
               UNTIL ESCHEAT-SUB > ESCHEAT-COUNT
               IF ET-OWNER-STATE(ESCHEAT-SUB) NOT = HOLDER-STATE
                   IF HOLDER-STATE NOT = SPACES
                       PERFORM CLOSE-HOLDER-STATE
                   END-IF
                   PERFORM OPEN-HOLDER-STATE
               END-IF
               MOVE SPACES TO HOLDER-REPORT-RECORD
               SET HR-PROPERTY-DETAIL TO TRUE
               MOVE HOLDER-STATE TO HR-STATE-CODE
               MOVE HOLDER-ID-IN-EFFECT TO HR-HOLDER-ID
               MOVE ET-EMP-ID(ESCHEAT-SUB) TO HR-OWNER-ID
               MOVE ET-EMP-NAME(ESCHEAT-SUB) TO HR-OWNER-NAME
               MOVE "PR01" TO HR-PROPERTY-TYPE
               MOVE ET-CHECK-NUMBER(ESCHEAT-SUB) TO HR-CHECK-NUMBER
               MOVE ET-ISSUE-DATE(ESCHEAT-SUB) TO HR-LAST-ACTIVITY-DATE
               MOVE ET-AMOUNT(ESCHEAT-SUB) TO HR-AMOUNT
               WRITE HOLDER-REPORT-RECORD
               ADD 1 TO HOLDER-STATE-COUNT
               ADD ET-AMOUNT(ESCHEAT-SUB) TO HOLDER-STATE-TOTAL
           END-PERFORM
           IF HOLDER-STATE NOT = SPACES
               PERFORM CLOSE-HOLDER-STATE
           END-IF
           CLOSE HOLDER-REPORT-FILE
           CLOSE ESCHEAT-VOUCHER-FILE.

       OPEN-HOLDER-STATE.
           MOVE ET-OWNER-STATE(ESCHEAT-SUB) TO HOLDER-STATE
           MOVE ZERO TO HOLDER-STATE-COUNT
           MOVE ZERO TO HOLDER-STATE-TOTAL
           MOVE HOLDER-STATE TO LOOKUP-STATE-CODE
           PERFORM FIND-ESCHEAT-RULE
           IF HOLDER-ID-IN-EFFECT = SPACES
               DISPLAY "No holder id on the escheat rules for state "
                   HOLDER-STATE
           END-IF
           MOVE SPACES TO HOLDER-REPORT-RECORD
           SET HR-HOLDER-HEADER TO TRUE
           MOVE HOLDER-STATE TO HR-STATE-CODE
           MOVE HOLDER-ID-IN-EFFECT TO HR-HOLDER-ID
           MOVE "ACME CORP" TO HR-HOLDER-NAME
           MOVE RUN-DATE TO HR-REPORT-DATE
           WRITE HOLDER-REPORT-RECORD.

       CLOSE-HOLDER-STATE.
           MOVE SPACES TO HOLDER-REPORT-RECORD
           SET HR-STATE-TRAILER TO TRUE
           MOVE HOLDER-STATE TO HR-STATE-CODE
           MOVE HOLDER-ID-IN-EFFECT TO HR-HOLDER-ID
           MOVE HOLDER-STATE-COUNT TO HR-PROPERTY-COUNT
           MOVE HOLDER-STATE-TOTAL TO HR-AMOUNT
           WRITE HOLDER-REPORT-RECORD
      *> The voucher is dated the day the checks were reported.
           MOVE RUN-DATE TO JV-WEEK-ENDING
           MOVE HELD-NET-CLEARING TO JV-ACCOUNT-NUMBER
           MOVE SPACES TO JV-DEPT-CODE
           MOVE SPACES TO JV-DESCRIPTION
           STRING "ESCHEATED CHECKS " HOLDER-STATE
               DELIMITED BY SIZE INTO JV-DESCRIPTION
           END-STRING
           MOVE HOLDER-STATE-TOTAL TO JV-DEBIT-AMOUNT
           MOVE ZERO TO JV-CREDIT-AMOUNT
           WRITE JOURNAL-VOUCHER-RECORD
           MOVE HELD-UNCLAIMED-PROP TO JV-ACCOUNT-NUMBER
           MOVE SPACES TO JV-DESCRIPTION
           STRING "UNCLAIMED PROPERTY " HOLDER-STATE
               DELIMITED BY SIZE INTO JV-DESCRIPTION
           END-STRING
           MOVE ZERO TO JV-DEBIT-AMOUNT
           MOVE HOLDER-STATE-TOTAL TO JV-CREDIT-AMOUNT
           WRITE JOURNAL-VOUCHER-RECORD.

       WRITE-ESCHEAT-DETAIL.
           ADD 1 TO ESCHEAT-ACTION-COUNT
           IF ESCHEAT-ACTION-COUNT = 1
               MOVE "UNCLAIMED PROPERTY" TO RECON-SECTION-LINE
               WRITE RECON-LINE FROM RECON-SECTION-LINE
           END-IF
           MOVE OUT-CHECK-NUMBER TO RD-CHECK-NUMBER
           MOVE OUT-EMP-ID TO RD-EMP-ID
           MOVE OUT-EMP-NAME TO RD-EMP-NAME
           MOVE OUT-ISSUE-DATE TO RD-ISSUE-DATE
           MOVE OUT-AMOUNT TO RD-AMOUNT
           WRITE RECON-LINE FROM RECON-DETAIL-LINE.

       WRITE-EXCEPTION-DETAIL.
           ADD 1 TO EXCEPTION-COUNT
           IF EXCEPTION-COUNT = 1
                   AT END
                       MOVE "EOF" TO END-OF-OUTSTANDING
                   NOT AT END
                       IF OUT-OUTSTANDING OR OUT-DUE-DILIGENCE
                           PERFORM REPORT-ONE-OUTSTANDING
                       END-IF
               END-READ
               FUNCTION INTEGER-OF-DATE(RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(OUT-ISSUE-DATE)
           EVALUATE TRUE
               WHEN OUT-DUE-DILIGENCE
                   MOVE "DUE DILIGENCE SENT" TO AGE-CAPTION
               WHEN DAYS-OUTSTANDING >= ESCHEAT-REVIEW-DAYS
                   MOVE "STALE - ESCHEATMENT REVIEW" TO AGE-CAPTION
               WHEN DAYS-OUTSTANDING >= STALE-STOP-DAYS
