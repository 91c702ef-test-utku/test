               SIGN IS LEADING SEPARATE CHARACTER.
           05 TRANS-SICK-ADJUST   PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      *> State postal code the employee works in, for an add or a
      *> change. Blank on an add means the company's home state; on
      *> a change it leaves the work state alone.
           05 TRANS-WORK-STATE    PIC X(2).
      *> Pay group the employee is paid with (PAYCAL.CPY), for an add
      *> or a change. Blank on an add means the weekly hourly group;
      *> on a change it leaves the pay group alone.
           05 TRANS-PAY-GROUP     PIC X(2).

       FD EMPLOYEE-MASTER
          LABEL RECORDS ARE STANDARD.
       01 JOURNAL-ACTION-CODE     PIC X(1).
       01 JOURNAL-DATE            PIC 9(8).
       01 JOURNAL-TIME            PIC 9(8).
       01 SAVED-BEFORE-IMAGE.
           05 SAVED-BEFORE-BASE       PIC X(150).
           05 SAVED-BEFORE-EXTENSION  PIC X(350).

       PROCEDURE DIVISION.

           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening transaction file: "
                   DYNAMIC-TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REPORT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening maintenance report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE EMPLOYEE-MASTER
           CLOSE MAINT-REPORT
           CLOSE JOURNAL-FILE
      *> Rejected transactions are on the report for correction; the
      *> cycle can still go ahead, but not without a warning.
           IF TRANS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPEN-JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "Error opening change journal, status: "
                   JOURNAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "PAYMAINT" TO JRNL-PROGRAM
           MOVE JOURNAL-ACTION-CODE TO JRNL-ACTION
           MOVE EMP-ID-M TO JRNL-EMP-ID
           MOVE SAVED-BEFORE-BASE TO JRNL-BEFORE-IMAGE
           MOVE EMPLOYEE-MASTER-RECORD TO JRNL-AFTER-IMAGE
           SET JRNL-EXTENDED-ENTRY TO TRUE
           MOVE SAVED-BEFORE-EXTENSION TO JRNL-BEFORE-EXTENSION
           MOVE EMP-MASTER-EXTENSION TO JRNL-AFTER-EXTENSION
           WRITE JOURNAL-RECORD.

       OPEN-EMPLOYEE-MASTER.
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE-MASTER, status: "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       APPLY-ADD-TRANSACTION.
           PERFORM VALIDATE-ADD-RATE
           PERFORM VALIDATE-WORK-STATE
           PERFORM VALIDATE-PAY-GROUP
           IF TRANS-RATE-IS-VALID
               MOVE TRANS-EMP-ID TO EMP-ID-M
               READ EMPLOYEE-MASTER
                       MOVE ZERO TO ARREARS-BALANCE-M
                       MOVE ZERO TO VAC-BALANCE-M
                       MOVE ZERO TO SICK-BALANCE-M
                       MOVE ZERO TO YTD-FED-TAXABLE
                       MOVE ZERO TO YTD-STATE-TAXABLE
                       MOVE ZERO TO YTD-SS-TAXABLE
                       MOVE ZERO TO YTD-MEDICARE-TAXABLE
                       MOVE ZERO TO YTD-401K-DEFERRAL
                       MOVE ZERO TO YTD-EMPLOYER-MATCH
                       MOVE TRANS-WORK-STATE TO WORK-STATE-M
                       MOVE TRANS-PAY-GROUP TO PAY-GROUP-M
                       MOVE ZERO TO STATE-YTD-COUNT
                       MOVE ZERO TO YTD-FUTA-WAGES
                       MOVE ZERO TO YTD-FUTA-TAX
                       MOVE ZERO TO YTD-SUTA-WAGES
                       MOVE ZERO TO YTD-SUTA-TAX
                       WRITE EMPLOYEE-MASTER-RECORD
                           INVALID KEY
                               MOVE "Error writing new master record"
                           SET EMP-ACTIVE TO TRUE
                           MOVE TRANS-HOURLY-RATE TO HOURLY-RATE-M
                           MOVE TRANS-DEPT-CODE TO DEPT-CODE-M
                           IF TRANS-WORK-STATE NOT = SPACES
                               MOVE TRANS-WORK-STATE TO WORK-STATE-M
                           END-IF
                           IF TRANS-PAY-GROUP NOT = SPACES
                               MOVE TRANS-PAY-GROUP TO PAY-GROUP-M
                           END-IF
                           REWRITE EMPLOYEE-MASTER-RECORD
                               INVALID KEY
                                   MOVE "Error adopting stub master record"
               END-IF
           END-IF.

       VALIDATE-WORK-STATE.
      *> Only the shape of the code is checked here; PAYROLL calls
      *> out a work state that has no tax rates on file.
           IF TRANS-WORK-STATE NOT = SPACES
               IF TRANS-WORK-STATE NOT ALPHABETIC-UPPER
                   OR TRANS-WORK-STATE(1:1) = SPACE
                   OR TRANS-WORK-STATE(2:1) = SPACE
                   MOVE "N" TO TRANS-RATE-VALID-SW
                   MOVE "TRANS-WORK-STATE is not a state code"
                       TO MRPT-RESULT
               END-IF
           END-IF.

       VALIDATE-PAY-GROUP.
      *> Only the shape of the code is checked here; PAYROLL refuses
      *> a run for a group with no period on the payroll calendar.
           IF TRANS-PAY-GROUP NOT = SPACES
               IF TRANS-PAY-GROUP(1:1) = SPACE
                   OR TRANS-PAY-GROUP(2:1) = SPACE
                   MOVE "N" TO TRANS-RATE-VALID-SW
                   MOVE "TRANS-PAY-GROUP is not a pay group code"
                       TO MRPT-RESULT
               END-IF
           END-IF.

       APPLY-CHANGE-TRANSACTION.
           PERFORM VALIDATE-CHANGE-RATE
           PERFORM VALIDATE-WORK-STATE
           PERFORM VALIDATE-PAY-GROUP
           IF TRANS-RATE-IS-VALID
               MOVE TRANS-EMP-ID TO EMP-ID-M
               READ EMPLOYEE-MASTER
                       IF TRANS-DEPT-CODE NOT = SPACES
                           MOVE TRANS-DEPT-CODE TO DEPT-CODE-M
                       END-IF
      *> A move to another state changes whose tax is withheld from
      *> the next payroll on; what was withheld for the old state
      *> stays on its own year-to-date entry.
                       IF TRANS-WORK-STATE NOT = SPACES
                           MOVE TRANS-WORK-STATE TO WORK-STATE-M
                       END-IF
      *> A move to another pay group takes effect with that group's
      *> next run; the last period paid with the old group should be
      *> closed out before the change is keyed.
                       IF TRANS-PAY-GROUP NOT = SPACES
                           MOVE TRANS-PAY-GROUP TO PAY-GROUP-M
                       END-IF
                       REWRITE EMPLOYEE-MASTER-RECORD
                           INVALID KEY
                               MOVE "Error updating master record"
