       $set sourceformat"free"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GORD-KEY
               FILE STATUS IS ORDER-FILE-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-M
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT MAINT-REPORT ASSIGN TO "GARNMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD
          DATA RECORD IS TRANSACTION-RECORD.
      *> One order action per line. An "A" supplies the whole order;
      *> a "C" replaces only the fields it fills in (non-blank, or
      *> non-zero for amounts); an "R" needs only the key.
       01 TRANSACTION-RECORD.
           05 TRANS-CODE              PIC X(1).
               88 TRANS-ADD           VALUE "A".
               88 TRANS-CHANGE        VALUE "C".
               88 TRANS-RELEASE       VALUE "R".
           05 TRANS-EMP-ID            PIC X(5).
           05 TRANS-CASE-NUMBER       PIC X(20).
           05 TRANS-AGENCY-CODE       PIC X(8).
           05 TRANS-AGENCY-NAME       PIC X(30).
           05 TRANS-ORDER-TYPE        PIC X(1).
           05 TRANS-AMOUNT-TYPE       PIC X(1).
           05 TRANS-PERIOD-AMOUNT     PIC 9(5)V99.
           05 TRANS-PERIOD-AMOUNT-X REDEFINES TRANS-PERIOD-AMOUNT
                                      PIC X(7).
           05 TRANS-PERCENT           PIC 9(3)V99.
           05 TRANS-PERCENT-X REDEFINES TRANS-PERCENT
                                      PIC X(5).
           05 TRANS-SUPPORT-LIMIT-PCT PIC 9(2).
           05 TRANS-SUPPORT-LIMIT-PCT-X REDEFINES TRANS-SUPPORT-LIMIT-PCT
                                      PIC X(2).
           05 TRANS-LEVY-EXEMPT-AMOUNT PIC 9(5)V99.
           05 TRANS-LEVY-EXEMPT-AMOUNT-X
                                      REDEFINES TRANS-LEVY-EXEMPT-AMOUNT
                                      PIC X(7).
           05 TRANS-TOTAL-OWED        PIC 9(7)V99.
           05 TRANS-TOTAL-OWED-X REDEFINES TRANS-TOTAL-OWED
                                      PIC X(9).
           05 TRANS-RECEIVED-DATE     PIC X(8).
           05 TRANS-START-DATE        PIC X(8).
           05 TRANS-STOP-DATE         PIC X(8).

       FD GARNISHMENT-ORDER-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "GARNORD.CPY".

       FD EMPLOYEE-MASTER
          LABEL RECORDS ARE STANDARD.
       COPY "EMPMAST.CPY".

       FD MAINT-REPORT
          LABEL RECORDS ARE STANDARD.
       01 MAINT-REPORT-RECORD.
           05 MRPT-EMP-ID             PIC X(5).
           05 FILLER                  PIC X(1) VALUE ",".
           05 MRPT-TRANS-CODE         PIC X(1).
           05 FILLER                  PIC X(1) VALUE ",".
           05 MRPT-CASE-NUMBER        PIC X(20).
           05 FILLER                  PIC X(1) VALUE ",".
           05 MRPT-RESULT             PIC X(40).

       WORKING-STORAGE SECTION.
       01 DYNAMIC-TRANS-FILE          PIC X(100).
       01 TRANS-FILE-STATUS           PIC XX.
       01 ORDER-FILE-STATUS           PIC XX.
       01 MASTER-FILE-STATUS          PIC XX.
       01 REPORT-FILE-STATUS          PIC XX.
       01 END-OF-TRANS                PIC X(3) VALUE SPACES.
       01 TRANS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01 TRANS-APPLIED-COUNT         PIC 9(7) VALUE ZERO.
       01 TRANS-REJECT-COUNT          PIC 9(7) VALUE ZERO.
       01 ORDER-VALID-SW              PIC X(1).
           88 ORDER-IS-VALID          VALUE "Y".
       01 MAINTENANCE-DATE            PIC 9(8).

       PROCEDURE DIVISION.

      *> arg 1 is the transaction file of garnishment order adds,
      *> changes and releases to apply against GARNORD.DAT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT DYNAMIC-TRANS-FILE FROM ARGUMENT-VALUE

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening transaction file: "
                   DYNAMIC-TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-ORDER-FILE

      *> The master is read only to confirm an order is served on an
      *> employee the payroll actually pays.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE-MASTER, status: "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REPORT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening garnishment maintenance report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT MAINTENANCE-DATE FROM DATE YYYYMMDD

           PERFORM UNTIL END-OF-TRANS = "EOF"
               READ TRANSACTION-FILE INTO TRANSACTION-RECORD
                   AT END
                       MOVE "EOF" TO END-OF-TRANS
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM APPLY-TRANSACTION
               END-READ
           END-PERFORM

           DISPLAY TRANS-APPLIED-COUNT " transaction(s) applied, "
               TRANS-REJECT-COUNT " transaction(s) rejected"

           CLOSE TRANSACTION-FILE
           CLOSE GARNISHMENT-ORDER-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE MAINT-REPORT
           STOP RUN.

       OPEN-ORDER-FILE.
      *> Create the order file the first time an order is served,
      *> same pattern PAYMAINT uses to bootstrap the master.
           OPEN I-O GARNISHMENT-ORDER-FILE
           IF ORDER-FILE-STATUS = "35"
               OPEN OUTPUT GARNISHMENT-ORDER-FILE
               CLOSE GARNISHMENT-ORDER-FILE
               OPEN I-O GARNISHMENT-ORDER-FILE
           END-IF
           IF ORDER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening garnishment order file, status: "
                   ORDER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANS-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN TRANS-CHANGE
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN TRANS-RELEASE
                   PERFORM APPLY-RELEASE-TRANSACTION
               WHEN OTHER
                   MOVE "Unknown transaction code" TO MRPT-RESULT
                   ADD 1 TO TRANS-REJECT-COUNT
                   PERFORM WRITE-MAINT-RESULT
           END-EVALUATE.

       APPLY-ADD-TRANSACTION.
           MOVE "Y" TO ORDER-VALID-SW
           PERFORM VALIDATE-TRANS-AMOUNTS
           IF ORDER-IS-VALID
               MOVE TRANS-EMP-ID TO EMP-ID-M
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "N" TO ORDER-VALID-SW
                       MOVE "EMP-ID not found on master file"
                           TO MRPT-RESULT
               END-READ
           END-IF
           IF ORDER-IS-VALID
               MOVE TRANS-EMP-ID TO GORD-EMP-ID
               MOVE TRANS-CASE-NUMBER TO GORD-CASE-NUMBER
               MOVE TRANS-AGENCY-CODE TO GORD-AGENCY-CODE
               MOVE TRANS-AGENCY-NAME TO GORD-AGENCY-NAME
               MOVE TRANS-ORDER-TYPE TO GORD-ORDER-TYPE
               MOVE TRANS-AMOUNT-TYPE TO GORD-AMOUNT-TYPE
               MOVE ZERO TO GORD-PERIOD-AMOUNT
               MOVE ZERO TO GORD-PERCENT
               MOVE ZERO TO GORD-SUPPORT-LIMIT-PCT
               MOVE ZERO TO GORD-LEVY-EXEMPT-AMOUNT
               MOVE ZERO TO GORD-TOTAL-OWED
               PERFORM MOVE-SUPPLIED-AMOUNTS
               MOVE ZERO TO GORD-AMOUNT-PAID
               MOVE TRANS-RECEIVED-DATE TO GORD-RECEIVED-DATE
      *> An order with no start date is withheld from the first
      *> period after it was received.
               IF TRANS-START-DATE = SPACES
                   MOVE TRANS-RECEIVED-DATE TO GORD-START-DATE
               ELSE
                   MOVE TRANS-START-DATE TO GORD-START-DATE
               END-IF
               MOVE TRANS-STOP-DATE TO GORD-STOP-DATE
               SET GORD-ACTIVE TO TRUE
               MOVE SPACES TO GORD-LAST-PAID-DATE
               MOVE SPACES TO GORD-CLOSED-DATE
               PERFORM VALIDATE-ORDER-RECORD
           END-IF
           IF ORDER-IS-VALID
               WRITE GARNISHMENT-ORDER-RECORD
                   INVALID KEY
                       MOVE "Case already on file for employee"
                           TO MRPT-RESULT
                       ADD 1 TO TRANS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE "Order added" TO MRPT-RESULT
                       ADD 1 TO TRANS-APPLIED-COUNT
               END-WRITE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF
           PERFORM WRITE-MAINT-RESULT.

       APPLY-CHANGE-TRANSACTION.
      *> The supplied fields are laid over the order on file and the
      *> result is held to the same checks as an add. Raising the
      *> total owed on a satisfied order above what has been paid
      *> reopens it; a released order stays closed.
           MOVE "Y" TO ORDER-VALID-SW
           PERFORM VALIDATE-TRANS-AMOUNTS
           IF ORDER-IS-VALID
               MOVE TRANS-EMP-ID TO GORD-EMP-ID
               MOVE TRANS-CASE-NUMBER TO GORD-CASE-NUMBER
               READ GARNISHMENT-ORDER-FILE
                   INVALID KEY
                       MOVE "N" TO ORDER-VALID-SW
                       MOVE "Order not found on file" TO MRPT-RESULT
               END-READ
           END-IF
           IF ORDER-IS-VALID AND GORD-RELEASED
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Order has been released" TO MRPT-RESULT
           END-IF
           IF ORDER-IS-VALID
               IF TRANS-AGENCY-CODE NOT = SPACES
                   MOVE TRANS-AGENCY-CODE TO GORD-AGENCY-CODE
               END-IF
               IF TRANS-AGENCY-NAME NOT = SPACES
                   MOVE TRANS-AGENCY-NAME TO GORD-AGENCY-NAME
               END-IF
               IF TRANS-ORDER-TYPE NOT = SPACES
                   MOVE TRANS-ORDER-TYPE TO GORD-ORDER-TYPE
               END-IF
               IF TRANS-AMOUNT-TYPE NOT = SPACES
                   MOVE TRANS-AMOUNT-TYPE TO GORD-AMOUNT-TYPE
               END-IF
               PERFORM MOVE-SUPPLIED-AMOUNTS
               IF TRANS-RECEIVED-DATE NOT = SPACES
                   MOVE TRANS-RECEIVED-DATE TO GORD-RECEIVED-DATE
               END-IF
               IF TRANS-START-DATE NOT = SPACES
                   MOVE TRANS-START-DATE TO GORD-START-DATE
               END-IF
               IF TRANS-STOP-DATE NOT = SPACES
                   MOVE TRANS-STOP-DATE TO GORD-STOP-DATE
               END-IF
               IF GORD-SATISFIED
                   IF GORD-TOTAL-OWED = ZERO
                       OR GORD-AMOUNT-PAID < GORD-TOTAL-OWED
                       SET GORD-ACTIVE TO TRUE
                       MOVE SPACES TO GORD-CLOSED-DATE
                   END-IF
               END-IF
               PERFORM VALIDATE-ORDER-RECORD
           END-IF
           IF ORDER-IS-VALID
               REWRITE GARNISHMENT-ORDER-RECORD
                   INVALID KEY
                       MOVE "Error rewriting order record"
                           TO MRPT-RESULT
                       ADD 1 TO TRANS-REJECT-COUNT
                   NOT INVALID KEY
                       IF GORD-SATISFIED
                           MOVE "Order changed (remains satisfied)"
                               TO MRPT-RESULT
                       ELSE
                           MOVE "Order changed" TO MRPT-RESULT
                       END-IF
                       ADD 1 TO TRANS-APPLIED-COUNT
               END-REWRITE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF
           PERFORM WRITE-MAINT-RESULT.

       APPLY-RELEASE-TRANSACTION.
      *> The agency has released the employee from the order; it
      *> stays on file, closed, for the record of what was paid.
           MOVE TRANS-EMP-ID TO GORD-EMP-ID
           MOVE TRANS-CASE-NUMBER TO GORD-CASE-NUMBER
           READ GARNISHMENT-ORDER-FILE
               INVALID KEY
                   MOVE "Order not found on file" TO MRPT-RESULT
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   IF GORD-RELEASED
                       MOVE "Order already released" TO MRPT-RESULT
                       ADD 1 TO TRANS-REJECT-COUNT
                   ELSE
                       SET GORD-RELEASED TO TRUE
                       MOVE MAINTENANCE-DATE TO GORD-CLOSED-DATE
                       REWRITE GARNISHMENT-ORDER-RECORD
                           INVALID KEY
                               MOVE "Error releasing order record"
                                   TO MRPT-RESULT
                               ADD 1 TO TRANS-REJECT-COUNT
                           NOT INVALID KEY
                               MOVE "Order released" TO MRPT-RESULT
                               ADD 1 TO TRANS-APPLIED-COUNT
                       END-REWRITE
                   END-IF
           END-READ
           PERFORM WRITE-MAINT-RESULT.

       VALIDATE-TRANS-AMOUNTS.
      *> An amount field left blank is simply not supplied; anything
      *> else in it has to be a number.
           IF TRANS-PERIOD-AMOUNT-X NOT = SPACES
               AND TRANS-PERIOD-AMOUNT NOT NUMERIC
               MOVE "N" TO ORDER-VALID-SW
               MOVE "TRANS-PERIOD-AMOUNT is not numeric" TO MRPT-RESULT
           END-IF
           IF TRANS-PERCENT-X NOT = SPACES
               AND TRANS-PERCENT NOT NUMERIC
               MOVE "N" TO ORDER-VALID-SW
               MOVE "TRANS-PERCENT is not numeric" TO MRPT-RESULT
           END-IF
           IF TRANS-SUPPORT-LIMIT-PCT-X NOT = SPACES
               AND TRANS-SUPPORT-LIMIT-PCT NOT NUMERIC
               MOVE "N" TO ORDER-VALID-SW
               MOVE "TRANS-SUPPORT-LIMIT-PCT is not numeric"
                   TO MRPT-RESULT
           END-IF
           IF TRANS-LEVY-EXEMPT-AMOUNT-X NOT = SPACES
               AND TRANS-LEVY-EXEMPT-AMOUNT NOT NUMERIC
               MOVE "N" TO ORDER-VALID-SW
               MOVE "TRANS-LEVY-EXEMPT-AMOUNT is not numeric"
                   TO MRPT-RESULT
           END-IF
           IF TRANS-TOTAL-OWED-X NOT = SPACES
               AND TRANS-TOTAL-OWED NOT NUMERIC
               MOVE "N" TO ORDER-VALID-SW
               MOVE "TRANS-TOTAL-OWED is not numeric" TO MRPT-RESULT
           END-IF.

       MOVE-SUPPLIED-AMOUNTS.
           IF TRANS-PERIOD-AMOUNT-X NOT = SPACES
               AND TRANS-PERIOD-AMOUNT NOT = ZERO
               MOVE TRANS-PERIOD-AMOUNT TO GORD-PERIOD-AMOUNT
           END-IF
           IF TRANS-PERCENT-X NOT = SPACES
               AND TRANS-PERCENT NOT = ZERO
               MOVE TRANS-PERCENT TO GORD-PERCENT
           END-IF
           IF TRANS-SUPPORT-LIMIT-PCT-X NOT = SPACES
               AND TRANS-SUPPORT-LIMIT-PCT NOT = ZERO
               MOVE TRANS-SUPPORT-LIMIT-PCT TO GORD-SUPPORT-LIMIT-PCT
           END-IF
           IF TRANS-LEVY-EXEMPT-AMOUNT-X NOT = SPACES
               AND TRANS-LEVY-EXEMPT-AMOUNT NOT = ZERO
               MOVE TRANS-LEVY-EXEMPT-AMOUNT TO GORD-LEVY-EXEMPT-AMOUNT
           END-IF
           IF TRANS-TOTAL-OWED-X NOT = SPACES
               AND TRANS-TOTAL-OWED NOT = ZERO
               MOVE TRANS-TOTAL-OWED TO GORD-TOTAL-OWED
           END-IF.

       VALIDATE-ORDER-RECORD.
      *> Checks the order as it will be stored, so an add and a
      *> change are held to the same rules. Only the CCPA support
      *> percentages are accepted; zero is stored as 50.
           IF GORD-CASE-NUMBER = SPACES
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Case number is blank" TO MRPT-RESULT
           END-IF
           IF GORD-AGENCY-CODE = SPACES
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Agency code is blank" TO MRPT-RESULT
           END-IF
           IF NOT GORD-CHILD-SUPPORT AND NOT GORD-TAX-LEVY
               AND NOT GORD-CREDITOR
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Order type must be S, T or C" TO MRPT-RESULT
           END-IF
           IF NOT GORD-FLAT-AMOUNT AND NOT GORD-PERCENT-AMOUNT
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Amount type must be F or P" TO MRPT-RESULT
           END-IF
           IF GORD-FLAT-AMOUNT AND GORD-PERIOD-AMOUNT = ZERO
               AND NOT (GORD-TAX-LEVY AND GORD-LEVY-EXEMPT-AMOUNT > ZERO)
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Flat order has no period amount" TO MRPT-RESULT
           END-IF
           IF GORD-PERCENT-AMOUNT
               AND (GORD-PERCENT = ZERO OR GORD-PERCENT > 100)
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Percent must be over 0 and at most 100"
                   TO MRPT-RESULT
           END-IF
           IF GORD-SUPPORT-LIMIT-PCT = ZERO
               MOVE 50 TO GORD-SUPPORT-LIMIT-PCT
           END-IF
           IF GORD-SUPPORT-LIMIT-PCT NOT = 50
               AND GORD-SUPPORT-LIMIT-PCT NOT = 55
               AND GORD-SUPPORT-LIMIT-PCT NOT = 60
               AND GORD-SUPPORT-LIMIT-PCT NOT = 65
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Support limit must be 50, 55, 60 or 65"
                   TO MRPT-RESULT
           END-IF
           IF GORD-RECEIVED-DATE NOT NUMERIC
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Received date is not CCYYMMDD" TO MRPT-RESULT
           END-IF
           IF GORD-START-DATE NOT NUMERIC
               MOVE "N" TO ORDER-VALID-SW
               MOVE "Start date is not CCYYMMDD" TO MRPT-RESULT
           END-IF
           IF GORD-STOP-DATE NOT = SPACES
               IF GORD-STOP-DATE NOT NUMERIC
                   MOVE "N" TO ORDER-VALID-SW
                   MOVE "Stop date is not CCYYMMDD" TO MRPT-RESULT
               ELSE
                   IF GORD-STOP-DATE < GORD-START-DATE
                       MOVE "N" TO ORDER-VALID-SW
                       MOVE "Stop date is before start date"
                           TO MRPT-RESULT
                   END-IF
               END-IF
           END-IF.

       WRITE-MAINT-RESULT.
           MOVE TRANS-EMP-ID TO MRPT-EMP-ID
           MOVE TRANS-CODE TO MRPT-TRANS-CODE
           MOVE TRANS-CASE-NUMBER TO MRPT-CASE-NUMBER
           WRITE MAINT-REPORT-RECORD.
