       01 JOURNAL-FILE-STATUS     PIC XX.
       01 JOURNAL-DATE            PIC 9(8).
       01 JOURNAL-TIME            PIC 9(8).
       01 SAVED-BEFORE-IMAGE.
           05 SAVED-BEFORE-BASE       PIC X(150).
           05 SAVED-BEFORE-EXTENSION  PIC X(350).

      *> The "6" entry detail preceding each "7" addenda is held here
      *> so the addenda can be matched back to the employee it paid.
           MOVE "ACHRET" TO JRNL-PROGRAM
           MOVE "C" TO JRNL-ACTION
           MOVE EMP-ID-M TO JRNL-EMP-ID
           MOVE SAVED-BEFORE-BASE TO JRNL-BEFORE-IMAGE
           MOVE EMPLOYEE-MASTER-RECORD TO JRNL-AFTER-IMAGE
           SET JRNL-EXTENDED-ENTRY TO TRUE
           MOVE SAVED-BEFORE-EXTENSION TO JRNL-BEFORE-EXTENSION
           MOVE EMP-MASTER-EXTENSION TO JRNL-AFTER-EXTENSION
           WRITE JOURNAL-RECORD.

       OPEN-EMPLOYEE-MASTER.
