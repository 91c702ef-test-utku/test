               END-DELETE
           ELSE
               MOVE JRNL-AFTER-IMAGE TO EMPLOYEE-MASTER-RECORD
      *> An entry written before the master grew has no extension;
      *> the fields past the base image stay spaces, exactly as the
      *> record read at the time.
               IF JRNL-EXTENDED-ENTRY
                   MOVE JRNL-AFTER-EXTENSION TO EMP-MASTER-EXTENSION
               END-IF
               REWRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       WRITE EMPLOYEE-MASTER-RECORD
