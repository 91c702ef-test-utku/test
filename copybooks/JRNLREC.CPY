      *> rather than widen these fields in place.
           05 JRNL-BEFORE-IMAGE       PIC X(150).
           05 JRNL-AFTER-IMAGE        PIC X(150).
      *> Version "2" entries carry the master's EMP-MASTER-EXTENSION
      *> (everything past the first 150 bytes) in these trailing
      *> images; an entry written before the master grew reads the
      *> version as a space and has no extension to replay.
           05 JRNL-RECORD-VERSION     PIC X(1).
               88 JRNL-EXTENDED-ENTRY VALUE "2".
           05 JRNL-BEFORE-EXTENSION   PIC X(350).
           05 JRNL-AFTER-EXTENSION    PIC X(350).
