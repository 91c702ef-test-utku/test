       $set sourceformat"free"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCYCLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-STATE-FILE ASSIGN TO "CYCLSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.

           SELECT CYCLE-LOG-FILE ASSIGN TO "CYCLELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT PAY-PERIOD-CONTROL ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "PAYCHKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.

           SELECT COUNT-FILE ASSIGN TO DYNAMIC COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-STATE-FILE
          LABEL RECORDS ARE STANDARD.
      *> Where the last cycle got to, rewritten before and after
      *> every step: the stream and the arguments it was started
      *> with, and the step a RESTART picks up at. A cycle that dies
      *> mid-step is left "R" on the step it was running.
       01 CYCLE-STATE-RECORD.
           05 CST-STREAM          PIC X(6).
           05 CST-CYCLE-ID        PIC X(14).
           05 CST-STATUS          PIC X(1).
               88 CST-RUNNING     VALUE "R".
               88 CST-STOPPED     VALUE "S".
               88 CST-COMPLETE    VALUE "C".
           05 CST-RESUME-STEP     PIC 9(2).
           05 CST-PUNCH-FILE      PIC X(60).
           05 CST-WEEK-ENDING     PIC X(8).
           05 CST-TRANS-FILE      PIC X(60).
           05 CST-FEED-FILE       PIC X(60).
      *> The pay group the cycle pays; spaces is the weekly hourly
      *> group, which is all a state record from before groups
      *> existed can hold.
           05 CST-PAY-GROUP       PIC X(2).

       FD CYCLE-LOG-FILE
          LABEL RECORDS ARE STANDARD.
      *> One line per step run, skipped or refused, cumulative across
      *> cycles; every line carries the cycle it belongs to.
       01 CYCLE-LOG-RECORD.
           05 LOG-CYCLE-ID        PIC X(14).
           05 LOG-STREAM          PIC X(6).
           05 LOG-STEP-NUMBER     PIC 9(2).
           05 LOG-STEP-NAME       PIC X(8).
           05 LOG-START-DATE      PIC 9(8).
           05 LOG-START-TIME      PIC 9(6).
           05 LOG-END-DATE        PIC 9(8).
           05 LOG-END-TIME        PIC 9(6).
           05 LOG-RETURN-CODE     PIC 9(4).
           05 LOG-RECORDS-IN      PIC 9(7).
           05 LOG-RECORDS-OUT     PIC 9(7).
           05 LOG-REJECTS         PIC 9(7).
           05 LOG-STEP-STATUS     PIC X(8).
           05 LOG-MESSAGE         PIC X(50).

       FD PAY-PERIOD-CONTROL
          LABEL RECORDS ARE STANDARD.
       COPY "PAYCTL.CPY".

       FD CHECKPOINT-FILE
          LABEL RECORDS ARE STANDARD.
       01 CHECKPOINT-LINE            PIC X(100).

       FD COUNT-FILE
          LABEL RECORDS ARE STANDARD.
       01 COUNT-LINE                 PIC X(500).

       WORKING-STORAGE SECTION.
       01 RUN-MODE                PIC X(7).
           88 WEEKLY-MODE         VALUE "WEEKLY".
           88 PERIOD-MODE         VALUE "PERIOD".
           88 SUPPLEMENTAL-MODE   VALUE "SUPPL".
           88 RESTART-MODE        VALUE "RESTART".
       01 STATE-FILE-STATUS       PIC XX.
       01 LOG-FILE-STATUS         PIC XX.
       01 CONTROL-FILE-STATUS     PIC XX.
       01 CHECKPOINT-FILE-STATUS  PIC XX.
       01 COUNT-FILE-STATUS       PIC XX.
       01 COUNT-FILE-NAME         PIC X(60).
       01 END-OF-CONTROL          PIC X(3).
       01 END-OF-COUNT            PIC X(3).
       01 RESTART-STEP-ARG        PIC X(2).
       01 RESTART-STEP            PIC 9(2).
      *> The step that stopped the cycle being resumed, as the state
      *> file left it - before any later step named on the RESTART.
       01 RESTART-FIRST-STEP      PIC 9(2) VALUE ZERO.
       01 STATE-FOUND-SW          PIC X(1) VALUE "N".
           88 STATE-WAS-FOUND     VALUE "Y".
       01 CYCLE-STOPPED-SW        PIC X(1) VALUE "N".
           88 CYCLE-HAS-STOPPED   VALUE "Y".

      *> A payroll run that rejects more than this share of the feed
      *> is held for review before anything is balanced, posted or
      *> sent to the bank.
       01 MAX-REJECT-PERCENT      PIC 9(3)V99 VALUE 10.00.

      *> The steps of the stream being run, in order. The command is
      *> the program and its arguments as the operator would type
      *> them; the count files are what the log reports as records
      *> in and out for steps that leave no control record.
       01 STREAM-STEP-COUNT       PIC 9(2) VALUE ZERO.
       01 STREAM-STEP-TABLE.
           05 STREAM-STEP OCCURS 7 TIMES.
               10 STEP-PROGRAM        PIC X(8).
               10 STEP-COMMAND-NAME   PIC X(8).
               10 STEP-ARGUMENTS      PIC X(140).
               10 STEP-COUNT-IN-FILE  PIC X(60).
               10 STEP-COUNT-OUT-FILE PIC X(60).
       01 STEP-SUB                PIC 9(2).
       01 STEP-COMMAND            PIC X(160).
       01 STEP-RETURN-CODE        PIC S9(9).
       01 STEP-OUTCOME            PIC X(8).
           88 STEP-OK             VALUE "OK".
           88 STEP-WARNING        VALUE "WARNING".
           88 STEP-FAILED         VALUE "FAILED".
           88 STEP-SKIPPED        VALUE "SKIPPED".
       01 STEP-MESSAGE            PIC X(50).
       01 STEP-START-DATE         PIC 9(8).
       01 STEP-START-TIME         PIC 9(6).
       01 STEP-RECORDS-IN         PIC 9(7).
       01 STEP-RECORDS-OUT        PIC 9(7).
       01 STEP-REJECTS            PIC 9(7).
      *> The step the next RESTART should begin at when this one
      *> fails - the step itself, unless it finished its work and
      *> only failed a review condition.
       01 STEP-RESUME-AT          PIC 9(2).
       01 CURRENT-DATE-STAMP      PIC 9(8).
       01 CURRENT-TIME-STAMP      PIC 9(8).
       01 RECORD-COUNT            PIC 9(7).

      *> The pay period control file before and after the payroll
      *> step: a run that completes appends a record, one that fails
      *> leaves the count where it was.
       01 CONTROL-COUNT-BEFORE    PIC 9(7).
       01 CONTROL-COUNT-AFTER     PIC 9(7).
       01 LAST-CONTROL-STATUS     PIC X(1).
       01 LAST-RECORDS-READ       PIC 9(7).
       01 LAST-ACCEPT-COUNT       PIC 9(7).
       01 LAST-REJECT-COUNT       PIC 9(7).
       01 REJECT-PERCENT          PIC 9(3)V99.
       01 CHECKPOINT-LINES        PIC 9(7).

       PROCEDURE DIVISION.

      *> Runs a payroll cycle as a stream of steps, each one started
      *> as the operator would start it by hand, and checks every
      *> step's outcome before the next is allowed to go: a return
      *> code of 8 or more, a pay run that wrote no control record or
      *> rejected more than MAX-REJECT-PERCENT of its feed, or
      *> PAYBAL reporting the run out of balance stops the cycle
      *> before GL posting and the bank files. A return code of 4 is
      *> logged as a warning and the cycle goes on - PAYREVW ends
      *> that way when it has put payments on hold, which are pulled
      *> from the bank files by hand before release.
      *>
      *> arg 1 is the stream:
      *>   WEEKLY  TIMECLK, PAYMAINT, PAYROLL, PAYBAL, PAYREVW,
      *>           GLPOST and CHKRECON ISSUE; arg 2 is the clock's
      *>           punch file, arg 3 the week-ending date, arg 4 the
      *>           master maintenance transaction file (none skips
      *>           PAYMAINT).
      *>   PERIOD  a pay group paid off the payroll calendar from a
      *>           feed built outside the time clock: PAYMAINT,
      *>           PAYROLL, PAYBAL, PAYREVW, GLPOST and CHKRECON
      *>           ISSUE; arg 2 is the pay group, arg 3 the feed file,
      *>           arg 4 the master maintenance transaction file (none
      *>           skips PAYMAINT).
      *>   SUPPL   an off-cycle run: PAYROLL SUPPLEMENTAL on the feed
      *>           file in arg 2, then PAYBAL, PAYREVW, GLPOST and
      *>           CHKRECON ISSUE; arg 3 names the pay group when it
      *>           is not the weekly one.
      *>   RESTART resumes the last cycle, with the arguments it was
      *>           started with, at the step that stopped it; arg 2
      *>           may name a later step to resume at instead, once
      *>           the stopped step has been dealt with by hand - one
      *>           past the last step closes the cycle.
      *> Every step goes on CYCLELOG.DAT with its start and end
      *> times, return code, record counts and outcome.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO RUN-MODE
           END-ACCEPT
           IF NOT WEEKLY-MODE AND NOT PERIOD-MODE
                   AND NOT SUPPLEMENTAL-MODE AND NOT RESTART-MODE
               DISPLAY "Run mode must be WEEKLY, PERIOD, SUPPL, or "
                   "RESTART"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CYCLE-STATE
           PERFORM OPEN-CYCLE-LOG

           IF RESTART-MODE
               PERFORM RESUME-CYCLE
           ELSE
               PERFORM START-NEW-CYCLE
           END-IF

           EVALUATE CST-STREAM
               WHEN "WEEKLY"
                   PERFORM DEFINE-WEEKLY-STREAM
               WHEN "PERIOD"
                   PERFORM DEFINE-PERIOD-STREAM
               WHEN OTHER
                   PERFORM DEFINE-SUPPLEMENTAL-STREAM
           END-EVALUATE

           IF RESTART-MODE
               PERFORM CHECK-RESTART-STEP
           END-IF

           PERFORM RUN-ONE-STEP
               VARYING STEP-SUB FROM CST-RESUME-STEP BY 1
               UNTIL STEP-SUB > STREAM-STEP-COUNT
                   OR CYCLE-HAS-STOPPED

           CLOSE CYCLE-LOG-FILE
           IF CYCLE-HAS-STOPPED
               DISPLAY "Cycle " CST-CYCLE-ID " stopped at step "
                   CST-RESUME-STEP " - correct and resume with RESTART"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CST-COMPLETE TO TRUE
               PERFORM WRITE-CYCLE-STATE
               DISPLAY "Cycle " CST-CYCLE-ID " complete"
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-CYCLE-STATE.
      *> No state file means no cycle has ever been run here.
           OPEN INPUT CYCLE-STATE-FILE
           IF STATE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF STATE-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening cycle state file, status: "
                       STATE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CYCLE-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET STATE-WAS-FOUND TO TRUE
               END-READ
               CLOSE CYCLE-STATE-FILE
           END-IF.

       WRITE-CYCLE-STATE.
           OPEN OUTPUT CYCLE-STATE-FILE
           IF STATE-FILE-STATUS NOT = "00"
               DISPLAY "Error opening cycle state file, status: "
                   STATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CYCLE-STATE-RECORD
           CLOSE CYCLE-STATE-FILE.

       OPEN-CYCLE-LOG.
      *> The log is cumulative across cycles: extend it if it exists,
      *> create it the first time.
           OPEN EXTEND CYCLE-LOG-FILE
           IF LOG-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-LOG-FILE
           END-IF
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "Error opening cycle log, status: "
                   LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       START-NEW-CYCLE.
      *> A cycle that stopped part way has already run some of its
      *> steps; starting over on top of it could pay the period
      *> twice, so it has to be resumed (or closed) first.
           IF STATE-WAS-FOUND AND NOT CST-COMPLETE
               DISPLAY "Cycle " CST-CYCLE-ID " (" CST-STREAM
                   ") did not finish - resume it with RESTART"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CYCLE-STATE-RECORD
           IF WEEKLY-MODE
               MOVE "WEEKLY" TO CST-STREAM
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CST-PUNCH-FILE FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CST-PUNCH-FILE
               END-ACCEPT
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT CST-WEEK-ENDING FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CST-WEEK-ENDING
               END-ACCEPT
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT CST-TRANS-FILE FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CST-TRANS-FILE
               END-ACCEPT
               IF CST-PUNCH-FILE = SPACES OR CST-WEEK-ENDING = SPACES
                   DISPLAY "WEEKLY requires the punch file and "
                       "week-ending arguments"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "TIMEFEED.DAT" TO CST-FEED-FILE
           END-IF
           IF PERIOD-MODE
               MOVE "PERIOD" TO CST-STREAM
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CST-PAY-GROUP FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CST-PAY-GROUP
               END-ACCEPT
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT CST-FEED-FILE FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CST-FEED-FILE
               END-ACCEPT
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT CST-TRANS-FILE FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CST-TRANS-FILE
               END-ACCEPT
               IF CST-PAY-GROUP = SPACES OR CST-FEED-FILE = SPACES
                   DISPLAY "PERIOD requires the pay group and feed "
                       "file arguments"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF SUPPLEMENTAL-MODE
               MOVE "SUPPL" TO CST-STREAM
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CST-FEED-FILE FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CST-FEED-FILE
               END-ACCEPT
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT CST-PAY-GROUP FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO CST-PAY-GROUP
               END-ACCEPT
               IF CST-FEED-FILE = SPACES
                   DISPLAY "SUPPL requires the feed file argument"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM STAMP-CURRENT-TIME
           MOVE SPACES TO CST-CYCLE-ID
           STRING CURRENT-DATE-STAMP CURRENT-TIME-STAMP(1:6)
               DELIMITED BY SIZE INTO CST-CYCLE-ID
           END-STRING
           SET CST-RUNNING TO TRUE
           MOVE 1 TO CST-RESUME-STEP
           PERFORM WRITE-CYCLE-STATE
           DISPLAY "Starting " CST-STREAM " cycle " CST-CYCLE-ID.

       RESUME-CYCLE.
           IF NOT STATE-WAS-FOUND OR CST-COMPLETE
               DISPLAY "No unfinished cycle to restart"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT RESTART-STEP-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO RESTART-STEP-ARG
           END-ACCEPT.

       CHECK-RESTART-STEP.
      *> Steps before the one that stopped the cycle finished and are
      *> never run again; the operator may only move the resume point
      *> forward, past a step that was finished by hand.
           MOVE CST-RESUME-STEP TO RESTART-FIRST-STEP
           IF RESTART-STEP-ARG NOT = SPACES
               COMPUTE RESTART-STEP = FUNCTION NUMVAL(RESTART-STEP-ARG)
               IF RESTART-STEP < CST-RESUME-STEP
                       OR RESTART-STEP > STREAM-STEP-COUNT + 1
                   DISPLAY "Restart step must be from " CST-RESUME-STEP
                       " to " STREAM-STEP-COUNT " (or one past it)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RESTART-STEP TO CST-RESUME-STEP
           END-IF
           PERFORM STAMP-CURRENT-TIME
           MOVE SPACES TO CYCLE-LOG-RECORD
           MOVE CST-CYCLE-ID TO LOG-CYCLE-ID
           MOVE CST-STREAM TO LOG-STREAM
           MOVE CST-RESUME-STEP TO LOG-STEP-NUMBER
           MOVE "PAYCYCLE" TO LOG-STEP-NAME
           MOVE CURRENT-DATE-STAMP TO LOG-START-DATE
           MOVE CURRENT-TIME-STAMP(1:6) TO LOG-START-TIME
           MOVE CURRENT-DATE-STAMP TO LOG-END-DATE
           MOVE CURRENT-TIME-STAMP(1:6) TO LOG-END-TIME
           MOVE ZERO TO LOG-RETURN-CODE
           MOVE ZERO TO LOG-RECORDS-IN
           MOVE ZERO TO LOG-RECORDS-OUT
           MOVE ZERO TO LOG-REJECTS
           MOVE "RESTART" TO LOG-STEP-STATUS
           MOVE "CYCLE RESUMED AT THIS STEP" TO LOG-MESSAGE
           WRITE CYCLE-LOG-RECORD
           SET CST-RUNNING TO TRUE
           PERFORM WRITE-CYCLE-STATE
           DISPLAY "Resuming " CST-STREAM " cycle " CST-CYCLE-ID
               " at step " CST-RESUME-STEP.

       DEFINE-WEEKLY-STREAM.
           MOVE 7 TO STREAM-STEP-COUNT
           MOVE SPACES TO STREAM-STEP-TABLE
           MOVE "TIMECLK" TO STEP-PROGRAM(1)
           MOVE "timeclk" TO STEP-COMMAND-NAME(1)
           STRING CST-PUNCH-FILE DELIMITED BY SPACE
               " " CST-WEEK-ENDING DELIMITED BY SIZE
               INTO STEP-ARGUMENTS(1)
           END-STRING
           MOVE CST-PUNCH-FILE TO STEP-COUNT-IN-FILE(1)
           MOVE "TIMEFEED.DAT" TO STEP-COUNT-OUT-FILE(1)
           MOVE "PAYMAINT" TO STEP-PROGRAM(2)
           MOVE "paymaint" TO STEP-COMMAND-NAME(2)
           MOVE CST-TRANS-FILE TO STEP-ARGUMENTS(2)
           MOVE CST-TRANS-FILE TO STEP-COUNT-IN-FILE(2)
           MOVE "PAYROLL" TO STEP-PROGRAM(3)
           MOVE "payroll" TO STEP-COMMAND-NAME(3)
           MOVE CST-FEED-FILE TO STEP-ARGUMENTS(3)
           MOVE "PAYBAL" TO STEP-PROGRAM(4)
           MOVE "paybal" TO STEP-COMMAND-NAME(4)
           MOVE "PAYREVW" TO STEP-PROGRAM(5)
           MOVE "payrevw" TO STEP-COMMAND-NAME(5)
           MOVE "PAYHOLD.DAT" TO STEP-COUNT-OUT-FILE(5)
           MOVE "GLPOST" TO STEP-PROGRAM(6)
           MOVE "glpost" TO STEP-COMMAND-NAME(6)
           MOVE "GLJV.DAT" TO STEP-COUNT-OUT-FILE(6)
           MOVE "CHKRECON" TO STEP-PROGRAM(7)
           MOVE "chkrecon" TO STEP-COMMAND-NAME(7)
           MOVE "ISSUE" TO STEP-ARGUMENTS(7)
           MOVE "CHECKS.DAT" TO STEP-COUNT-IN-FILE(7)
           MOVE "POSPAY.DAT" TO STEP-COUNT-OUT-FILE(7).

       DEFINE-PERIOD-STREAM.
           MOVE 6 TO STREAM-STEP-COUNT
           MOVE SPACES TO STREAM-STEP-TABLE
           MOVE "PAYMAINT" TO STEP-PROGRAM(1)
           MOVE "paymaint" TO STEP-COMMAND-NAME(1)
           MOVE CST-TRANS-FILE TO STEP-ARGUMENTS(1)
           MOVE CST-TRANS-FILE TO STEP-COUNT-IN-FILE(1)
           MOVE "PAYROLL" TO STEP-PROGRAM(2)
           MOVE "payroll" TO STEP-COMMAND-NAME(2)
           STRING CST-FEED-FILE DELIMITED BY SPACE
               " " CST-PAY-GROUP DELIMITED BY SIZE
               INTO STEP-ARGUMENTS(2)
           END-STRING
           MOVE "PAYBAL" TO STEP-PROGRAM(3)
           MOVE "paybal" TO STEP-COMMAND-NAME(3)
           MOVE "PAYREVW" TO STEP-PROGRAM(4)
           MOVE "payrevw" TO STEP-COMMAND-NAME(4)
           MOVE "PAYHOLD.DAT" TO STEP-COUNT-OUT-FILE(4)
           MOVE "GLPOST" TO STEP-PROGRAM(5)
           MOVE "glpost" TO STEP-COMMAND-NAME(5)
           MOVE "GLJV.DAT" TO STEP-COUNT-OUT-FILE(5)
           MOVE "CHKRECON" TO STEP-PROGRAM(6)
           MOVE "chkrecon" TO STEP-COMMAND-NAME(6)
           MOVE "ISSUE" TO STEP-ARGUMENTS(6)
           MOVE "CHECKS.DAT" TO STEP-COUNT-IN-FILE(6)
           MOVE "POSPAY.DAT" TO STEP-COUNT-OUT-FILE(6).

       DEFINE-SUPPLEMENTAL-STREAM.
           MOVE 5 TO STREAM-STEP-COUNT
           MOVE SPACES TO STREAM-STEP-TABLE
           MOVE "PAYROLL" TO STEP-PROGRAM(1)
           MOVE "payroll" TO STEP-COMMAND-NAME(1)
           STRING CST-FEED-FILE DELIMITED BY SPACE
               " SUPPLEMENTAL " CST-PAY-GROUP DELIMITED BY SIZE
               INTO STEP-ARGUMENTS(1)
           END-STRING
           MOVE "PAYBAL" TO STEP-PROGRAM(2)
           MOVE "paybal" TO STEP-COMMAND-NAME(2)
           MOVE "PAYREVW" TO STEP-PROGRAM(3)
           MOVE "payrevw" TO STEP-COMMAND-NAME(3)
           MOVE "PAYHOLD.DAT" TO STEP-COUNT-OUT-FILE(3)
           MOVE "GLPOST" TO STEP-PROGRAM(4)
           MOVE "glpost" TO STEP-COMMAND-NAME(4)
           MOVE "GLJV.DAT" TO STEP-COUNT-OUT-FILE(4)
           MOVE "CHKRECON" TO STEP-PROGRAM(5)
           MOVE "chkrecon" TO STEP-COMMAND-NAME(5)
           MOVE "ISSUE" TO STEP-ARGUMENTS(5)
           MOVE "CHECKS.DAT" TO STEP-COUNT-IN-FILE(5)
           MOVE "POSPAY.DAT" TO STEP-COUNT-OUT-FILE(5).

       RUN-ONE-STEP.
      *> The state is written before the step starts, so a cycle
      *> that dies with the step resumes at it.
           MOVE STEP-SUB TO CST-RESUME-STEP
           SET CST-RUNNING TO TRUE
           PERFORM WRITE-CYCLE-STATE
           MOVE SPACES TO STEP-MESSAGE
           MOVE ZERO TO STEP-RETURN-CODE
           MOVE ZERO TO STEP-RECORDS-IN
           MOVE ZERO TO STEP-RECORDS-OUT
           MOVE ZERO TO STEP-REJECTS
           MOVE STEP-SUB TO STEP-RESUME-AT
           PERFORM STAMP-CURRENT-TIME
           MOVE CURRENT-DATE-STAMP TO STEP-START-DATE
           MOVE CURRENT-TIME-STAMP(1:6) TO STEP-START-TIME

           IF STEP-PROGRAM(STEP-SUB) = "PAYMAINT"
                   AND STEP-ARGUMENTS(STEP-SUB) = SPACES
               SET STEP-SKIPPED TO TRUE
               MOVE "NO MAINTENANCE TRANSACTIONS THIS CYCLE"
                   TO STEP-MESSAGE
           ELSE
               IF STEP-PROGRAM(STEP-SUB) = "PAYROLL"
                   PERFORM PREPARE-PAYROLL-STEP
               END-IF
               PERFORM EXECUTE-STEP-COMMAND
               PERFORM EVALUATE-STEP-OUTCOME
           END-IF

           PERFORM WRITE-STEP-LOG
           DISPLAY "Step " STEP-SUB " " STEP-PROGRAM(STEP-SUB) " "
               STEP-OUTCOME " " STEP-MESSAGE
           IF STEP-FAILED
               SET CYCLE-HAS-STOPPED TO TRUE
               SET CST-STOPPED TO TRUE
               MOVE STEP-RESUME-AT TO CST-RESUME-STEP
           ELSE
               COMPUTE CST-RESUME-STEP = STEP-SUB + 1
           END-IF
           PERFORM WRITE-CYCLE-STATE.

       PREPARE-PAYROLL-STEP.
      *> PAYROLL's own checkpoint lets a crashed pay run pick up where
      *> it left off. The checkpoint left by the last completed run
      *> is cleared before a fresh run, so on a resume a checkpoint
      *> on file can only be this cycle's, and the run is restarted
      *> from it; with none the run starts over, and the duplicate-
      *> period check still guards it. That holds only when the pay
      *> run itself stopped the cycle: a cycle stopped at an earlier
      *> step never got to clear the last period's checkpoint, so
      *> its pay run is cleared and started fresh like any other. The checkpoint does not carry
      *> the pay group, so a group cycle's restart names it again.
           IF RESTART-MODE AND STEP-SUB = RESTART-FIRST-STEP
               PERFORM COUNT-CHECKPOINT-LINES
           ELSE
               MOVE ZERO TO CHECKPOINT-LINES
               OPEN OUTPUT CHECKPOINT-FILE
               IF CHECKPOINT-FILE-STATUS NOT = "00"
                   DISPLAY "Error clearing payroll checkpoint, status: "
                       CHECKPOINT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           IF CHECKPOINT-LINES > ZERO
               MOVE SPACES TO STEP-ARGUMENTS(STEP-SUB)
               STRING CST-FEED-FILE DELIMITED BY SPACE
                   " RESTART " CST-PAY-GROUP DELIMITED BY SIZE
                   INTO STEP-ARGUMENTS(STEP-SUB)
               END-STRING
           END-IF
           PERFORM COUNT-CONTROL-RECORDS
           MOVE RECORD-COUNT TO CONTROL-COUNT-BEFORE.

       EXECUTE-STEP-COMMAND.
           MOVE SPACES TO STEP-COMMAND
           STRING STEP-COMMAND-NAME(STEP-SUB) DELIMITED BY SPACE
               " " STEP-ARGUMENTS(STEP-SUB) DELIMITED BY SIZE
               INTO STEP-COMMAND
           END-STRING
           DISPLAY "Step " STEP-SUB ": " STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           MOVE ZERO TO RETURN-CODE.

       EVALUATE-STEP-OUTCOME.
           EVALUATE TRUE
               WHEN STEP-RETURN-CODE < ZERO
                   SET STEP-FAILED TO TRUE
                   MOVE "STEP COULD NOT BE STARTED" TO STEP-MESSAGE
               WHEN STEP-RETURN-CODE >= 8
                   SET STEP-FAILED TO TRUE
                   MOVE "STEP ENDED WITH RETURN CODE 8 OR MORE"
                       TO STEP-MESSAGE
               WHEN STEP-RETURN-CODE >= 4
                   SET STEP-WARNING TO TRUE
                   MOVE "STEP ENDED WITH WARNINGS - SEE ITS REPORT"
                       TO STEP-MESSAGE
               WHEN OTHER
                   SET STEP-OK TO TRUE
           END-EVALUATE

           IF STEP-COUNT-IN-FILE(STEP-SUB) NOT = SPACES
               MOVE STEP-COUNT-IN-FILE(STEP-SUB) TO COUNT-FILE-NAME
               PERFORM COUNT-FILE-RECORDS
               MOVE RECORD-COUNT TO STEP-RECORDS-IN
           END-IF
           IF STEP-COUNT-OUT-FILE(STEP-SUB) NOT = SPACES
               MOVE STEP-COUNT-OUT-FILE(STEP-SUB) TO COUNT-FILE-NAME
               PERFORM COUNT-FILE-RECORDS
               MOVE RECORD-COUNT TO STEP-RECORDS-OUT
           END-IF

           EVALUATE STEP-PROGRAM(STEP-SUB)
               WHEN "TIMECLK"
                   PERFORM CHECK-TIMECLK-STEP
               WHEN "PAYROLL"
                   PERFORM CHECK-PAYROLL-STEP
               WHEN "PAYBAL"
                   IF STEP-FAILED
                       MOVE "OUT OF BALANCE - BANK FILES HELD"
                           TO STEP-MESSAGE
                   END-IF
               WHEN "PAYREVW"
                   IF STEP-WARNING
                       MOVE "PAYMENTS ON HOLD - SEE PAYREVW.RPT"
                           TO STEP-MESSAGE
                   END-IF
           END-EVALUATE.

       CHECK-TIMECLK-STEP.
      *> A feed with nobody on it would run an empty pay period.
           IF NOT STEP-FAILED AND STEP-RECORDS-OUT = ZERO
               SET STEP-FAILED TO TRUE
               MOVE "NO EMPLOYEES ON THE TIME FEED" TO STEP-MESSAGE
           END-IF.

       CHECK-PAYROLL-STEP.
      *> The pay run signals a refused or abandoned run by writing no
      *> control record, so the control file is the test, whatever
      *> the return code said.
           PERFORM COUNT-CONTROL-RECORDS
           MOVE RECORD-COUNT TO CONTROL-COUNT-AFTER
           IF CONTROL-COUNT-AFTER NOT > CONTROL-COUNT-BEFORE
                   OR LAST-CONTROL-STATUS NOT = "C"
               SET STEP-FAILED TO TRUE
               MOVE "PAY RUN WROTE NO COMPLETED CONTROL RECORD"
                   TO STEP-MESSAGE
           ELSE
               MOVE LAST-RECORDS-READ TO STEP-RECORDS-IN
               MOVE LAST-ACCEPT-COUNT TO STEP-RECORDS-OUT
               MOVE LAST-REJECT-COUNT TO STEP-REJECTS
               IF LAST-RECORDS-READ > ZERO
                   COMPUTE REJECT-PERCENT ROUNDED =
                       LAST-REJECT-COUNT * 100 / LAST-RECORDS-READ
               ELSE
                   MOVE ZERO TO REJECT-PERCENT
               END-IF
      *> The run itself is complete and posted; a resume after the
      *> rejects have been reviewed carries on with balancing.
               IF REJECT-PERCENT > MAX-REJECT-PERCENT
                   SET STEP-FAILED TO TRUE
                   MOVE "REJECTS OVER LIMIT - REVIEW EXCEPTION REPORT"
                       TO STEP-MESSAGE
                   COMPUTE STEP-RESUME-AT = STEP-SUB + 1
               END-IF
           END-IF.

       COUNT-CONTROL-RECORDS.
      *> Leaves RECORD-COUNT on the number of control records and the
      *> LAST- fields on the latest one.
           MOVE ZERO TO RECORD-COUNT
           MOVE SPACES TO LAST-CONTROL-STATUS
           MOVE ZERO TO LAST-RECORDS-READ
           MOVE ZERO TO LAST-ACCEPT-COUNT
           MOVE ZERO TO LAST-REJECT-COUNT
           MOVE SPACES TO END-OF-CONTROL
           OPEN INPUT PAY-PERIOD-CONTROL
           IF CONTROL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-CONTROL = "EOF"
                   READ PAY-PERIOD-CONTROL
                       AT END
                           MOVE "EOF" TO END-OF-CONTROL
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           MOVE CTL-RUN-STATUS TO LAST-CONTROL-STATUS
                           MOVE CTL-RECORDS-READ TO LAST-RECORDS-READ
                           MOVE CTL-ACCEPT-COUNT TO LAST-ACCEPT-COUNT
                           MOVE CTL-REJECT-COUNT TO LAST-REJECT-COUNT
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-CONTROL
           END-IF.

       COUNT-CHECKPOINT-LINES.
           MOVE ZERO TO CHECKPOINT-LINES
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHECKPOINT-LINE NOT = SPACES
                           MOVE 1 TO CHECKPOINT-LINES
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       COUNT-FILE-RECORDS.
      *> A file the step did not leave behind counts as empty.
           MOVE ZERO TO RECORD-COUNT
           MOVE SPACES TO END-OF-COUNT
           OPEN INPUT COUNT-FILE
           IF COUNT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT = "EOF"
                   READ COUNT-FILE
                       AT END
                           MOVE "EOF" TO END-OF-COUNT
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.

       WRITE-STEP-LOG.
           PERFORM STAMP-CURRENT-TIME
           MOVE SPACES TO CYCLE-LOG-RECORD
           MOVE CST-CYCLE-ID TO LOG-CYCLE-ID
           MOVE CST-STREAM TO LOG-STREAM
           MOVE STEP-SUB TO LOG-STEP-NUMBER
           MOVE STEP-PROGRAM(STEP-SUB) TO LOG-STEP-NAME
           MOVE STEP-START-DATE TO LOG-START-DATE
           MOVE STEP-START-TIME TO LOG-START-TIME
           MOVE CURRENT-DATE-STAMP TO LOG-END-DATE
           MOVE CURRENT-TIME-STAMP(1:6) TO LOG-END-TIME
           IF STEP-RETURN-CODE < ZERO OR STEP-RETURN-CODE > 9999
               MOVE 9999 TO LOG-RETURN-CODE
           ELSE
               MOVE STEP-RETURN-CODE TO LOG-RETURN-CODE
           END-IF
           MOVE STEP-RECORDS-IN TO LOG-RECORDS-IN
           MOVE STEP-RECORDS-OUT TO LOG-RECORDS-OUT
           MOVE STEP-REJECTS TO LOG-REJECTS
           MOVE STEP-OUTCOME TO LOG-STEP-STATUS
           MOVE STEP-MESSAGE TO LOG-MESSAGE
           WRITE CYCLE-LOG-RECORD.

       STAMP-CURRENT-TIME.
           ACCEPT CURRENT-DATE-STAMP FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME-STAMP FROM TIME.
