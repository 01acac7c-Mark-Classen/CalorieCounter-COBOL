       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobStream.
      *> Runs the end-of-day chain without an operator: AppImport,
      *> CalorieBatch, DayClose for the processing date, CalorieAudit
      *> and CalorieExport, in that order.  JOB-PARMS.DAT says what
      *> to run, one KEYWORD=value line each ("*" lines are notes):
      *>   RUNDATE=CCYYMMDD  the run date; default today.  The day
      *>                     closed and exported is the day before.
      *>   USER=id           repeatable.  The first user owns
      *>                     APP-EXPORT.CSV; DayClose closes the day
      *>                     for each user listed, or for every user
      *>                     logged that day when none is.
      *>   STEP=program      repeatable; limits the run to the steps
      *>                     named (APPIMPORT, CALORIEBATCH, DAYCLOSE,
      *>                     CALORIEAUDIT, CALORIEEXPORT).  Default is
      *>                     the whole chain.  Steps always run in
      *>                     chain order whatever order they are named.
      *>   PROGRAMDIR=path   where the step programs are; default the
      *>                     current directory.
      *> Each step is handed its dates and user through JOB-STEP.DAT
      *> and reports its outcome and record counts back the same way.
      *> Every start, finish and skip goes on JOB-LOG.DAT.  The chain
      *> stops at the first step that fails.  Running the job again
      *> with the same run date restarts it: steps the log shows
      *> already completed for that date are skipped, so nothing is
      *> posted twice.  A POSTING-LOCK.DAT, DAILY-LOG.TMP or
      *> JOB-STEP.DAT found before a step means an earlier run died
      *> part way through; the job stops there with a message rather
      *> than guessing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PARM-FILE ASSIGN TO "JOB-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.
           SELECT JOB-LOG-FILE ASSIGN TO "JOB-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Log-Status.
           SELECT JOB-STEP-FILE ASSIGN TO "JOB-STEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Step-Status.
           SELECT POSTING-LOCK-FILE ASSIGN TO "POSTING-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lock-Status.
           SELECT WORK-FILE ASSIGN TO "DAILY-LOG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-PARM-FILE.
       01  PARM-Record PIC X(80).

       FD  JOB-LOG-FILE.
           COPY JOBLOG.

       FD  JOB-STEP-FILE.
           COPY JOBSTEP.

       FD  POSTING-LOCK-FILE.
           COPY POSTLOCK.

       FD  WORK-FILE.
       01  WORK-Record PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-Parm-Status PIC XX.
       01 WS-Job-Log-Status PIC XX.
       01 WS-Job-Step-Status PIC XX.
       01 WS-Lock-Status PIC XX.
       01 WS-Work-Status PIC XX.
       01 WS-Parm-EOF-Flag PIC X VALUE "N".
           88 WS-Parm-EOF VALUE "Y" FALSE "N".
       01 WS-Log-EOF-Flag PIC X VALUE "N".
           88 WS-Log-EOF VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8).
       01 WS-Time-Raw PIC 9(8).
       01 WS-Now-Time PIC 9(6).
       01 WS-Run-Date PIC 9(8) VALUE 0.
       01 WS-Process-Date PIC 9(8) VALUE 0.
       01 WS-Program-Dir PIC X(60) VALUE "./".
       01 WS-Command PIC X(100).
       01 WS-Dir-Length PIC 9(2).

       01 WS-Parm-Keyword PIC X(20).
       01 WS-Parm-Value PIC X(60).
       01 WS-Numval-RC PIC S9(4) COMP.

       01 WS-Job-Failed-Flag PIC X VALUE "N".
           88 WS-Job-Failed VALUE "Y" FALSE "N".
       01 WS-Job-Message PIC X(60) VALUE SPACES.
       01 WS-Step-Failed-Flag PIC X VALUE "N".
           88 WS-Step-Failed VALUE "Y" FALSE "N".

      *> The chain in the order it must run: the name each program
      *> answers to on JOB-STEP.DAT, then the program to start.
       01 WS-Chain-Area.
           05 FILLER PIC X(32)
               VALUE "APPIMPORT       AppImport       ".
           05 FILLER PIC X(32)
               VALUE "CALORIEBATCH    CalorieBatch    ".
           05 FILLER PIC X(32)
               VALUE "DAYCLOSE        DayClose        ".
           05 FILLER PIC X(32)
               VALUE "CALORIEAUDIT    CalorieAudit    ".
           05 FILLER PIC X(32)
               VALUE "CALORIEEXPORT   CalorieExport   ".
       01 WS-Chain REDEFINES WS-Chain-Area.
           05 WS-Chain-Entry OCCURS 5 TIMES.
               10 WS-Chain-Name PIC X(16).
               10 WS-Chain-Exec PIC X(16).
       01 WS-Chain-Wanted-Table.
           05 WS-Chain-Wanted OCCURS 5 TIMES PIC X.
       01 WS-Chain-Sub PIC 9(2).
       01 WS-Steps-Named-Flag PIC X VALUE "N".
           88 WS-Steps-Named VALUE "Y" FALSE "N".
       01 WS-Step-Known-Flag PIC X VALUE "N".
           88 WS-Step-Known VALUE "Y" FALSE "N".

       01 WS-User-Count PIC 9(2) VALUE 0.
       01 WS-User-Sub PIC 9(2).
       01 WS-User-Table.
           05 WS-User-Id OCCURS 10 TIMES PIC X(10).

      *> One entry per program run this job; DayClose appears once
      *> per user named.
       01 WS-Step-Count PIC 9(2) VALUE 0.
       01 WS-Step-Sub PIC 9(2).
       01 WS-Step-Table.
           05 WS-Step-Entry OCCURS 15 TIMES.
               10 WS-Stp-Name PIC X(16).
               10 WS-Stp-Exec PIC X(16).
               10 WS-Stp-User PIC X(10).
               10 WS-Stp-Done-Flag PIC X.
       01 WS-Steps-Run PIC 9(2) VALUE 0.
       01 WS-Steps-Skipped PIC 9(2) VALUE 0.

       01 WS-Log-Step-Name PIC X(16).
       01 WS-Log-User-Id PIC X(10).
       01 WS-Log-Event PIC X(5).
       01 WS-Log-Outcome PIC X.
       01 WS-Log-Read-Count PIC 9(7).
       01 WS-Log-Written-Count PIC 9(7).
       01 WS-Log-Rejected-Count PIC 9(7).
       01 WS-Log-Message PIC X(60).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           MOVE WS-Today TO WS-Run-Date.
           MOVE "NNNNN" TO WS-Chain-Wanted-Table.
           PERFORM 100-READ-PARAMETERS.
           IF NOT WS-Job-Failed
               COMPUTE WS-Process-Date = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-Run-Date) - 1)
               PERFORM 200-BUILD-STEP-LIST
           END-IF.
           IF NOT WS-Job-Failed
               PERFORM 250-FIND-COMPLETED-STEPS
           END-IF.
           PERFORM 300-OPEN-JOB-LOG.
           DISPLAY "End-of-day job stream for run date " WS-Run-Date
               ", processing " WS-Process-Date ".".
           MOVE "JOBSTREAM" TO WS-Log-Step-Name.
           MOVE SPACES TO WS-Log-User-Id.
           MOVE "BEGIN" TO WS-Log-Event.
           MOVE SPACE TO WS-Log-Outcome.
           MOVE 0 TO WS-Log-Read-Count.
           MOVE 0 TO WS-Log-Written-Count.
           MOVE 0 TO WS-Log-Rejected-Count.
           MOVE SPACES TO WS-Log-Message.
           PERFORM 700-WRITE-JOB-LOG.
           IF NOT WS-Job-Failed
               PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                       UNTIL WS-Step-Sub > WS-Step-Count
                       OR WS-Job-Failed
                   PERFORM 400-RUN-ONE-STEP
               END-PERFORM
           END-IF.
           PERFORM 800-FINISH-JOB.
           CLOSE JOB-LOG-FILE.
           STOP RUN.

       100-READ-PARAMETERS.
           OPEN INPUT JOB-PARM-FILE.
           IF WS-Parm-Status NOT = "00"
               SET WS-Job-Failed TO TRUE
               MOVE "No JOB-PARMS.DAT found" TO WS-Job-Message
           ELSE
               PERFORM UNTIL WS-Parm-EOF OR WS-Job-Failed
                   READ JOB-PARM-FILE
                       AT END
                           SET WS-Parm-EOF TO TRUE
                       NOT AT END
                           IF PARM-Record NOT = SPACES
                                   AND PARM-Record (1:1) NOT = "*"
                               PERFORM 110-APPLY-PARAMETER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-PARM-FILE
           END-IF.
           IF NOT WS-Job-Failed AND NOT WS-Steps-Named
               MOVE "YYYYY" TO WS-Chain-Wanted-Table
           END-IF.

       110-APPLY-PARAMETER.
           MOVE SPACES TO WS-Parm-Keyword.
           MOVE SPACES TO WS-Parm-Value.
           UNSTRING PARM-Record DELIMITED BY "="
               INTO WS-Parm-Keyword
                    WS-Parm-Value
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Parm-Keyword))
               TO WS-Parm-Keyword.
           MOVE FUNCTION TRIM(WS-Parm-Value) TO WS-Parm-Value.
           EVALUATE WS-Parm-Keyword
               WHEN "RUNDATE"
                   PERFORM 120-SET-RUN-DATE
               WHEN "USER"
                   PERFORM 130-ADD-USER
               WHEN "STEP"
                   PERFORM 140-WANT-STEP
               WHEN "PROGRAMDIR"
                   MOVE WS-Parm-Value TO WS-Program-Dir
               WHEN OTHER
                   SET WS-Job-Failed TO TRUE
                   MOVE SPACES TO WS-Job-Message
                   STRING "Unknown parameter " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-Parm-Keyword)
                               DELIMITED BY SIZE
                       INTO WS-Job-Message
                   END-STRING
           END-EVALUATE.

       120-SET-RUN-DATE.
           MOVE FUNCTION TEST-NUMVAL(WS-Parm-Value) TO WS-Numval-RC.
           IF WS-Numval-RC NOT = 0
                   OR WS-Parm-Value (9:1) NOT = SPACE
               SET WS-Job-Failed TO TRUE
               MOVE "RUNDATE must be CCYYMMDD" TO WS-Job-Message
           ELSE
               MOVE FUNCTION NUMVAL(WS-Parm-Value) TO WS-Run-Date
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Run-Date) NOT = 0
                       OR WS-Run-Date > WS-Today
                   SET WS-Job-Failed TO TRUE
                   MOVE "RUNDATE must be CCYYMMDD and not in the future"
                       TO WS-Job-Message
               END-IF
           END-IF.

       130-ADD-USER.
           IF WS-Parm-Value = SPACES
               SET WS-Job-Failed TO TRUE
               MOVE "USER needs a user id" TO WS-Job-Message
           ELSE
               IF WS-User-Count < 10
                   ADD 1 TO WS-User-Count
                   MOVE FUNCTION UPPER-CASE(WS-Parm-Value)
                       TO WS-User-Id (WS-User-Count)
               ELSE
                   SET WS-Job-Failed TO TRUE
                   MOVE "More than 10 USER lines" TO WS-Job-Message
               END-IF
           END-IF.

       140-WANT-STEP.
           SET WS-Steps-Named TO TRUE.
           SET WS-Step-Known TO FALSE.
           MOVE FUNCTION UPPER-CASE(WS-Parm-Value) TO WS-Parm-Value.
           PERFORM VARYING WS-Chain-Sub FROM 1 BY 1
                   UNTIL WS-Chain-Sub > 5
               IF WS-Chain-Name (WS-Chain-Sub) = WS-Parm-Value
                   MOVE "Y" TO WS-Chain-Wanted (WS-Chain-Sub)
                   SET WS-Step-Known TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-Step-Known
               SET WS-Job-Failed TO TRUE
               MOVE SPACES TO WS-Job-Message
               STRING "Unknown step " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Parm-Value) DELIMITED BY SIZE
                   INTO WS-Job-Message
               END-STRING
           END-IF.

       200-BUILD-STEP-LIST.
           MOVE 0 TO WS-Step-Count.
           PERFORM VARYING WS-Chain-Sub FROM 1 BY 1
                   UNTIL WS-Chain-Sub > 5
               IF WS-Chain-Wanted (WS-Chain-Sub) = "Y"
                   EVALUATE WS-Chain-Name (WS-Chain-Sub)
                       WHEN "APPIMPORT"
                           IF WS-User-Count = 0
                               SET WS-Job-Failed TO TRUE
                               MOVE "APPIMPORT needs a USER line"
                                   TO WS-Job-Message
                           ELSE
                               PERFORM 210-ADD-STEP
                               MOVE WS-User-Id (1)
                                   TO WS-Stp-User (WS-Step-Count)
                           END-IF
                       WHEN "DAYCLOSE"
                           IF WS-User-Count = 0
                               PERFORM 210-ADD-STEP
                           ELSE
                               PERFORM VARYING WS-User-Sub FROM 1 BY 1
                                       UNTIL WS-User-Sub > WS-User-Count
                                   PERFORM 210-ADD-STEP
                                   MOVE WS-User-Id (WS-User-Sub)
                                       TO WS-Stp-User (WS-Step-Count)
                               END-PERFORM
                           END-IF
                       WHEN OTHER
                           PERFORM 210-ADD-STEP
                   END-EVALUATE
               END-IF
           END-PERFORM.

       210-ADD-STEP.
           ADD 1 TO WS-Step-Count.
           MOVE WS-Chain-Name (WS-Chain-Sub)
               TO WS-Stp-Name (WS-Step-Count).
           MOVE WS-Chain-Exec (WS-Chain-Sub)
               TO WS-Stp-Exec (WS-Step-Count).
           MOVE SPACES TO WS-Stp-User (WS-Step-Count).
           MOVE "N" TO WS-Stp-Done-Flag (WS-Step-Count).

      *> A restart reads back what this run date has already done;
      *> the last END record for a step and user decides.
       250-FIND-COMPLETED-STEPS.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-Job-Log-Status = "00"
               PERFORM UNTIL WS-Log-EOF
                   READ JOB-LOG-FILE
                       AT END
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           IF JL-Run-Date = WS-Run-Date
                                   AND JL-Event = "END"
                               PERFORM 260-MARK-STEP-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           END-IF.

       260-MARK-STEP-DONE.
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                   UNTIL WS-Step-Sub > WS-Step-Count
               IF WS-Stp-Name (WS-Step-Sub) = JL-Step-Name
                       AND WS-Stp-User (WS-Step-Sub) = JL-User-Id
                   IF JL-Outcome = "S"
                       MOVE "Y" TO WS-Stp-Done-Flag (WS-Step-Sub)
                   ELSE
                       MOVE "N" TO WS-Stp-Done-Flag (WS-Step-Sub)
                   END-IF
               END-IF
           END-PERFORM.

       300-OPEN-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-Job-Log-Status = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.

       400-RUN-ONE-STEP.
           MOVE WS-Stp-Name (WS-Step-Sub) TO WS-Log-Step-Name.
           MOVE WS-Stp-User (WS-Step-Sub) TO WS-Log-User-Id.
           MOVE 0 TO WS-Log-Read-Count.
           MOVE 0 TO WS-Log-Written-Count.
           MOVE 0 TO WS-Log-Rejected-Count.
           MOVE SPACES TO WS-Log-Message.
           IF WS-Stp-Done-Flag (WS-Step-Sub) = "Y"
               ADD 1 TO WS-Steps-Skipped
               MOVE "SKIP" TO WS-Log-Event
               MOVE "S" TO WS-Log-Outcome
               MOVE "Already completed for this run date"
                   TO WS-Log-Message
               PERFORM 700-WRITE-JOB-LOG
               DISPLAY "  " WS-Log-Step-Name " " WS-Log-User-Id
                   " skipped - already completed."
           ELSE
               PERFORM 410-CHECK-LEFTOVERS
               IF NOT WS-Job-Failed
                   ADD 1 TO WS-Steps-Run
                   MOVE "START" TO WS-Log-Event
                   MOVE SPACE TO WS-Log-Outcome
                   PERFORM 700-WRITE-JOB-LOG
                   DISPLAY "  " WS-Log-Step-Name " " WS-Log-User-Id
                       " started."
                   PERFORM 420-HAND-OFF-STEP
                   PERFORM 430-START-PROGRAM
                   PERFORM 440-COLLECT-OUTCOME
               END-IF
           END-IF.

      *> A lock or work file still on disk before a step starts was
      *> left by a run that did not finish - possibly one of ours.
      *> Taking over a lock or discarding a work file needs someone
      *> to look first, so the job stops here instead.
       410-CHECK-LEFTOVERS.
           OPEN INPUT POSTING-LOCK-FILE.
           IF WS-Lock-Status = "00"
               MOVE SPACES TO LK-Record
               READ POSTING-LOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE POSTING-LOCK-FILE
               SET WS-Job-Failed TO TRUE
               MOVE SPACES TO WS-Job-Message
               STRING "POSTING-LOCK.DAT held by " DELIMITED BY SIZE
                       FUNCTION TRIM(LK-Program) DELIMITED BY SIZE
                       " since " DELIMITED BY SIZE
                       LK-Lock-Date DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LK-Lock-Time DELIMITED BY SIZE
                   INTO WS-Job-Message
               END-STRING
           END-IF.
           IF NOT WS-Job-Failed
               OPEN INPUT WORK-FILE
               IF WS-Work-Status = "00"
                   CLOSE WORK-FILE
                   SET WS-Job-Failed TO TRUE
                   MOVE "DAILY-LOG.TMP left by an unfinished archive "
                       & "or restate" TO WS-Job-Message
               END-IF
           END-IF.
      *> Each step's JOB-STEP.DAT is deleted once its outcome is
      *> collected, so one found here was handed to a step whose job
      *> stream was killed; any program started with it pending would
      *> run unattended for that old run date.
           IF NOT WS-Job-Failed
               OPEN INPUT JOB-STEP-FILE
               IF WS-Job-Step-Status = "00"
                   MOVE SPACES TO JS-Record
                   READ JOB-STEP-FILE
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE JOB-STEP-FILE
                   SET WS-Job-Failed TO TRUE
                   MOVE SPACES TO WS-Job-Message
                   STRING "JOB-STEP.DAT pending for " DELIMITED BY SIZE
                           FUNCTION TRIM(JS-Program) DELIMITED BY SIZE
                           ", run date " DELIMITED BY SIZE
                           JS-Run-Date DELIMITED BY SIZE
                       INTO WS-Job-Message
                   END-STRING
               END-IF
           END-IF.
           IF WS-Job-Failed
               MOVE "END" TO WS-Log-Event
               MOVE "F" TO WS-Log-Outcome
               MOVE WS-Job-Message TO WS-Log-Message
               PERFORM 700-WRITE-JOB-LOG
               DISPLAY "  " WS-Log-Step-Name " " WS-Log-User-Id
                   " not started: " FUNCTION TRIM(WS-Job-Message)
           END-IF.

       420-HAND-OFF-STEP.
           MOVE WS-Stp-Name (WS-Step-Sub) TO JS-Program.
           MOVE WS-Run-Date TO JS-Run-Date.
           MOVE WS-Process-Date TO JS-Process-Date.
           MOVE WS-Stp-User (WS-Step-Sub) TO JS-User-Id.
           MOVE SPACE TO JS-Outcome.
           MOVE 0 TO JS-Read-Count.
           MOVE 0 TO JS-Written-Count.
           MOVE 0 TO JS-Rejected-Count.
           MOVE SPACES TO JS-Message.
           OPEN OUTPUT JOB-STEP-FILE.
           WRITE JS-Record.
           CLOSE JOB-STEP-FILE.

      *> PROGRAMDIR may be given with or without its trailing "/".
       430-START-PROGRAM.
           IF WS-Program-Dir = SPACES
               MOVE "./" TO WS-Program-Dir
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Program-Dir))
               TO WS-Dir-Length.
           MOVE SPACES TO WS-Command.
           IF WS-Program-Dir (WS-Dir-Length:1) = "/"
               STRING FUNCTION TRIM(WS-Program-Dir) DELIMITED BY SIZE
                       WS-Stp-Exec (WS-Step-Sub) DELIMITED BY SPACE
                   INTO WS-Command
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-Program-Dir) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-Stp-Exec (WS-Step-Sub) DELIMITED BY SPACE
                   INTO WS-Command
               END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-Command.

      *> The step rewrites JOB-STEP.DAT with its outcome as its last
      *> act; a record still pending, or none at all, means the
      *> program ended before it got that far.
       440-COLLECT-OUTCOME.
           SET WS-Step-Failed TO FALSE.
           MOVE SPACES TO JS-Record.
           OPEN INPUT JOB-STEP-FILE.
           IF WS-Job-Step-Status = "00"
               READ JOB-STEP-FILE
                   AT END
                       MOVE SPACES TO JS-Record
               END-READ
               CLOSE JOB-STEP-FILE
               DELETE FILE JOB-STEP-FILE
           END-IF.
           IF JS-Program NOT = WS-Stp-Name (WS-Step-Sub)
                   OR (JS-Outcome NOT = "S" AND JS-Outcome NOT = "F")
               SET WS-Step-Failed TO TRUE
               MOVE "Step ended without reporting an outcome"
                   TO WS-Log-Message
           ELSE
               MOVE JS-Read-Count TO WS-Log-Read-Count
               MOVE JS-Written-Count TO WS-Log-Written-Count
               MOVE JS-Rejected-Count TO WS-Log-Rejected-Count
               MOVE JS-Message TO WS-Log-Message
               IF JS-Outcome = "F"
                   SET WS-Step-Failed TO TRUE
               END-IF
           END-IF.
           MOVE "END" TO WS-Log-Event.
           IF WS-Step-Failed
               MOVE "F" TO WS-Log-Outcome
               SET WS-Job-Failed TO TRUE
               MOVE SPACES TO WS-Job-Message
               STRING FUNCTION TRIM(WS-Log-Step-Name) DELIMITED BY SIZE
                       " failed: " DELIMITED BY SIZE
                       WS-Log-Message DELIMITED BY SIZE
                   INTO WS-Job-Message
               END-STRING
           ELSE
               MOVE "S" TO WS-Log-Outcome
           END-IF.
           PERFORM 700-WRITE-JOB-LOG.
           IF WS-Step-Failed
               DISPLAY "  " WS-Log-Step-Name " " WS-Log-User-Id
                   " FAILED: " FUNCTION TRIM(WS-Log-Message)
           ELSE
               DISPLAY "  " WS-Log-Step-Name " " WS-Log-User-Id
                   " completed."
           END-IF.
           DISPLAY "    read " WS-Log-Read-Count
               "  written " WS-Log-Written-Count
               "  rejected " WS-Log-Rejected-Count.

       700-WRITE-JOB-LOG.
           ACCEPT WS-Time-Raw FROM TIME.
           DIVIDE WS-Time-Raw BY 100 GIVING WS-Now-Time.
           MOVE WS-Run-Date TO JL-Run-Date.
           MOVE WS-Log-Step-Name TO JL-Step-Name.
           MOVE WS-Log-User-Id TO JL-User-Id.
           MOVE WS-Log-Event TO JL-Event.
           MOVE WS-Log-Outcome TO JL-Outcome.
           ACCEPT JL-Stamp-Date FROM DATE YYYYMMDD.
           MOVE WS-Now-Time TO JL-Stamp-Time.
           MOVE WS-Log-Read-Count TO JL-Read-Count.
           MOVE WS-Log-Written-Count TO JL-Written-Count.
           MOVE WS-Log-Rejected-Count TO JL-Rejected-Count.
           MOVE WS-Log-Message TO JL-Message.
           WRITE JL-Record.

       800-FINISH-JOB.
           MOVE "JOBSTREAM" TO WS-Log-Step-Name.
           MOVE SPACES TO WS-Log-User-Id.
           MOVE "END" TO WS-Log-Event.
           MOVE WS-Steps-Run TO WS-Log-Read-Count.
           MOVE WS-Steps-Skipped TO WS-Log-Written-Count.
           MOVE 0 TO WS-Log-Rejected-Count.
           IF WS-Job-Failed
               MOVE "F" TO WS-Log-Outcome
               MOVE WS-Job-Message TO WS-Log-Message
           ELSE
               MOVE "S" TO WS-Log-Outcome
               MOVE "Job complete" TO WS-Log-Message
           END-IF.
           PERFORM 700-WRITE-JOB-LOG.
           DISPLAY "Steps run: " WS-Steps-Run
               "  skipped as already done: " WS-Steps-Skipped.
           IF WS-Job-Failed
               DISPLAY "Job stopped: " FUNCTION TRIM(WS-Job-Message)
               IF WS-Step-Count > 0
                   DISPLAY "Correct the problem and rerun with "
                       "RUNDATE=" WS-Run-Date
                       " to restart from the failed step."
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Job complete."
           END-IF.
