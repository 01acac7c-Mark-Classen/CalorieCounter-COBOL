               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.
           SELECT GOAL-HISTORY-FILE ASSIGN TO "GOAL-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-Key
               FILE STATUS IS WS-Goal-Hist-Status.
           SELECT JOB-STEP-FILE ASSIGN TO "JOB-STEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Step-Status.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-Prt-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       FD  GOAL-HISTORY-FILE.
           COPY GOALHIST.

       FD  JOB-STEP-FILE.
           COPY JOBSTEP.

       FD  PRINT-FILE.
       01  PRINT-Record PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Daily-Log-Status PIC XX.
       01 WS-Profile-Status PIC XX.
       01 WS-Profile-File-OK-Flag PIC X VALUE "N".
           88 WS-Profile-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-Hist-Status PIC XX.
       01 WS-Goal-Hist-File-OK-Flag PIC X VALUE "N".
           88 WS-Goal-Hist-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-User-Id PIC X(10).
       01 WS-Goal-Date PIC 9(8).
       01 WS-Goal-In-Force PIC 9(6)V99.
       01 WS-Log-EOF-Flag PIC X VALUE "N".
           88 WS-Log-EOF VALUE "Y" FALSE "N".

       01 WS-Derived-Edit PIC ZZZZZ9.99.
       01 WS-Running-Edit PIC ZZZZZ9.99.

       01 WS-Job-Step-Status PIC XX.
       01 WS-Unattended-Flag PIC X VALUE "N".
           88 WS-Unattended VALUE "Y" FALSE "N".
       01 WS-Job-Run-Date PIC 9(8).
       01 WS-Job-Process-Date PIC 9(8).
       01 WS-Job-User-Id PIC X(10).
       01 WS-Job-Outcome PIC X VALUE "S".
       01 WS-Job-Message PIC X(60) VALUE SPACES.
       01 WS-Job-Problem-Count PIC 9(7) VALUE 0.

           COPY PRTCTL.
      *> One print line per finding; structural findings carry the
      *> record number, day-level ones leave it blank.
       01 WS-Prt-Finding-Heading.
           05 FILLER PIC X(8) VALUE "Record".
           05 FILLER PIC X(10) VALUE "Date".
           05 FILLER PIC X(12) VALUE "User".
           05 FILLER PIC X(7) VALUE "Finding".
       01 WS-Prt-Finding-Underline.
           05 FILLER PIC X(8) VALUE "------".
           05 FILLER PIC X(10) VALUE "--------".
           05 FILLER PIC X(12) VALUE "----------".
           05 FILLER PIC X(60) VALUE ALL "-".
       01 WS-Prt-Finding-Line.
           05 WS-Pa-Record PIC ZZZZZ9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pa-Date PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pa-User PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pa-Finding PIC X(80).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           PERFORM 020-CHECK-JOB-STEP.
           PERFORM 101-OPEN-USER-PROFILES.
           PERFORM 800-OPEN-PRINT-FILE.
           PERFORM 100-READ-LOG.
           PERFORM 300-PRINT-REPORT.
           PERFORM 830-CLOSE-PRINT-FILE.
           IF WS-Profile-File-OK
               CLOSE USER-PROFILE-FILE
           END-IF.
           IF WS-Goal-Hist-File-OK
               CLOSE GOAL-HISTORY-FILE
           END-IF.
           IF WS-Unattended
               PERFORM 940-WRITE-JOB-STEP
           END-IF.
           STOP RUN.

      *> Started by JobStream, the program finds a pending
      *> JOB-STEP.DAT record addressed to it and reports back; a log
      *> that does not audit clean fails the step, so nothing is
      *> exported from it until someone has looked.
       020-CHECK-JOB-STEP.
           SET WS-Unattended TO FALSE.
           OPEN INPUT JOB-STEP-FILE.
           IF WS-Job-Step-Status = "00"
               READ JOB-STEP-FILE
                   AT END
                       MOVE SPACES TO JS-Program
               END-READ
               CLOSE JOB-STEP-FILE
               IF JS-Program = "CALORIEAUDIT"
                       AND JS-Outcome = SPACE
                   SET WS-Unattended TO TRUE
                   MOVE JS-Run-Date TO WS-Job-Run-Date
                   MOVE JS-Process-Date TO WS-Job-Process-Date
                   MOVE JS-User-Id TO WS-Job-User-Id
               END-IF
           END-IF.

       101-OPEN-USER-PROFILES.
           SET WS-Profile-File-OK TO FALSE.
           OPEN INPUT USER-PROFILE-FILE.
               DISPLAY "No USER-PROFILE.DAT found; goal status "
                   "checking is skipped this run."
           END-IF.
           SET WS-Goal-Hist-File-OK TO FALSE.
           OPEN INPUT GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "00"
               SET WS-Goal-Hist-File-OK TO TRUE
           END-IF.

       100-READ-LOG.
           OPEN INPUT DAILY-LOG-FILE.
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Record-Number
                           ADD 1 TO WS-Prt-Read-Count
                           PERFORM 110-CHECK-STRUCTURE
                           PERFORM 120-ACCUMULATE-DAY
                   END-READ
               DISPLAY "Record " WS-Record-Number " (" DL-Date "): "
                   "invalid meal type [" DL-Meal-Type "] for "
                   FUNCTION TRIM(DL-Food-Name)
               MOVE SPACES TO WS-Pa-Finding
               STRING "invalid meal type [" DL-Meal-Type "] for "
                       FUNCTION TRIM(DL-Food-Name)
                       DELIMITED BY SIZE
                   INTO WS-Pa-Finding
               END-STRING
               PERFORM 115-PRINT-RECORD-FINDING
           END-IF.
           IF DL-Date > WS-Today
               ADD 1 TO WS-Structural-Errors
               DISPLAY "Record " WS-Record-Number " (" DL-Date "): "
                   "date is in the future"
               MOVE "date is in the future" TO WS-Pa-Finding
               PERFORM 115-PRINT-RECORD-FINDING
           END-IF.

       115-PRINT-RECORD-FINDING.
           MOVE WS-Record-Number TO WS-Pa-Record.
           MOVE DL-Date TO WS-Pa-Date.
           MOVE DL-User-Id TO WS-Pa-User.
           PERFORM 840-PRINT-FINDING.

       120-ACCUMULATE-DAY.
           SET WS-Day-Found TO FALSE.
           IF WS-Day-Count > 0
                   PERFORM 310-AUDIT-ONE-DAY
               END-PERFORM
           END-IF.
           MOVE "------------------------------------------"
               TO WS-Prt-Line.
           PERFORM 805-SHOW-LINE.
           MOVE SPACES TO WS-Prt-Line.
           STRING "Days audited:            " WS-Day-Count
                   DELIMITED BY SIZE
               INTO WS-Prt-Line
           END-STRING.
           PERFORM 805-SHOW-LINE.
           MOVE SPACES TO WS-Prt-Line.
           STRING "Running total mismatches: " WS-Total-Discrepancies
                   DELIMITED BY SIZE
               INTO WS-Prt-Line
           END-STRING.
           PERFORM 805-SHOW-LINE.
           MOVE SPACES TO WS-Prt-Line.
           STRING "Goal status mismatches:   " WS-Goal-Discrepancies
                   DELIMITED BY SIZE
               INTO WS-Prt-Line
           END-STRING.
           PERFORM 805-SHOW-LINE.
           MOVE SPACES TO WS-Prt-Line.
           STRING "Structural errors:        " WS-Structural-Errors
                   DELIMITED BY SIZE
               INTO WS-Prt-Line
           END-STRING.
           PERFORM 805-SHOW-LINE.
           IF WS-Total-Discrepancies = 0
                   AND WS-Goal-Discrepancies = 0
                   AND WS-Structural-Errors = 0
               MOVE "Daily log is clean." TO WS-Prt-Line
               PERFORM 805-SHOW-LINE
           END-IF.

       310-AUDIT-ONE-DAY.
                   "  expected " WS-Derived-Edit
                   "  found " WS-Running-Edit
                   "  records " WS-Day-Records (WS-Day-Idx)
               MOVE SPACES TO WS-Pa-Finding
               STRING "running total: expected " WS-Derived-Edit
                       "  found " WS-Running-Edit
                       "  records " WS-Day-Records (WS-Day-Idx)
                       DELIMITED BY SIZE
                   INTO WS-Pa-Finding
               END-STRING
               PERFORM 315-PRINT-DAY-FINDING
           END-IF.
           PERFORM 320-LOAD-USER-GOAL.
           IF WS-Goal-Configured
                       WS-Day-Goal-Status (WS-Day-Idx)
                       "] but the day's total says "
                       WS-Expected-Status
                   MOVE SPACES TO WS-Pa-Finding
                   STRING "goal status is ["
                           WS-Day-Goal-Status (WS-Day-Idx)
                           "] but the day's total says "
                           WS-Expected-Status
                           DELIMITED BY SIZE
                       INTO WS-Pa-Finding
                   END-STRING
                   PERFORM 315-PRINT-DAY-FINDING
               END-IF
           END-IF.

       315-PRINT-DAY-FINDING.
           MOVE 0 TO WS-Pa-Record.
           MOVE WS-Day-Date (WS-Day-Idx) TO WS-Pa-Date.
           MOVE WS-Day-User (WS-Day-Idx) TO WS-Pa-User.
           PERFORM 840-PRINT-FINDING.

       320-LOAD-USER-GOAL.
           SET WS-Goal-Configured TO FALSE.
           MOVE 0 TO WS-Daily-Goal.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UP-Daily-Goal TO WS-Goal-In-Force
                       MOVE WS-Day-User (WS-Day-Idx) TO WS-Goal-User-Id
                       MOVE WS-Day-Date (WS-Day-Idx) TO WS-Goal-Date
                       PERFORM 325-FIND-GOAL-IN-FORCE
                       MOVE WS-Goal-In-Force TO WS-Daily-Goal
                       SET WS-Goal-Configured TO TRUE
               END-READ
           END-IF.

      *> The goal in force on a date is the one on the user's
      *> GOAL-HISTORY.DAT record with the latest effective date not
      *> after it; a user with no dated goals keeps the profile goal
      *> the caller has already put in WS-Goal-In-Force.
       325-FIND-GOAL-IN-FORCE.
           IF WS-Goal-Hist-File-OK
               MOVE WS-Goal-User-Id TO GH-User-Id
               MOVE 0 TO GH-Eff-Date
               START GOAL-HISTORY-FILE KEY IS NOT LESS THAN GH-Key
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-Goal-Hist-Status = "00"
                   PERFORM UNTIL WS-Goal-Hist-Status NOT = "00"
                       READ GOAL-HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO WS-Goal-Hist-Status
                           NOT AT END
                               IF GH-User-Id NOT = WS-Goal-User-Id
                                       OR GH-Eff-Date > WS-Goal-Date
                                   MOVE "10" TO WS-Goal-Hist-Status
                               ELSE
                                   MOVE GH-Daily-Goal
                                       TO WS-Goal-In-Force
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       800-OPEN-PRINT-FILE.
           ACCEPT WS-Prt-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Prt-Time-Raw FROM TIME.
           DIVIDE WS-Prt-Time-Raw BY 100 GIVING WS-Prt-Run-Time.
           MOVE SPACES TO WS-Prt-File-Name.
           STRING "CALAUDIT-" DELIMITED BY SIZE
                   WS-Prt-Run-Date DELIMITED BY SIZE
                   ".PRT" DELIMITED BY SIZE
               INTO WS-Prt-File-Name
           END-STRING.
           MOVE "CALORIEAUDIT" TO WS-Prt-H1-Program.
           MOVE "Daily Log Audit Report" TO WS-Prt-H1-Title.
           MOVE WS-Prt-Run-Date TO WS-Prt-H1-Date.
           MOVE WS-Prt-Run-HH TO WS-Prt-H1-HH.
           MOVE WS-Prt-Run-MM TO WS-Prt-H1-MM.
           MOVE WS-Prt-Run-SS TO WS-Prt-H1-SS.
           MOVE "Every record on DAILY-LOG.DAT" TO WS-Prt-Heading-2.
           MOVE WS-Prt-Finding-Heading TO WS-Prt-Heading-3.
           MOVE WS-Prt-Finding-Underline TO WS-Prt-Heading-4.
           MOVE 0 TO WS-Prt-Page-No.
           MOVE WS-Prt-Page-Size TO WS-Prt-Line-No.
           SET WS-Prt-Open TO FALSE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-Prt-Status = "00"
               SET WS-Prt-Open TO TRUE
           ELSE
               DISPLAY "Could not open " FUNCTION TRIM(WS-Prt-File-Name)
                   " (status " WS-Prt-Status "); the report is on "
                   "the screen only."
           END-IF.

      *> A line for both the screen and the print file.
       805-SHOW-LINE.
           DISPLAY FUNCTION TRIM(WS-Prt-Line TRAILING).
           PERFORM 810-PRINT-LINE.

       810-PRINT-LINE.
           IF WS-Prt-Open
               IF WS-Prt-Line-No >= WS-Prt-Page-Size
                   PERFORM 820-PRINT-HEADINGS
               END-IF
               WRITE PRINT-Record FROM WS-Prt-Line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-Prt-Line-No
           END-IF.

       820-PRINT-HEADINGS.
           ADD 1 TO WS-Prt-Page-No.
           MOVE WS-Prt-Page-No TO WS-Prt-H1-Page.
           WRITE PRINT-Record FROM WS-Prt-Heading-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-Record FROM WS-Prt-Heading-2
               AFTER ADVANCING 1 LINE.
           IF WS-Prt-Heading-3 NOT = SPACES
               WRITE PRINT-Record FROM WS-Prt-Heading-3
                   AFTER ADVANCING 2 LINES
               WRITE PRINT-Record FROM WS-Prt-Heading-4
                   AFTER ADVANCING 1 LINE
               MOVE 5 TO WS-Prt-Line-No
           ELSE
               MOVE SPACES TO PRINT-Record
               WRITE PRINT-Record AFTER ADVANCING 1 LINE
               MOVE 3 TO WS-Prt-Line-No
           END-IF.

       830-CLOSE-PRINT-FILE.
           IF WS-Prt-Open
               MOVE SPACES TO WS-Prt-Line
               PERFORM 810-PRINT-LINE
               MOVE WS-Prt-Read-Count TO WS-Prt-Count-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Log records read:  " WS-Prt-Count-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 810-PRINT-LINE
               MOVE WS-Prt-Printed-Count TO WS-Prt-Count-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Findings printed:  " WS-Prt-Count-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 810-PRINT-LINE
               MOVE "*** End of report ***" TO WS-Prt-Line
               PERFORM 810-PRINT-LINE
               CLOSE PRINT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-Prt-File-Name) "."
           END-IF.

       840-PRINT-FINDING.
           MOVE WS-Prt-Finding-Line TO WS-Prt-Line.
           PERFORM 810-PRINT-LINE.
           ADD 1 TO WS-Prt-Printed-Count.

       940-WRITE-JOB-STEP.
           COMPUTE WS-Job-Problem-Count = WS-Total-Discrepancies
               + WS-Goal-Discrepancies + WS-Structural-Errors.
           IF WS-Job-Problem-Count > 0
               MOVE "F" TO WS-Job-Outcome
               MOVE "Daily log did not audit clean; see the report"
                   TO WS-Job-Message
           END-IF.
           MOVE "CALORIEAUDIT" TO JS-Program.
           MOVE WS-Job-Run-Date TO JS-Run-Date.
           MOVE WS-Job-Process-Date TO JS-Process-Date.
           MOVE WS-Job-User-Id TO JS-User-Id.
           MOVE WS-Job-Outcome TO JS-Outcome.
           MOVE WS-Record-Number TO JS-Read-Count.
           MOVE WS-Day-Count TO JS-Written-Count.
           MOVE WS-Job-Problem-Count TO JS-Rejected-Count.
           MOVE WS-Job-Message TO JS-Message.
           OPEN OUTPUT JOB-STEP-FILE.
           WRITE JS-Record.
           CLOSE JOB-STEP-FILE.
