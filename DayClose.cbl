               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.
           SELECT GOAL-HISTORY-FILE ASSIGN TO "GOAL-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-Key
               FILE STATUS IS WS-Goal-Hist-Status.
           SELECT EXERCISE-LOG-FILE ASSIGN TO "EXERCISE-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exercise-Log-Status.

           SELECT POSTING-LOCK-FILE ASSIGN TO "POSTING-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lock-Status.
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

       FD  EXERCISE-LOG-FILE.
           COPY EXERLOG.

       FD  POSTING-LOCK-FILE.
           COPY POSTLOCK.

       FD  JOB-STEP-FILE.
           COPY JOBSTEP.

       FD  PRINT-FILE.
       01  PRINT-Record PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Lock-Status PIC XX.
       01 WS-Lock-Held-Flag PIC X VALUE "N".
       01 WS-Lock-Time-Raw PIC 9(8).
       01 WS-Lock-Time PIC 9(6).

       01 WS-Job-Step-Status PIC XX.
       01 WS-Unattended-Flag PIC X VALUE "N".
           88 WS-Unattended VALUE "Y" FALSE "N".
       01 WS-Job-Run-Date PIC 9(8).
       01 WS-Job-Process-Date PIC 9(8).
       01 WS-Job-User-Id PIC X(10).
       01 WS-Job-Outcome PIC X VALUE "S".
       01 WS-Job-Message PIC X(60) VALUE SPACES.
       01 WS-Job-Closed-Count PIC 9(7) VALUE 0.
       01 WS-Job-Skipped-Count PIC 9(7) VALUE 0.

       01 WS-Daily-Log-Status PIC XX.
       01 WS-Archive-Status PIC XX.
       01 WS-Summary-Status PIC XX.
       01 WS-Profile-Status PIC XX.
       01 WS-Profile-File-OK-Flag PIC X VALUE "N".
           88 WS-Profile-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-Hist-Status PIC XX.
       01 WS-Goal-Hist-File-OK-Flag PIC X VALUE "N".
           88 WS-Goal-Hist-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-User-Id PIC X(10).
       01 WS-Goal-Date PIC 9(8).
       01 WS-Goal-In-Force PIC 9(6)V99.
       01 WS-Exercise-Log-Status PIC XX.
       01 WS-Archive-File-Name PIC X(64).

       01 WS-Menu-Choice PIC X.
           88 WS-Summary-EOF VALUE "Y" FALSE "N".
       01 WS-Exc-EOF-Flag PIC X VALUE "N".
           88 WS-Exc-EOF VALUE "Y" FALSE "N".
       01 WS-Exer-EOF-Flag PIC X VALUE "N".
           88 WS-Exer-EOF VALUE "Y" FALSE "N".

       01 WS-User-Count PIC 9(2) VALUE 0.
       01 WS-User-Sub PIC 9(2).
               10 WS-User-Tbl-Lunch PIC 9(6)V99.
               10 WS-User-Tbl-Dinner PIC 9(6)V99.
               10 WS-User-Tbl-Snack PIC 9(6)V99.
               10 WS-User-Tbl-Burned PIC 9(6)V99.
               10 WS-User-Tbl-Entries PIC S9(5).
               10 WS-User-Tbl-Closed-Flag PIC X.
       01 WS-User-Table-Full-Flag PIC X VALUE "N".
       01 WS-Day-Closed-Flag PIC X VALUE "N".
           88 WS-Day-Closed VALUE "Y" FALSE "N".
       01 WS-Check-User-Id PIC X(10).
       01 WS-Find-User-Id PIC X(10).

       01 WS-Pending-Count PIC 9(4) VALUE 0.

       01 WS-Goal-Status PIC X(5).
       01 WS-Goal-Configured-Flag PIC X VALUE "N".
           88 WS-Goal-Configured VALUE "Y" FALSE "N".
       01 WS-Goal-Basis PIC X.
           88 WS-Goal-On-Net VALUE "N".
       01 WS-Net-Calorie PIC 9(6)V99.

       01 WS-Closed-Count PIC 9(3) VALUE 0.
       01 WS-List-Sub PIC 9(3).
       01 WS-Total-Edit PIC ZZZZZ9.99.
       01 WS-Macro-Edit PIC ZZZZZ9.99.

           COPY PRTCTL.
       01 WS-Prt-Closed-Heading.
           05 FILLER PIC X(10) VALUE "Date".
           05 FILLER PIC X(12) VALUE "User".
           05 FILLER PIC X(9) VALUE " Calories".
       01 WS-Prt-Closed-Underline.
           05 FILLER PIC X(10) VALUE "--------".
           05 FILLER PIC X(12) VALUE "----------".
           05 FILLER PIC X(9) VALUE "---------".
       01 WS-Prt-Closed-Line.
           05 WS-Pl-Date PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pl-User PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pl-Calories PIC ZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM 020-CHECK-JOB-STEP.
           PERFORM 030-TAKE-POSTING-LOCK.
           IF NOT WS-Lock-Held
               DISPLAY "No days were closed or reopened."
               IF WS-Unattended
                   PERFORM 945-FAIL-JOB-STEP
               END-IF
               STOP RUN
           END-IF.
           PERFORM 101-OPEN-USER-PROFILES.
           IF WS-Unattended
               PERFORM 300-CLOSE-DAY
               SET WS-Done TO TRUE
           END-IF.
           PERFORM UNTIL WS-Done
               PERFORM 200-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
           IF WS-Profile-File-OK
               CLOSE USER-PROFILE-FILE
           END-IF.
           IF WS-Goal-Hist-File-OK
               CLOSE GOAL-HISTORY-FILE
           END-IF.
           PERFORM 930-RELEASE-POSTING-LOCK.
           IF WS-Unattended
               PERFORM 940-WRITE-JOB-STEP
           END-IF.
           STOP RUN.

      *> Started by JobStream, the program finds a pending
      *> JOB-STEP.DAT record addressed to it and closes the
      *> processing date for the user named there (every user logged
      *> that day when blank) with no menu and no confirmation.
       020-CHECK-JOB-STEP.
           SET WS-Unattended TO FALSE.
           OPEN INPUT JOB-STEP-FILE.
           IF WS-Job-Step-Status = "00"
               READ JOB-STEP-FILE
                   AT END
                       MOVE SPACES TO JS-Program
               END-READ
               CLOSE JOB-STEP-FILE
               IF JS-Program = "DAYCLOSE"
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
               DISPLAY "No USER-PROFILE.DAT found; summaries carry "
                   "goal status NONE."
           END-IF.
           SET WS-Goal-Hist-File-OK TO FALSE.
           OPEN INPUT GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "00"
               SET WS-Goal-Hist-File-OK TO TRUE
           END-IF.

       200-DISPLAY-MENU.
           DISPLAY " ".
               TO WS-User-Filter.

       300-CLOSE-DAY.
           IF WS-Unattended
               MOVE WS-Job-Process-Date TO WS-Close-Date
               MOVE FUNCTION UPPER-CASE(WS-Job-User-Id)
                   TO WS-User-Filter
           ELSE
               PERFORM 210-ACCEPT-DATE
               PERFORM 220-ACCEPT-USER-FILTER
           END-IF.
           MOVE 0 TO WS-User-Count.
           SET WS-User-Table-Full TO FALSE.
           PERFORM 310-SUM-THE-DAY.
           IF WS-User-Count = 0
               DISPLAY "No entries on file for " WS-Close-Date
                   "; nothing to close."
               MOVE "No entries on file; nothing to close"
                   TO WS-Job-Message
           ELSE
               PERFORM 330-COUNT-PENDING-EXCEPTIONS
               IF WS-Pending-Count > 0
                   DISPLAY "Warning: " WS-Pending-Count " pending "
                       "exception(s) remain for this day; they "
                       "cannot be reposted once it is closed."
                   MOVE SPACES TO WS-Job-Message
                   STRING "Closed with " DELIMITED BY SIZE
                           WS-Pending-Count DELIMITED BY SIZE
                           " pending exception(s)" DELIMITED BY SIZE
                       INTO WS-Job-Message
                   END-STRING
               END-IF
               IF WS-Unattended
                   MOVE "Y" TO WS-Confirm-Response
               ELSE
                   DISPLAY "Close " WS-Close-Date " with the totals "
                       "above? (Y/N): "
                   ACCEPT WS-Confirm-Response
               END-IF
               IF WS-Confirm-Response = "Y" OR "y"
                   PERFORM 340-WRITE-SUMMARIES
               ELSE
               END-PERFORM
               CLOSE DAILY-LOG-FILE
           END-IF.
           PERFORM 316-READ-EXERCISE-LOG.
           PERFORM VARYING WS-User-Sub FROM 1 BY 1
                   UNTIL WS-User-Sub > WS-User-Count
               PERFORM 325-DISPLAY-USER-DAY
           IF DL-Date = WS-Close-Date
                   AND (WS-User-Filter = SPACES
                   OR DL-User-Id = WS-User-Filter)
               MOVE DL-User-Id TO WS-Find-User-Id
               PERFORM 320-FIND-OR-ADD-USER
               IF WS-Cur-User > 0
                   IF DL-Entry-Type = "V"
               END-IF
           END-IF.

      *> Exercise sessions count against the day too; a user who only
      *> exercised still gets a summary, with no food.
       316-READ-EXERCISE-LOG.
           SET WS-Exer-EOF TO FALSE.
           OPEN INPUT EXERCISE-LOG-FILE.
           IF WS-Exercise-Log-Status = "00"
               PERFORM UNTIL WS-Exer-EOF
                   READ EXERCISE-LOG-FILE
                       AT END
                           SET WS-Exer-EOF TO TRUE
                       NOT AT END
                           PERFORM 317-ABSORB-EXERCISE
                   END-READ
               END-PERFORM
               CLOSE EXERCISE-LOG-FILE
           END-IF.

       317-ABSORB-EXERCISE.
           IF XL-Date = WS-Close-Date
                   AND (WS-User-Filter = SPACES
                   OR XL-User-Id = WS-User-Filter)
               MOVE XL-User-Id TO WS-Find-User-Id
               PERFORM 320-FIND-OR-ADD-USER
               IF WS-Cur-User > 0
                   IF XL-Entry-Type = "V"
                       SUBTRACT XL-Burned
                               FROM WS-User-Tbl-Burned (WS-Cur-User)
                           ON SIZE ERROR
                               CONTINUE
                       END-SUBTRACT
                   ELSE
                       ADD XL-Burned
                           TO WS-User-Tbl-Burned (WS-Cur-User)
                   END-IF
               END-IF
           END-IF.

       320-FIND-OR-ADD-USER.
           MOVE 0 TO WS-Cur-User.
           IF WS-User-Count > 0
               PERFORM VARYING WS-User-Sub FROM 1 BY 1
                       UNTIL WS-User-Sub > WS-User-Count
                       OR WS-Cur-User > 0
                   IF WS-User-Tbl-Id (WS-User-Sub) = WS-Find-User-Id
                       MOVE WS-User-Sub TO WS-Cur-User
                   END-IF
               END-PERFORM
               IF WS-User-Count < 20
                   ADD 1 TO WS-User-Count
                   MOVE WS-User-Count TO WS-Cur-User
                   MOVE WS-Find-User-Id
                       TO WS-User-Tbl-Id (WS-Cur-User)
                   MOVE 0 TO WS-User-Tbl-Total (WS-Cur-User)
                   MOVE 0 TO WS-User-Tbl-Protein (WS-Cur-User)
                   MOVE 0 TO WS-User-Tbl-Carbs (WS-Cur-User)
                   MOVE 0 TO WS-User-Tbl-Lunch (WS-Cur-User)
                   MOVE 0 TO WS-User-Tbl-Dinner (WS-Cur-User)
                   MOVE 0 TO WS-User-Tbl-Snack (WS-Cur-User)
                   MOVE 0 TO WS-User-Tbl-Burned (WS-Cur-User)
                   MOVE 0 TO WS-User-Tbl-Entries (WS-Cur-User)
                   MOVE "N" TO WS-User-Tbl-Closed-Flag (WS-Cur-User)
               ELSE
           DISPLAY "  Dinner    " WS-Total-Edit.
           MOVE WS-User-Tbl-Snack (WS-User-Sub) TO WS-Total-Edit.
           DISPLAY "  Snack     " WS-Total-Edit.
           IF WS-User-Tbl-Burned (WS-User-Sub) > 0
               MOVE WS-User-Tbl-Burned (WS-User-Sub) TO WS-Total-Edit
               PERFORM 385-SET-NET-CALORIE
               MOVE WS-Net-Calorie TO WS-Macro-Edit
               DISPLAY "  Burned    " WS-Total-Edit
                   "  net calories " WS-Macro-Edit
           END-IF.

       330-COUNT-PENDING-EXCEPTIONS.
           MOVE 0 TO WS-Pending-Count.
                       TO WS-User-Tbl-Closed-Flag (WS-User-Sub)
                   DISPLAY WS-Close-Date " is already closed for "
                       WS-User-Tbl-Id (WS-User-Sub) "; skipped."
                   ADD 1 TO WS-Job-Skipped-Count
               ELSE
                   MOVE "N"
                       TO WS-User-Tbl-Closed-Flag (WS-User-Sub)
                   ADD 1 TO WS-Job-Closed-Count
               END-IF
           END-PERFORM.
           OPEN EXTEND DAY-SUMMARY-FILE.

       350-WRITE-ONE-SUMMARY.
           PERFORM 370-LOAD-USER-GOAL.
           PERFORM 385-SET-NET-CALORIE.
           PERFORM 380-CHECK-GOAL.
           MOVE WS-Close-Date TO DS-Date.
           MOVE WS-User-Tbl-Id (WS-User-Sub) TO DS-User-Id.
           MOVE WS-User-Tbl-Dinner (WS-User-Sub) TO DS-Dinner.
           MOVE WS-User-Tbl-Snack (WS-User-Sub) TO DS-Snack.
           MOVE WS-Goal-Status TO DS-Goal-Status.
           MOVE WS-User-Tbl-Burned (WS-User-Sub) TO DS-Burned.
           MOVE WS-Net-Calorie TO DS-Net-Calorie.
           MOVE WS-Goal-Basis TO DS-Goal-Basis.
           IF WS-User-Tbl-Entries (WS-User-Sub) < 0
               MOVE 0 TO DS-Entry-Count
           ELSE
       370-LOAD-USER-GOAL.
           SET WS-Goal-Configured TO FALSE.
           MOVE 0 TO WS-Daily-Goal.
           MOVE "G" TO WS-Goal-Basis.
           IF WS-Profile-File-OK
               MOVE WS-User-Tbl-Id (WS-User-Sub) TO UP-User-Id
               READ USER-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UP-Daily-Goal TO WS-Goal-In-Force
                       MOVE WS-User-Tbl-Id (WS-User-Sub)
                           TO WS-Goal-User-Id
                       MOVE WS-Close-Date TO WS-Goal-Date
                       PERFORM 375-FIND-GOAL-IN-FORCE
                       MOVE WS-Goal-In-Force TO WS-Daily-Goal
                       SET WS-Goal-Configured TO TRUE
               END-READ
           END-IF.

      *> The goal in force on a date is the one on the user's
      *> GOAL-HISTORY.DAT record with the latest effective date not
      *> after it; a user with no dated goals keeps the profile goal
      *> the caller has already put in WS-Goal-In-Force, judged on
      *> food calories.
       375-FIND-GOAL-IN-FORCE.
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
                                   IF GH-Goal-On-Net
                                       MOVE "N" TO WS-Goal-Basis
                                   ELSE
                                       MOVE "G" TO WS-Goal-Basis
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

      *> A user whose goal in force asks for it is judged on net
      *> calories, food less exercise; everyone else on food
      *> calories alone.
       380-CHECK-GOAL.
           IF NOT WS-Goal-Configured
               MOVE "NONE" TO WS-Goal-Status
           ELSE
               IF WS-Goal-On-Net
                   COMPUTE WS-Calories-Remaining = WS-Daily-Goal
                       - WS-Net-Calorie
               ELSE
                   COMPUTE WS-Calories-Remaining = WS-Daily-Goal
                       - WS-User-Tbl-Total (WS-User-Sub)
               END-IF
               IF WS-Calories-Remaining < 0
                   MOVE "OVER" TO WS-Goal-Status
               ELSE
               END-IF
           END-IF.

      *> Burning more than was eaten leaves net calories at zero.
       385-SET-NET-CALORIE.
           IF WS-User-Tbl-Burned (WS-User-Sub)
                   > WS-User-Tbl-Total (WS-User-Sub)
               MOVE 0 TO WS-Net-Calorie
           ELSE
               COMPUTE WS-Net-Calorie =
                   WS-User-Tbl-Total (WS-User-Sub)
                   - WS-User-Tbl-Burned (WS-User-Sub)
           END-IF.

       400-REOPEN-DAY.
           PERFORM 210-ACCEPT-DATE.
           DISPLAY "User id to reopen: ".
                       MOVE 0 TO DS-Snack
                       MOVE SPACES TO DS-Goal-Status
                       MOVE 0 TO DS-Entry-Count
                       MOVE 0 TO DS-Burned
                       MOVE 0 TO DS-Net-Calorie
                       MOVE SPACE TO DS-Goal-Basis
                       MOVE "O" TO DS-Status
                       WRITE DS-Record
                       CLOSE DAY-SUMMARY-FILE
           MOVE 0 TO WS-Closed-Count.
           SET WS-Closed-List-Full TO FALSE.
           SET WS-Summary-EOF TO FALSE.
           PERFORM 800-OPEN-PRINT-FILE.
           OPEN INPUT DAY-SUMMARY-FILE.
           IF WS-Summary-Status NOT = "00"
               MOVE SPACES TO WS-Prt-Line
               STRING "No DAILY-SUMMARY.DAT found; no days have "
                       "been closed." DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
           ELSE
               PERFORM UNTIL WS-Summary-EOF
                   READ DAY-SUMMARY-FILE
                       AT END
                           SET WS-Summary-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Prt-Read-Count
                           PERFORM 510-NOTE-CLOSED-DAY
                   END-READ
               END-PERFORM
                       DISPLAY "  " WS-Cls-Date (WS-List-Sub) " "
                           WS-Cls-User (WS-List-Sub) " "
                           WS-Total-Edit " calories"
                       PERFORM 520-PRINT-CLOSED-DAY
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 830-CLOSE-PRINT-FILE.

       510-NOTE-CLOSED-DAY.
           MOVE 0 TO WS-List-Sub.
               MOVE DS-Status TO WS-Cls-Status (WS-List-Sub)
           END-IF.

       520-PRINT-CLOSED-DAY.
           MOVE WS-Cls-Date (WS-List-Sub) TO WS-Pl-Date.
           MOVE WS-Cls-User (WS-List-Sub) TO WS-Pl-User.
           MOVE WS-Cls-Total (WS-List-Sub) TO WS-Pl-Calories.
           MOVE WS-Prt-Closed-Line TO WS-Prt-Line.
           PERFORM 810-PRINT-LINE.
           ADD 1 TO WS-Prt-Printed-Count.

      *> The listing can be run more than once from the menu, so
      *> the page and record counts start again on each run.
       800-OPEN-PRINT-FILE.
           ACCEPT WS-Prt-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Prt-Time-Raw FROM TIME.
           DIVIDE WS-Prt-Time-Raw BY 100 GIVING WS-Prt-Run-Time.
           MOVE SPACES TO WS-Prt-File-Name.
           STRING "CLOSEDDAYS-" DELIMITED BY SIZE
                   WS-Prt-Run-Date DELIMITED BY SIZE
                   ".PRT" DELIMITED BY SIZE
               INTO WS-Prt-File-Name
           END-STRING.
           MOVE "DAYCLOSE" TO WS-Prt-H1-Program.
           MOVE "Closed Days" TO WS-Prt-H1-Title.
           MOVE WS-Prt-Run-Date TO WS-Prt-H1-Date.
           MOVE WS-Prt-Run-HH TO WS-Prt-H1-HH.
           MOVE WS-Prt-Run-MM TO WS-Prt-H1-MM.
           MOVE WS-Prt-Run-SS TO WS-Prt-H1-SS.
           MOVE SPACES TO WS-Prt-Heading-2.
           MOVE "Every closed day on DAILY-SUMMARY.DAT"
               TO WS-Prt-Heading-2.
           MOVE WS-Prt-Closed-Heading TO WS-Prt-Heading-3.
           MOVE WS-Prt-Closed-Underline TO WS-Prt-Heading-4.
           MOVE 0 TO WS-Prt-Page-No.
           MOVE 0 TO WS-Prt-Read-Count.
           MOVE 0 TO WS-Prt-Printed-Count.
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
               STRING "Summaries read:    " WS-Prt-Count-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 810-PRINT-LINE
               MOVE WS-Prt-Printed-Count TO WS-Prt-Count-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Closed days:       " WS-Prt-Count-Edit
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

      *> One posting program at a time: POSTING-LOCK.DAT exists
      *> while a log writer is running and is deleted at clean
      *> close.  A lock already on file is another live run - or a
                   FUNCTION TRIM(LK-Program) " (user "
                   FUNCTION TRIM(LK-User-Id) ") since "
                   LK-Lock-Date " " LK-Lock-Time "."
               IF WS-Unattended
                   PERFORM 035-REPORT-LOCK-HELD
               ELSE
                   DISPLAY "If that run is still going, answer N and "
                       "try again after it finishes."
                   DISPLAY "Take over the lock (only if that run "
                       "crashed)? (Y/N): "
                   ACCEPT WS-Lock-Response
                   IF WS-Lock-Response = "Y" OR "y"
                       PERFORM 031-WRITE-POSTING-LOCK
                   END-IF
               END-IF
           ELSE
               PERFORM 031-WRITE-POSTING-LOCK
           CLOSE POSTING-LOCK-FILE.
           SET WS-Lock-Held TO TRUE.

      *> Only an operator can tell a live run from a crashed one,
      *> so an unattended step never takes the lock over.
       035-REPORT-LOCK-HELD.
           MOVE SPACES TO WS-Job-Message.
           STRING "Posting lock held by " DELIMITED BY SIZE
                   FUNCTION TRIM(LK-Program) DELIMITED BY SIZE
                   " since " DELIMITED BY SIZE
                   LK-Lock-Date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LK-Lock-Time DELIMITED BY SIZE
               INTO WS-Job-Message
           END-STRING.

       930-RELEASE-POSTING-LOCK.
           IF WS-Lock-Held
               DELETE FILE POSTING-LOCK-FILE
               SET WS-Lock-Held TO FALSE
           END-IF.

       940-WRITE-JOB-STEP.
           MOVE "DAYCLOSE" TO JS-Program.
           MOVE WS-Job-Run-Date TO JS-Run-Date.
           MOVE WS-Job-Process-Date TO JS-Process-Date.
           MOVE WS-Job-User-Id TO JS-User-Id.
           MOVE WS-Job-Outcome TO JS-Outcome.
           MOVE WS-User-Count TO JS-Read-Count.
           MOVE WS-Job-Closed-Count TO JS-Written-Count.
           MOVE WS-Job-Skipped-Count TO JS-Rejected-Count.
           MOVE WS-Job-Message TO JS-Message.
           OPEN OUTPUT JOB-STEP-FILE.
           WRITE JS-Record.
           CLOSE JOB-STEP-FILE.

       945-FAIL-JOB-STEP.
           MOVE "F" TO WS-Job-Outcome.
           PERFORM 940-WRITE-JOB-STEP.
           STOP RUN.
