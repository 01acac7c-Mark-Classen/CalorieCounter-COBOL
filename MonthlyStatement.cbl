       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthlyStatement.
      *> Month-end nutrition statement per user, built from the final
      *> figures DayClose keeps on DAILY-SUMMARY.DAT rather than from
      *> raw log lines.  The file is append-only and the LAST record
      *> for a user and date is the one that counts: "C" means the
      *> day is closed with those totals, "O" that it was reopened
      *> and is not final.  Closed days give the counts of days over
      *> and under goal, adherence, average calories and macros, the
      *> meal split of intake and the best and worst days (closest
      *> to and furthest from the goal in force that day).  Every
      *> calendar day up to today that is not closed is listed, so
      *> the month can be finished before CalorieArchive is run.
      *> Users who logged food in the month (DAILY-LOG.DAT or the
      *> month's DLYLOG-CCYYMM.DAT archive) are listed even when they
      *> have closed no day at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAILY-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Summary-Status.
           SELECT DAILY-LOG-FILE ASSIGN TO "DAILY-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Daily-Log-Status.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-Archive-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.
           SELECT USER-PROFILE-FILE ASSIGN TO "USER-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.
           SELECT GOAL-HISTORY-FILE ASSIGN TO "GOAL-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-Key
               FILE STATUS IS WS-Goal-Hist-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DAY-SUMMARY-FILE.
           COPY DAYSUMRC.

       FD  DAILY-LOG-FILE.
           COPY DLYLOGRC.

       FD  ARCHIVE-FILE.
       01  ARCH-Record PIC X(150).

       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       FD  GOAL-HISTORY-FILE.
           COPY GOALHIST.

       WORKING-STORAGE SECTION.
       01 WS-Summary-Status PIC XX.
       01 WS-Summary-EOF-Flag PIC X VALUE "N".
           88 WS-Summary-EOF VALUE "Y" FALSE "N".
       01 WS-Daily-Log-Status PIC XX.
       01 WS-Archive-Status PIC XX.
       01 WS-Archive-File-Name PIC X(64).
       01 WS-Log-EOF-Flag PIC X VALUE "N".
           88 WS-Log-EOF VALUE "Y" FALSE "N".
       01 WS-Arch-EOF-Flag PIC X VALUE "N".
           88 WS-Arch-EOF VALUE "Y" FALSE "N".
       01 WS-DL-Month PIC 9(6).
       01 WS-Profile-Status PIC XX.
       01 WS-Profile-File-OK-Flag PIC X VALUE "N".
           88 WS-Profile-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-Hist-Status PIC XX.
       01 WS-Goal-Hist-File-OK-Flag PIC X VALUE "N".
           88 WS-Goal-Hist-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-User-Id PIC X(10).
       01 WS-Goal-Date PIC 9(8).
       01 WS-Goal-In-Force PIC 9(6)V99.
       01 WS-Profile-Goal PIC 9(6)V99.
       01 WS-Goal-Configured-Flag PIC X VALUE "N".
           88 WS-Goal-Configured VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8).
       01 WS-Month-Input PIC X(6).
       01 WS-Month-Numval-RC PIC S9(4) COMP.
       01 WS-Stmt-Month PIC 9(6).
       01 WS-Stmt-Month-R REDEFINES WS-Stmt-Month.
           05 WS-Stmt-Year PIC 9(4).
           05 WS-Stmt-Mo PIC 9(2).
       01 WS-Next-Month PIC 9(6).
       01 WS-Next-Month-R REDEFINES WS-Next-Month.
           05 WS-Next-Year PIC 9(4).
           05 WS-Next-Mo PIC 9(2).
       01 WS-Month-First PIC 9(8).
       01 WS-Next-First PIC 9(8).
       01 WS-Days-In-Month PIC 9(2).
       01 WS-User-Filter PIC X(10).
       01 WS-DS-Month PIC 9(6).
       01 WS-Day-Of-Month PIC 9(2).
       01 WS-Day-Date PIC 9(8).

      *> The latest summary record per user and day of the month.
       01 WS-User-Count PIC 9(2) VALUE 0.
       01 WS-User-Sub PIC 9(2).
       01 WS-Cur-User PIC 9(2).
       01 WS-Find-User-Id PIC X(10).
       01 WS-User-Table.
           05 WS-User-Entry OCCURS 50 TIMES.
               10 WS-Usr-Id PIC X(10).
               10 WS-Usr-Day OCCURS 31 TIMES.
                   15 WS-Ud-Status PIC X.
                   15 WS-Ud-Calorie PIC 9(6)V99.
                   15 WS-Ud-Protein PIC 9(6)V99.
                   15 WS-Ud-Carbs PIC 9(6)V99.
                   15 WS-Ud-Fat PIC 9(6)V99.
                   15 WS-Ud-Breakfast PIC 9(6)V99.
                   15 WS-Ud-Lunch PIC 9(6)V99.
                   15 WS-Ud-Dinner PIC 9(6)V99.
                   15 WS-Ud-Snack PIC 9(6)V99.
                   15 WS-Ud-Goal-Status PIC X(5).
                   15 WS-Ud-Net-Calorie PIC 9(6)V99.
                   15 WS-Ud-Goal-Basis PIC X.
                       88 WS-Ud-On-Net VALUE "N".
       01 WS-User-Table-Full-Flag PIC X VALUE "N".
           88 WS-User-Table-Full VALUE "Y" FALSE "N".

      *> One user's month, summed from the closed days.
       01 WS-Closed-Days PIC 9(2).
       01 WS-Over-Days PIC 9(2).
       01 WS-Under-Days PIC 9(2).
       01 WS-No-Goal-Days PIC 9(2).
       01 WS-Open-Days PIC 9(2).
       01 WS-Sum-Calorie PIC 9(8)V99.
       01 WS-Sum-Protein PIC 9(8)V99.
       01 WS-Sum-Carbs PIC 9(8)V99.
       01 WS-Sum-Fat PIC 9(8)V99.
       01 WS-Sum-Breakfast PIC 9(8)V99.
       01 WS-Sum-Lunch PIC 9(8)V99.
       01 WS-Sum-Dinner PIC 9(8)V99.
       01 WS-Sum-Snack PIC 9(8)V99.
       01 WS-Sum-Meals PIC 9(8)V99.
       01 WS-Average PIC 9(6)V99.
       01 WS-Percent PIC 9(3)V9.

       01 WS-Judged-Calorie PIC 9(6)V99.
       01 WS-Judged-Unit PIC X(12).
       01 WS-Goal-Diff PIC S9(6)V99.
       01 WS-Abs-Diff PIC 9(6)V99.
       01 WS-Best-Found-Flag PIC X VALUE "N".
           88 WS-Best-Found VALUE "Y" FALSE "N".
       01 WS-Best-Day PIC 9(8).
       01 WS-Best-Calorie PIC 9(6)V99.
       01 WS-Best-Goal PIC 9(6)V99.
       01 WS-Best-Diff PIC 9(6)V99.
       01 WS-Best-Unit PIC X(12).
       01 WS-Worst-Day PIC 9(8).
       01 WS-Worst-Calorie PIC 9(6)V99.
       01 WS-Worst-Goal PIC 9(6)V99.
       01 WS-Worst-Diff PIC 9(6)V99.
       01 WS-Worst-Unit PIC X(12).

       01 WS-Count-Edit PIC Z9.
       01 WS-Calorie-Edit PIC ZZZZZ9.99.
       01 WS-Percent-Edit PIC ZZ9.9.
       01 WS-Share-B-Edit PIC ZZ9.9.
       01 WS-Share-L-Edit PIC ZZ9.9.
       01 WS-Share-D-Edit PIC ZZ9.9.
       01 WS-Share-S-Edit PIC ZZ9.9.
       01 WS-Goal-Edit PIC ZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           PERFORM 050-ACCEPT-MONTH.
           PERFORM 060-ACCEPT-USER-FILTER.
           PERFORM 070-SET-MONTH-BOUNDS.
           PERFORM 100-READ-SUMMARIES.
           PERFORM 120-READ-MONTH-LOG.
           IF WS-User-Filter NOT = SPACES AND WS-User-Count = 0
               MOVE 1 TO WS-User-Count
               MOVE WS-User-Filter TO WS-Usr-Id (1)
               PERFORM 115-CLEAR-USER-DAYS
           END-IF.
           IF WS-User-Count = 0
               DISPLAY "No logged, closed or reopened days on file "
                   "for " WS-Stmt-Month "."
           ELSE
               PERFORM 101-OPEN-USER-PROFILES
               PERFORM 300-PRINT-STATEMENTS
               IF WS-Profile-File-OK
                   CLOSE USER-PROFILE-FILE
               END-IF
               IF WS-Goal-Hist-File-OK
                   CLOSE GOAL-HISTORY-FILE
               END-IF
           END-IF.
           STOP RUN.

       050-ACCEPT-MONTH.
           MOVE 1 TO WS-Month-Numval-RC.
           PERFORM UNTIL WS-Month-Numval-RC = 0
               DISPLAY "Statement month (CCYYMM): "
               ACCEPT WS-Month-Input
               MOVE FUNCTION TEST-NUMVAL(WS-Month-Input)
                   TO WS-Month-Numval-RC
               IF WS-Month-Numval-RC NOT = 0
                   DISPLAY "Please enter the month as CCYYMM."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Month-Input)
                       TO WS-Stmt-Month
                   IF WS-Stmt-Mo < 1 OR WS-Stmt-Mo > 12
                       DISPLAY "Please enter the month as CCYYMM."
                       MOVE 1 TO WS-Month-Numval-RC
                   END-IF
               END-IF
           END-PERFORM.

       060-ACCEPT-USER-FILTER.
           DISPLAY "User id (blank for all users): ".
           ACCEPT WS-User-Filter.
           MOVE FUNCTION UPPER-CASE(WS-User-Filter)
               TO WS-User-Filter.

       070-SET-MONTH-BOUNDS.
           MOVE WS-Stmt-Month TO WS-Next-Month.
           IF WS-Next-Mo = 12
               ADD 1 TO WS-Next-Year
               MOVE 1 TO WS-Next-Mo
           ELSE
               ADD 1 TO WS-Next-Mo
           END-IF.
           COMPUTE WS-Month-First = WS-Stmt-Month * 100 + 1.
           COMPUTE WS-Next-First = WS-Next-Month * 100 + 1.
           COMPUTE WS-Days-In-Month =
               FUNCTION INTEGER-OF-DATE(WS-Next-First)
               - FUNCTION INTEGER-OF-DATE(WS-Month-First).

       101-OPEN-USER-PROFILES.
           SET WS-Profile-File-OK TO FALSE.
           OPEN INPUT USER-PROFILE-FILE.
           IF WS-Profile-Status = "00"
               SET WS-Profile-File-OK TO TRUE
           END-IF.
           SET WS-Goal-Hist-File-OK TO FALSE.
           OPEN INPUT GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "00"
               SET WS-Goal-Hist-File-OK TO TRUE
           END-IF.

      *> Every record for the month overwrites the day's slot, so
      *> what is left after the pass is the last record per user and
      *> date - the DAILY-SUMMARY.DAT rule.
       100-READ-SUMMARIES.
           OPEN INPUT DAY-SUMMARY-FILE.
           IF WS-Summary-Status NOT = "00"
               DISPLAY "No DAILY-SUMMARY.DAT found; no days have "
                   "been closed."
           ELSE
               PERFORM UNTIL WS-Summary-EOF
                   READ DAY-SUMMARY-FILE
                       AT END
                           SET WS-Summary-EOF TO TRUE
                       NOT AT END
                           DIVIDE DS-Date BY 100 GIVING WS-DS-Month
                           IF WS-DS-Month = WS-Stmt-Month
                                   AND (WS-User-Filter = SPACES
                                   OR DS-User-Id = WS-User-Filter)
                               PERFORM 110-KEEP-SUMMARY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAY-SUMMARY-FILE
           END-IF.

       110-KEEP-SUMMARY.
           MOVE DS-User-Id TO WS-Find-User-Id.
           PERFORM 112-FIND-OR-ADD-USER.
           IF WS-Cur-User > 0
               COMPUTE WS-Day-Of-Month =
                   DS-Date - (WS-DS-Month * 100)
               MOVE DS-Status
                   TO WS-Ud-Status (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Calorie
                   TO WS-Ud-Calorie (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Protein
                   TO WS-Ud-Protein (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Carbs
                   TO WS-Ud-Carbs (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Fat
                   TO WS-Ud-Fat (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Breakfast
                   TO WS-Ud-Breakfast (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Lunch
                   TO WS-Ud-Lunch (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Dinner
                   TO WS-Ud-Dinner (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Snack
                   TO WS-Ud-Snack (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Goal-Status
                   TO WS-Ud-Goal-Status (WS-Cur-User, WS-Day-Of-Month)
               MOVE DS-Goal-Basis
                   TO WS-Ud-Goal-Basis (WS-Cur-User, WS-Day-Of-Month)
               IF WS-Ud-On-Net (WS-Cur-User, WS-Day-Of-Month)
                   MOVE DS-Net-Calorie TO WS-Ud-Net-Calorie
                       (WS-Cur-User, WS-Day-Of-Month)
               ELSE
                   MOVE 0 TO WS-Ud-Net-Calorie
                       (WS-Cur-User, WS-Day-Of-Month)
               END-IF
           END-IF.

       112-FIND-OR-ADD-USER.
           MOVE 0 TO WS-Cur-User.
           IF WS-User-Count > 0
               PERFORM VARYING WS-User-Sub FROM 1 BY 1
                       UNTIL WS-User-Sub > WS-User-Count
                       OR WS-Cur-User > 0
                   IF WS-Usr-Id (WS-User-Sub) = WS-Find-User-Id
                       MOVE WS-User-Sub TO WS-Cur-User
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-Cur-User = 0
               IF WS-User-Count < 50
                   ADD 1 TO WS-User-Count
                   MOVE WS-Find-User-Id TO WS-Usr-Id (WS-User-Count)
                   PERFORM 115-CLEAR-USER-DAYS
                   MOVE WS-User-Count TO WS-Cur-User
               ELSE
                   IF NOT WS-User-Table-Full
                       SET WS-User-Table-Full TO TRUE
                       DISPLAY "Warning: more than 50 users this "
                           "month; run the statement one user at a "
                           "time for the rest."
                   END-IF
               END-IF
           END-IF.

       115-CLEAR-USER-DAYS.
           PERFORM VARYING WS-Day-Of-Month FROM 1 BY 1
                   UNTIL WS-Day-Of-Month > 31
               MOVE SPACE
                   TO WS-Ud-Status (WS-User-Count, WS-Day-Of-Month)
           END-PERFORM.

      *> A user who logged food in the month but closed no day has
      *> no summary record, so the month's log - the DLYLOG-CCYYMM.DAT
      *> archive and then DAILY-LOG.DAT, as DayClose reads them - adds
      *> anyone not already on the table, with every day still open.
       120-READ-MONTH-LOG.
           MOVE SPACES TO WS-Archive-File-Name.
           STRING "DLYLOG-" DELIMITED BY SIZE
                   WS-Stmt-Month DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-Archive-File-Name
           END-STRING.
           SET WS-Arch-EOF TO FALSE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-Archive-Status = "00"
               PERFORM UNTIL WS-Arch-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-Arch-EOF TO TRUE
                       NOT AT END
                           MOVE ARCH-Record TO DL-Record
                           PERFORM 125-NOTE-LOG-USER
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           SET WS-Log-EOF TO FALSE.
           OPEN INPUT DAILY-LOG-FILE.
           IF WS-Daily-Log-Status = "00"
               PERFORM UNTIL WS-Log-EOF
                   READ DAILY-LOG-FILE
                       AT END
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           PERFORM 125-NOTE-LOG-USER
                   END-READ
               END-PERFORM
               CLOSE DAILY-LOG-FILE
           END-IF.

       125-NOTE-LOG-USER.
           DIVIDE DL-Date BY 100 GIVING WS-DL-Month.
           IF WS-DL-Month = WS-Stmt-Month
                   AND DL-User-Id NOT = SPACES
                   AND (WS-User-Filter = SPACES
                   OR DL-User-Id = WS-User-Filter)
               MOVE DL-User-Id TO WS-Find-User-Id
               PERFORM 112-FIND-OR-ADD-USER
           END-IF.

       300-PRINT-STATEMENTS.
           DISPLAY " ".
           DISPLAY "Monthly Nutrition Statement for " WS-Stmt-Month.
           DISPLAY "--------------------------------------------".
           PERFORM VARYING WS-User-Sub FROM 1 BY 1
                   UNTIL WS-User-Sub > WS-User-Count
               PERFORM 310-LOAD-USER-GOAL
               PERFORM 320-SUMMARIZE-USER
               PERFORM 340-PRINT-USER
               PERFORM 360-LIST-OPEN-DAYS
           END-PERFORM.

       310-LOAD-USER-GOAL.
           SET WS-Goal-Configured TO FALSE.
           MOVE 0 TO WS-Profile-Goal.
           IF WS-Profile-File-OK
               MOVE WS-Usr-Id (WS-User-Sub) TO UP-User-Id
               READ USER-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UP-Daily-Goal TO WS-Profile-Goal
                       SET WS-Goal-Configured TO TRUE
               END-READ
           END-IF.

      *> The goal in force on a date is the one on the user's
      *> GOAL-HISTORY.DAT record with the latest effective date not
      *> after it; a user with no dated goals keeps the profile goal.
       315-FIND-GOAL-IN-FORCE.
           MOVE WS-Profile-Goal TO WS-Goal-In-Force.
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

       320-SUMMARIZE-USER.
           MOVE 0 TO WS-Closed-Days.
           MOVE 0 TO WS-Over-Days.
           MOVE 0 TO WS-Under-Days.
           MOVE 0 TO WS-No-Goal-Days.
           MOVE 0 TO WS-Sum-Calorie.
           MOVE 0 TO WS-Sum-Protein.
           MOVE 0 TO WS-Sum-Carbs.
           MOVE 0 TO WS-Sum-Fat.
           MOVE 0 TO WS-Sum-Breakfast.
           MOVE 0 TO WS-Sum-Lunch.
           MOVE 0 TO WS-Sum-Dinner.
           MOVE 0 TO WS-Sum-Snack.
           SET WS-Best-Found TO FALSE.
           PERFORM VARYING WS-Day-Of-Month FROM 1 BY 1
                   UNTIL WS-Day-Of-Month > WS-Days-In-Month
               IF WS-Ud-Status (WS-User-Sub, WS-Day-Of-Month) = "C"
                   PERFORM 330-ADD-CLOSED-DAY
               END-IF
           END-PERFORM.

       330-ADD-CLOSED-DAY.
           ADD 1 TO WS-Closed-Days.
           ADD WS-Ud-Calorie (WS-User-Sub, WS-Day-Of-Month)
               TO WS-Sum-Calorie.
           ADD WS-Ud-Protein (WS-User-Sub, WS-Day-Of-Month)
               TO WS-Sum-Protein.
           ADD WS-Ud-Carbs (WS-User-Sub, WS-Day-Of-Month)
               TO WS-Sum-Carbs.
           ADD WS-Ud-Fat (WS-User-Sub, WS-Day-Of-Month)
               TO WS-Sum-Fat.
           ADD WS-Ud-Breakfast (WS-User-Sub, WS-Day-Of-Month)
               TO WS-Sum-Breakfast.
           ADD WS-Ud-Lunch (WS-User-Sub, WS-Day-Of-Month)
               TO WS-Sum-Lunch.
           ADD WS-Ud-Dinner (WS-User-Sub, WS-Day-Of-Month)
               TO WS-Sum-Dinner.
           ADD WS-Ud-Snack (WS-User-Sub, WS-Day-Of-Month)
               TO WS-Sum-Snack.
           EVALUATE WS-Ud-Goal-Status (WS-User-Sub, WS-Day-Of-Month)
               WHEN "OVER"
                   ADD 1 TO WS-Over-Days
               WHEN "UNDER"
                   ADD 1 TO WS-Under-Days
               WHEN OTHER
                   ADD 1 TO WS-No-Goal-Days
           END-EVALUATE.
      *> Best and worst are judged against the goal in force that
      *> day, on the same calories DayClose judged the day on - net
      *> of exercise when the summary says so; without a goal they
      *> fall back to the lowest and highest calorie days.
           COMPUTE WS-Day-Date = WS-Stmt-Month * 100 + WS-Day-Of-Month.
           IF WS-Ud-On-Net (WS-User-Sub, WS-Day-Of-Month)
               MOVE WS-Ud-Net-Calorie (WS-User-Sub, WS-Day-Of-Month)
                   TO WS-Judged-Calorie
               MOVE "net calories" TO WS-Judged-Unit
           ELSE
               MOVE WS-Ud-Calorie (WS-User-Sub, WS-Day-Of-Month)
                   TO WS-Judged-Calorie
               MOVE "calories" TO WS-Judged-Unit
           END-IF.
           IF WS-Goal-Configured
               MOVE WS-Usr-Id (WS-User-Sub) TO WS-Goal-User-Id
               MOVE WS-Day-Date TO WS-Goal-Date
               PERFORM 315-FIND-GOAL-IN-FORCE
               COMPUTE WS-Goal-Diff =
                   WS-Judged-Calorie - WS-Goal-In-Force
               MOVE FUNCTION ABS(WS-Goal-Diff) TO WS-Abs-Diff
           ELSE
               MOVE 0 TO WS-Goal-In-Force
               MOVE WS-Judged-Calorie TO WS-Abs-Diff
           END-IF.
           IF NOT WS-Best-Found
               SET WS-Best-Found TO TRUE
               PERFORM 332-SET-BEST-DAY
               PERFORM 334-SET-WORST-DAY
           ELSE
               IF WS-Abs-Diff < WS-Best-Diff
                   PERFORM 332-SET-BEST-DAY
               END-IF
               IF WS-Abs-Diff > WS-Worst-Diff
                   PERFORM 334-SET-WORST-DAY
               END-IF
           END-IF.

       332-SET-BEST-DAY.
           MOVE WS-Day-Date TO WS-Best-Day.
           MOVE WS-Judged-Calorie TO WS-Best-Calorie.
           MOVE WS-Judged-Unit TO WS-Best-Unit.
           MOVE WS-Goal-In-Force TO WS-Best-Goal.
           MOVE WS-Abs-Diff TO WS-Best-Diff.

       334-SET-WORST-DAY.
           MOVE WS-Day-Date TO WS-Worst-Day.
           MOVE WS-Judged-Calorie TO WS-Worst-Calorie.
           MOVE WS-Judged-Unit TO WS-Worst-Unit.
           MOVE WS-Goal-In-Force TO WS-Worst-Goal.
           MOVE WS-Abs-Diff TO WS-Worst-Diff.

       340-PRINT-USER.
           DISPLAY " ".
           DISPLAY "User " WS-Usr-Id (WS-User-Sub).
           MOVE WS-Closed-Days TO WS-Count-Edit.
           DISPLAY "  Days closed:       " WS-Count-Edit " of "
               WS-Days-In-Month.
           IF WS-Closed-Days = 0
               DISPLAY "  No closed days; no figures for this month."
           ELSE
               MOVE WS-Under-Days TO WS-Count-Edit
               DISPLAY "  Days under goal:   " WS-Count-Edit
               MOVE WS-Over-Days TO WS-Count-Edit
               DISPLAY "  Days over goal:    " WS-Count-Edit
               IF WS-No-Goal-Days > 0
                   MOVE WS-No-Goal-Days TO WS-Count-Edit
                   DISPLAY "  Days with no goal: " WS-Count-Edit
               END-IF
               IF WS-Over-Days + WS-Under-Days > 0
                   COMPUTE WS-Percent ROUNDED = WS-Under-Days * 100
                       / (WS-Over-Days + WS-Under-Days)
                   MOVE WS-Percent TO WS-Percent-Edit
                   DISPLAY "  Goal adherence:    " WS-Percent-Edit "%"
               END-IF
               COMPUTE WS-Average ROUNDED =
                   WS-Sum-Calorie / WS-Closed-Days
               MOVE WS-Average TO WS-Calorie-Edit
               DISPLAY "  Average calories:  " WS-Calorie-Edit
               COMPUTE WS-Average ROUNDED =
                   WS-Sum-Protein / WS-Closed-Days
               MOVE WS-Average TO WS-Calorie-Edit
               DISPLAY "  Average protein g: " WS-Calorie-Edit
               COMPUTE WS-Average ROUNDED =
                   WS-Sum-Carbs / WS-Closed-Days
               MOVE WS-Average TO WS-Calorie-Edit
               DISPLAY "  Average carb g:    " WS-Calorie-Edit
               COMPUTE WS-Average ROUNDED =
                   WS-Sum-Fat / WS-Closed-Days
               MOVE WS-Average TO WS-Calorie-Edit
               DISPLAY "  Average fat g:     " WS-Calorie-Edit
               PERFORM 350-PRINT-MEAL-SHARE
               PERFORM 355-PRINT-BEST-WORST
           END-IF.

       350-PRINT-MEAL-SHARE.
           COMPUTE WS-Sum-Meals = WS-Sum-Breakfast + WS-Sum-Lunch
               + WS-Sum-Dinner + WS-Sum-Snack.
           IF WS-Sum-Meals > 0
               COMPUTE WS-Percent ROUNDED =
                   WS-Sum-Breakfast * 100 / WS-Sum-Meals
               MOVE WS-Percent TO WS-Share-B-Edit
               COMPUTE WS-Percent ROUNDED =
                   WS-Sum-Lunch * 100 / WS-Sum-Meals
               MOVE WS-Percent TO WS-Share-L-Edit
               COMPUTE WS-Percent ROUNDED =
                   WS-Sum-Dinner * 100 / WS-Sum-Meals
               MOVE WS-Percent TO WS-Share-D-Edit
               COMPUTE WS-Percent ROUNDED =
                   WS-Sum-Snack * 100 / WS-Sum-Meals
               MOVE WS-Percent TO WS-Share-S-Edit
               DISPLAY "  Share of intake:   breakfast "
                   WS-Share-B-Edit "%  lunch " WS-Share-L-Edit
                   "%  dinner " WS-Share-D-Edit
                   "%  snack " WS-Share-S-Edit "%"
           END-IF.

       355-PRINT-BEST-WORST.
           MOVE WS-Best-Calorie TO WS-Calorie-Edit.
           IF WS-Goal-Configured
               MOVE WS-Best-Goal TO WS-Goal-Edit
               DISPLAY "  Best day:          " WS-Best-Day " "
                   WS-Calorie-Edit " " FUNCTION TRIM(WS-Best-Unit)
                   " (goal " WS-Goal-Edit ")"
               MOVE WS-Worst-Calorie TO WS-Calorie-Edit
               MOVE WS-Worst-Goal TO WS-Goal-Edit
               DISPLAY "  Worst day:         " WS-Worst-Day " "
                   WS-Calorie-Edit " " FUNCTION TRIM(WS-Worst-Unit)
                   " (goal " WS-Goal-Edit ")"
           ELSE
               DISPLAY "  Lowest day:        " WS-Best-Day " "
                   WS-Calorie-Edit " " FUNCTION TRIM(WS-Best-Unit)
               MOVE WS-Worst-Calorie TO WS-Calorie-Edit
               DISPLAY "  Highest day:       " WS-Worst-Day " "
                   WS-Calorie-Edit " " FUNCTION TRIM(WS-Worst-Unit)
           END-IF.

      *> Days after today cannot have been closed yet and are not
      *> listed.
       360-LIST-OPEN-DAYS.
           MOVE 0 TO WS-Open-Days.
           PERFORM VARYING WS-Day-Of-Month FROM 1 BY 1
                   UNTIL WS-Day-Of-Month > WS-Days-In-Month
               COMPUTE WS-Day-Date =
                   WS-Stmt-Month * 100 + WS-Day-Of-Month
               IF WS-Day-Date <= WS-Today
                   EVALUATE WS-Ud-Status (WS-User-Sub, WS-Day-Of-Month)
                       WHEN "C"
                           CONTINUE
                       WHEN "O"
                           PERFORM 365-SHOW-OPEN-HEADING
                           DISPLAY "    " WS-Day-Date "  reopened"
                       WHEN OTHER
                           PERFORM 365-SHOW-OPEN-HEADING
                           DISPLAY "    " WS-Day-Date "  never closed"
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-Open-Days = 0
               IF WS-Closed-Days = WS-Days-In-Month
                   DISPLAY "  Month is final: every day is closed."
               ELSE
                   DISPLAY "  Every day to date is closed."
               END-IF
           ELSE
               MOVE WS-Open-Days TO WS-Count-Edit
               DISPLAY "  Month is NOT final: " WS-Count-Edit
                   " day(s) open; close them before archiving "
                   WS-Stmt-Month "."
           END-IF.

       365-SHOW-OPEN-HEADING.
           IF WS-Open-Days = 0
               DISPLAY "  Days not closed:"
           END-IF.
           ADD 1 TO WS-Open-Days.
