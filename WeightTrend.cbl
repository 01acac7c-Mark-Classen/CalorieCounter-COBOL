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

       FD  PRINT-FILE.
       01  PRINT-Record PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Weight-Log-Status PIC XX.
       01 WS-Daily-Log-Status PIC XX.
       01 WS-Archive-Status PIC XX.
       01 WS-Profile-Status PIC XX.
       01 WS-Goal-Hist-Status PIC XX.
       01 WS-Goal-Hist-File-OK-Flag PIC X VALUE "N".
           88 WS-Goal-Hist-File-OK VALUE "Y" FALSE "N".
       01 WS-Exercise-Log-Status PIC XX.
       01 WS-Exer-EOF-Flag PIC X VALUE "N".
           88 WS-Exer-EOF VALUE "Y" FALSE "N".
       01 WS-Archive-File-Name PIC X(64).
       01 WS-Arch-EOF-Flag PIC X VALUE "N".
           88 WS-Arch-EOF VALUE "Y" FALSE "N".
       01 WS-Daily-Goal PIC 9(6)V99 VALUE 0.
       01 WS-Goal-Configured-Flag PIC X VALUE "N".
           88 WS-Goal-Configured VALUE "Y" FALSE "N".
       01 WS-Profile-Goal PIC 9(6)V99 VALUE 0.
       01 WS-Goal-Date PIC 9(8).
       01 WS-Goal-In-Force PIC 9(6)V99.

      *> Net calories per day, folded from the archives and the
      *> current log the way CalorieReport builds its day table.
               10 WS-Wk-Weigh-Count PIC 9(3).
               10 WS-Wk-Cal-Sum PIC 9(8)V99.
               10 WS-Wk-Cal-Days PIC 9(2).
               10 WS-Wk-Goal-Sum PIC 9(8)V99.
               10 WS-Wk-Burn-Sum PIC 9(8)V99.

       01 WS-Avg-Weight PIC 9(3)V9.
       01 WS-Prev-Weight PIC 9(3)V9.
           88 WS-Prev-Weight-Set VALUE "Y" FALSE "N".
       01 WS-Weight-Delta PIC S9(3)V9.
       01 WS-Avg-Calories PIC 9(6)V99.
       01 WS-Avg-Goal PIC 9(6)V99.
       01 WS-Avg-Burned PIC 9(6)V99.
       01 WS-Avg-Net PIC 9(6)V99.

       01 WS-Weight-Edit PIC ZZ9.9.
       01 WS-Delta-Edit PIC +ZZ9.9.
       01 WS-Calorie-Edit PIC ZZZZZ9.99.
       01 WS-Goal-Edit PIC ZZZZZ9.99.

           COPY PRTCTL.
      *> One print line per week; a column stays blank where the
      *> week had nothing to average.
       01 WS-Prt-Week-Heading.
           05 FILLER PIC X(5) VALUE "Week".
           05 FILLER PIC X(11) VALUE "Beginning".
           05 FILLER PIC X(9) VALUE "Weight".
           05 FILLER PIC X(9) VALUE "Change".
           05 FILLER PIC X(12) VALUE " Avg cals".
           05 FILLER PIC X(7) VALUE "Days".
           05 FILLER PIC X(12) VALUE " Avg goal".
           05 FILLER PIC X(12) VALUE " Avg burn".
           05 FILLER PIC X(9) VALUE "  Avg net".
       01 WS-Prt-Week-Underline.
           05 FILLER PIC X(5) VALUE "----".
           05 FILLER PIC X(11) VALUE "---------".
           05 FILLER PIC X(9) VALUE "------".
           05 FILLER PIC X(9) VALUE "------".
           05 FILLER PIC X(12) VALUE "---------".
           05 FILLER PIC X(7) VALUE "----".
           05 FILLER PIC X(12) VALUE "---------".
           05 FILLER PIC X(12) VALUE "---------".
           05 FILLER PIC X(9) VALUE "---------".
       01 WS-Prt-Week-Line.
           05 WS-Pw-Week PIC Z9.
           05 FILLER PIC X(3).
           05 WS-Pw-Start PIC 9(8).
           05 FILLER PIC X(3).
           05 WS-Pw-Weight PIC X(6) JUSTIFIED RIGHT.
           05 FILLER PIC X(3).
           05 WS-Pw-Change PIC X(6).
           05 FILLER PIC X(3).
           05 WS-Pw-Calories PIC X(9).
           05 FILLER PIC X(3).
           05 WS-Pw-Days PIC ZZZ9 BLANK WHEN ZERO.
           05 FILLER PIC X(3).
           05 WS-Pw-Goal PIC X(9).
           05 FILLER PIC X(3).
           05 WS-Pw-Burned PIC X(9).
           05 FILLER PIC X(3).
           05 WS-Pw-Net PIC X(9).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM 090-READ-ARCHIVES.
           PERFORM 100-READ-LOG.
           PERFORM 150-READ-WEIGHT-LOG.
           PERFORM 170-READ-EXERCISE-LOG.
           PERFORM 200-FOLD-DAYS-INTO-WEEKS.
           IF WS-Goal-Hist-File-OK
               CLOSE GOAL-HISTORY-FILE
           END-IF.
           PERFORM 300-PRINT-REPORT.
           STOP RUN.

                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UP-Daily-Goal TO WS-Profile-Goal
                       SET WS-Goal-Configured TO TRUE
               END-READ
               CLOSE USER-PROFILE-FILE
           END-IF.
           SET WS-Goal-Hist-File-OK TO FALSE.
           IF WS-Goal-Configured
               OPEN INPUT GOAL-HISTORY-FILE
               IF WS-Goal-Hist-Status = "00"
                   SET WS-Goal-Hist-File-OK TO TRUE
               END-IF
               MOVE WS-End-Date TO WS-Goal-Date
               PERFORM 085-FIND-GOAL-IN-FORCE
               MOVE WS-Goal-In-Force TO WS-Daily-Goal
           END-IF.

      *> The goal in force on a date is the one on the user's
      *> GOAL-HISTORY.DAT record with the latest effective date not
      *> after it; a user with no dated goals keeps the profile goal.
       085-FIND-GOAL-IN-FORCE.
           MOVE WS-Profile-Goal TO WS-Goal-In-Force.
           IF WS-Goal-Hist-File-OK
               MOVE WS-User-Filter TO GH-User-Id
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
                               IF GH-User-Id NOT = WS-User-Filter
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

      *> Closed months live in DLYLOG-CCYYMM.DAT archive files written
      *> by CalorieArchive; walk every month in the requested range
                       AT END
                           SET WS-Arch-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Prt-Read-Count
                           MOVE ARCH-Record TO DL-Record
                           IF DL-Date >= WS-Start-Date
                                   AND DL-Date <= WS-End-Date
                       AT END
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Prt-Read-Count
                           IF DL-Date >= WS-Start-Date
                                   AND DL-Date <= WS-End-Date
                                   AND DL-User-Id = WS-User-Filter
                       AT END
                           SET WS-Weight-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Prt-Read-Count
                           IF WL-Date >= WS-Start-Date
                                   AND WL-Date <= WS-End-Date
                                   AND WL-User-Id = WS-User-Filter
               END-IF
           END-IF.

      *> Calories burned go into the same weeks as the weigh-ins;
      *> a voided session comes back off.
       170-READ-EXERCISE-LOG.
           OPEN INPUT EXERCISE-LOG-FILE.
           IF WS-Exercise-Log-Status = "00"
               PERFORM UNTIL WS-Exer-EOF
                   READ EXERCISE-LOG-FILE
                       AT END
                           SET WS-Exer-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Prt-Read-Count
                           IF XL-Date >= WS-Start-Date
                                   AND XL-Date <= WS-End-Date
                                   AND XL-User-Id = WS-User-Filter
                               MOVE XL-Date TO WS-Week-Start-Date
                               PERFORM 160-FIND-WEEK
                               IF WS-Week-Number > 0
                                   PERFORM 175-ADD-BURN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXERCISE-LOG-FILE
           END-IF.

       175-ADD-BURN.
           IF XL-Entry-Type = "V"
               SUBTRACT XL-Burned
                       FROM WS-Wk-Burn-Sum (WS-Week-Number)
                   ON SIZE ERROR
                       CONTINUE
               END-SUBTRACT
           ELSE
               ADD XL-Burned TO WS-Wk-Burn-Sum (WS-Week-Number)
           END-IF.

       200-FOLD-DAYS-INTO-WEEKS.
           IF WS-Day-Count > 0
               PERFORM VARYING WS-Day-Idx FROM 1 BY 1
                       ADD WS-Day-Total (WS-Day-Idx)
                           TO WS-Wk-Cal-Sum (WS-Week-Number)
                       ADD 1 TO WS-Wk-Cal-Days (WS-Week-Number)
                       IF WS-Goal-Configured
                           MOVE WS-Day-Date (WS-Day-Idx)
                               TO WS-Goal-Date
                           PERFORM 085-FIND-GOAL-IN-FORCE
                           ADD WS-Goal-In-Force
                               TO WS-Wk-Goal-Sum (WS-Week-Number)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       300-PRINT-REPORT.
           PERFORM 800-OPEN-PRINT-FILE.
           DISPLAY " ".
           DISPLAY "Weight and Calorie Trend for " WS-User-Filter.
           DISPLAY WS-Start-Date " through " WS-End-Date.
           IF WS-Goal-Configured
               MOVE WS-Daily-Goal TO WS-Goal-Edit
               DISPLAY "Daily calorie goal: " WS-Goal-Edit
                   " (in force on " WS-End-Date ")"
           END-IF.
           DISPLAY "--------------------------------------------".
           IF WS-Week-Count = 0
               MOVE SPACES TO WS-Prt-Line
               STRING "No weigh-ins or calorie entries found for "
                       "this range."
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
           ELSE
               PERFORM VARYING WS-Week-Sub FROM 1 BY 1
                       UNTIL WS-Week-Sub > WS-Week-Count
                   PERFORM 310-PRINT-ONE-WEEK
               END-PERFORM
           END-IF.
           PERFORM 830-CLOSE-PRINT-FILE.

       310-PRINT-ONE-WEEK.
           COMPUTE WS-Work-Int =
           DISPLAY " ".
           DISPLAY "Week " WS-Week-Sub " beginning "
               WS-Week-Start-Date ":".
           MOVE SPACES TO WS-Prt-Week-Line.
           MOVE WS-Week-Sub TO WS-Pw-Week.
           MOVE WS-Week-Start-Date TO WS-Pw-Start.
           MOVE 0 TO WS-Pw-Days.
           IF WS-Wk-Weigh-Count (WS-Week-Sub) > 0
               COMPUTE WS-Avg-Weight ROUNDED =
                   WS-Wk-Weight-Sum (WS-Week-Sub)
                   / WS-Wk-Weigh-Count (WS-Week-Sub)
               MOVE WS-Avg-Weight TO WS-Weight-Edit
               MOVE WS-Weight-Edit TO WS-Pw-Weight
               IF WS-Prev-Weight-Set
                   COMPUTE WS-Weight-Delta =
                       WS-Avg-Weight - WS-Prev-Weight
                   MOVE WS-Weight-Delta TO WS-Delta-Edit
                   MOVE WS-Delta-Edit TO WS-Pw-Change
                   DISPLAY "  Average weight: " WS-Weight-Edit
                       " (" WS-Delta-Edit " vs prior week)"
               ELSE
                   WS-Wk-Cal-Sum (WS-Week-Sub)
                   / WS-Wk-Cal-Days (WS-Week-Sub)
               MOVE WS-Avg-Calories TO WS-Calorie-Edit
               MOVE WS-Calorie-Edit TO WS-Pw-Calories
               MOVE WS-Wk-Cal-Days (WS-Week-Sub) TO WS-Pw-Days
               DISPLAY "  Average daily calories: " WS-Calorie-Edit
                   " over " WS-Wk-Cal-Days (WS-Week-Sub)
                   " logged day(s)"
               IF WS-Goal-Configured
                   COMPUTE WS-Avg-Goal ROUNDED =
                       WS-Wk-Goal-Sum (WS-Week-Sub)
                       / WS-Wk-Cal-Days (WS-Week-Sub)
                   MOVE WS-Avg-Goal TO WS-Goal-Edit
                   MOVE WS-Goal-Edit TO WS-Pw-Goal
                   DISPLAY "  Average daily goal:     " WS-Goal-Edit
               END-IF
               PERFORM 320-PRINT-WEEK-BURN
           ELSE
               DISPLAY "  Average daily calories: no entries"
               IF WS-Wk-Burn-Sum (WS-Week-Sub) > 0
                   MOVE WS-Wk-Burn-Sum (WS-Week-Sub)
                       TO WS-Calorie-Edit
                   DISPLAY "  Exercise burned:        " WS-Calorie-Edit
                       " for the week"
               END-IF
           END-IF.
           MOVE WS-Prt-Week-Line TO WS-Prt-Line.
           PERFORM 810-PRINT-LINE.
           ADD 1 TO WS-Prt-Printed-Count.

      *> Burn is averaged over the same logged days as intake, so
      *> the two figures and the net between them line up.
       320-PRINT-WEEK-BURN.
           IF WS-Wk-Burn-Sum (WS-Week-Sub) > 0
               COMPUTE WS-Avg-Burned ROUNDED =
                   WS-Wk-Burn-Sum (WS-Week-Sub)
                   / WS-Wk-Cal-Days (WS-Week-Sub)
               IF WS-Avg-Burned > WS-Avg-Calories
                   MOVE 0 TO WS-Avg-Net
               ELSE
                   COMPUTE WS-Avg-Net =
                       WS-Avg-Calories - WS-Avg-Burned
               END-IF
               MOVE WS-Avg-Burned TO WS-Calorie-Edit
               MOVE WS-Calorie-Edit TO WS-Pw-Burned
               DISPLAY "  Average daily burned:   " WS-Calorie-Edit
               MOVE WS-Avg-Net TO WS-Calorie-Edit
               MOVE WS-Calorie-Edit TO WS-Pw-Net
               DISPLAY "  Average daily net:      " WS-Calorie-Edit
           ELSE
               DISPLAY "  Average daily burned:   no exercise"
           END-IF.

       800-OPEN-PRINT-FILE.
           ACCEPT WS-Prt-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Prt-Time-Raw FROM TIME.
           DIVIDE WS-Prt-Time-Raw BY 100 GIVING WS-Prt-Run-Time.
           MOVE SPACES TO WS-Prt-File-Name.
           STRING "WGHTTREND-" DELIMITED BY SIZE
                   WS-Prt-Run-Date DELIMITED BY SIZE
                   ".PRT" DELIMITED BY SIZE
               INTO WS-Prt-File-Name
           END-STRING.
           MOVE "WEIGHTTREND" TO WS-Prt-H1-Program.
           MOVE "Weight and Calorie Trend" TO WS-Prt-H1-Title.
           MOVE WS-Prt-Run-Date TO WS-Prt-H1-Date.
           MOVE WS-Prt-Run-HH TO WS-Prt-H1-HH.
           MOVE WS-Prt-Run-MM TO WS-Prt-H1-MM.
           MOVE WS-Prt-Run-SS TO WS-Prt-H1-SS.
           MOVE SPACES TO WS-Prt-Heading-2.
           IF WS-Goal-Configured
               MOVE WS-Daily-Goal TO WS-Goal-Edit
               STRING "Dates " WS-Start-Date " through " WS-End-Date
                       "   User: " WS-User-Filter
                       "   Daily goal: " WS-Goal-Edit
                       " (in force on " WS-End-Date ")"
                       DELIMITED BY SIZE
                   INTO WS-Prt-Heading-2
               END-STRING
           ELSE
               STRING "Dates " WS-Start-Date " through " WS-End-Date
                       "   User: " WS-User-Filter
                       DELIMITED BY SIZE
                   INTO WS-Prt-Heading-2
               END-STRING
           END-IF.
           MOVE WS-Prt-Week-Heading TO WS-Prt-Heading-3.
           MOVE WS-Prt-Week-Underline TO WS-Prt-Heading-4.
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
               STRING "Records read:      " WS-Prt-Count-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 810-PRINT-LINE
               MOVE WS-Prt-Printed-Count TO WS-Prt-Count-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Weeks printed:     " WS-Prt-Count-Edit
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
