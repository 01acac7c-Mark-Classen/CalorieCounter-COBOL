       IDENTIFICATION DIVISION.
       PROGRAM-ID. Watchlist.
      *> Nightly watchlist over every user: checks the log files for
      *> conditions nobody would otherwise see until they ran the
      *> right report, against thresholds from WATCH-CONTROL.DAT
      *> (general lines and per-user overrides, see WATCHCTL):
      *>   NOLOG     no food logged for N days
      *>   OVERGOAL  N OVER days in a row in DL-Goal-Status
      *>   NOWEIGH   no WEIGHT-LOG.DAT weigh-in for N weeks
      *>   EXCPEND   EXCEPTIONS.DAT records pending more than N days
      *>   UNCLOSED  logged days still not closed in
      *>             DAILY-SUMMARY.DAT N days later
      *> Users are everyone with a profile plus anyone found on the
      *> files.  The daily log is read together with last month's
      *> DLYLOG-CCYYMM.DAT archive, so the day-by-day checks look
      *> back up to 62 days.
      *> ALERTS.DAT keeps one record per user, alert type and date
      *> raised.  A condition with an open alert is not raised again;
      *> an open alert whose condition has cleared is marked cleared.
      *> The file is rebuilt through ALERTS.TMP each run, and a short
      *> summary of what changed goes to the console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-CONTROL-FILE ASSIGN TO "WATCH-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Alert-Status.
           SELECT WORK-FILE ASSIGN TO "ALERTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Status.
           SELECT DAILY-LOG-FILE ASSIGN TO "DAILY-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Daily-Log-Status.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-Archive-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAILY-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Summary-Status.
           SELECT WEIGHT-LOG-FILE ASSIGN TO "WEIGHT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Weight-Log-Status.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exception-Status.
           SELECT USER-PROFILE-FILE ASSIGN TO "USER-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-CONTROL-FILE.
           COPY WATCHCTL.

       FD  ALERT-FILE.
           COPY ALERTRC.

       FD  WORK-FILE.
       01  WORK-Record PIC X(150).

       FD  DAILY-LOG-FILE.
           COPY DLYLOGRC.

       FD  ARCHIVE-FILE.
       01  ARCH-Record PIC X(150).

       FD  DAY-SUMMARY-FILE.
           COPY DAYSUMRC.

       FD  WEIGHT-LOG-FILE.
           COPY WGHTLOG.

       FD  EXCEPTION-FILE.
           COPY EXCPTRC.

       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       WORKING-STORAGE SECTION.
       01 WS-Control-Status PIC XX.
       01 WS-Alert-Status PIC XX.
       01 WS-Work-Status PIC XX.
       01 WS-Daily-Log-Status PIC XX.
       01 WS-Archive-Status PIC XX.
       01 WS-Summary-Status PIC XX.
       01 WS-Weight-Log-Status PIC XX.
       01 WS-Exception-Status PIC XX.
       01 WS-Profile-Status PIC XX.
       01 WS-Archive-File-Name PIC X(64).
       01 WS-EOF-Flag PIC X VALUE "N".
           88 WS-EOF VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8).
       01 WS-Today-Int PIC S9(7).
       01 WS-Arch-Month PIC 9(6).
       01 WS-Arch-Month-R REDEFINES WS-Arch-Month.
           05 WS-Arch-Year PIC 9(4).
           05 WS-Arch-Mo PIC 9(2).

      *> Alert types in the order the checks run, each with its
      *> default threshold; a general line on WATCH-CONTROL.DAT
      *> replaces the default.
       01 WS-Type-Area.
           05 FILLER PIC X(11) VALUE "NOLOG   003".
           05 FILLER PIC X(11) VALUE "OVERGOAL005".
           05 FILLER PIC X(11) VALUE "NOWEIGH 002".
           05 FILLER PIC X(11) VALUE "EXCPEND 007".
           05 FILLER PIC X(11) VALUE "UNCLOSED002".
       01 WS-Type-Table REDEFINES WS-Type-Area.
           05 WS-Type-Entry OCCURS 5 TIMES.
               10 WS-Type-Code PIC X(8).
               10 WS-Type-Threshold PIC 9(3).
       01 WS-Type-Sub PIC 9(2).
       01 WS-Type-Found PIC 9(2).

      *> Per-user overrides from WATCH-CONTROL.DAT.
       01 WS-Ovr-Count PIC 9(2) VALUE 0.
       01 WS-Ovr-Sub PIC 9(2).
       01 WS-Ovr-Table.
           05 WS-Ovr-Entry OCCURS 50 TIMES.
               10 WS-Ovr-User PIC X(10).
               10 WS-Ovr-Type PIC 9(2).
               10 WS-Ovr-Threshold PIC 9(3).
       01 WS-Ctl-Type PIC X(8).
       01 WS-Ctl-User PIC X(10).
       01 WS-Ctl-Numeric PIC S9(5).
       01 WS-Numval-RC PIC S9(4) COMP.
       01 WS-Threshold PIC 9(3).

      *> One slot per user watched.  WS-Usr-Day holds the days in
      *> the look-back window, subscript 1 being today and 62 the
      *> day 61 days before it: the goal status of the day's last
      *> log record, whether anything was logged and whether the
      *> day's latest summary record says closed.  WS-Usr-Alert
      *> holds this run's finding for each alert type.
       01 WS-User-Count PIC 9(2) VALUE 0.
       01 WS-Cur-User PIC 9(2) VALUE 0.
       01 WS-User-Sub PIC 9(2).
       01 WS-Find-User PIC X(10).
       01 WS-User-Table.
           05 WS-Usr-Entry OCCURS 50 TIMES.
               10 WS-Usr-Id PIC X(10).
               10 WS-Usr-Last-Log PIC 9(8).
               10 WS-Usr-Last-Weigh PIC 9(8).
               10 WS-Usr-Exc-Count PIC 9(5).
               10 WS-Usr-Exc-Oldest PIC 9(8).
               10 WS-Usr-Day OCCURS 62 TIMES.
                   15 WS-Usr-Day-Status PIC X(5).
                   15 WS-Usr-Day-Logged PIC X.
                   15 WS-Usr-Day-Closed PIC X.
               10 WS-Usr-Alert OCCURS 5 TIMES.
                   15 WS-Usr-Hit PIC X.
                   15 WS-Usr-Open PIC X.
                   15 WS-Usr-Value PIC 9(5).
                   15 WS-Usr-Since PIC 9(8).
                   15 WS-Usr-Threshold PIC 9(3).
       01 WS-User-Table-Full-Flag PIC X VALUE "N".
           88 WS-User-Table-Full VALUE "Y" FALSE "N".

       01 WS-Rec-Date PIC 9(8).
       01 WS-Rec-Offset PIC S9(7).
       01 WS-Day-Sub PIC 9(2).
       01 WS-Day-Sub2 PIC 9(2).
       01 WS-In-Window-Flag PIC X VALUE "N".
           88 WS-In-Window VALUE "Y" FALSE "N".
       01 WS-Days-Since PIC S9(7).
       01 WS-Streak-Count PIC 9(5).
       01 WS-Streak-End-Flag PIC X VALUE "N".
           88 WS-Streak-End VALUE "Y" FALSE "N".
       01 WS-Work-Int PIC S9(7).

       01 WS-Count-Edit PIC ZZZZ9.
       01 WS-Users-Checked PIC 9(5) VALUE 0.
       01 WS-Raised-Count PIC 9(5) VALUE 0.
       01 WS-Still-Open-Count PIC 9(5) VALUE 0.
       01 WS-Cleared-Count PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-Today) TO WS-Today-Int.
           PERFORM 040-CHECK-PRIOR-RUN.
           PERFORM 100-LOAD-CONTROL.
           PERFORM 110-LOAD-PROFILES.
           PERFORM 200-SCAN-DAILY-LOGS.
           PERFORM 230-SCAN-SUMMARIES.
           PERFORM 240-SCAN-WEIGHTS.
           PERFORM 250-SCAN-EXCEPTIONS.
           PERFORM VARYING WS-Cur-User FROM 1 BY 1
                   UNTIL WS-Cur-User > WS-User-Count
               PERFORM 300-EVALUATE-USER
           END-PERFORM.
           PERFORM 400-UPDATE-ALERTS.
           PERFORM 700-DISPLAY-SUMMARY.
           STOP RUN.

      *> A leftover ALERTS.TMP means a prior run died while
      *> rebuilding ALERTS.DAT, which may now be partial; the TMP
      *> holds the only full copy, so refuse until it is recovered.
       040-CHECK-PRIOR-RUN.
           OPEN INPUT WORK-FILE.
           IF WS-Work-Status = "00"
               CLOSE WORK-FILE
               DISPLAY "ALERTS.TMP is left over from a prior run "
                   "that did not finish; ALERTS.DAT may be "
                   "incomplete."
               DISPLAY "Recover the alerts from ALERTS.TMP before "
                   "running the watchlist again."
               STOP RUN
           END-IF.

       100-LOAD-CONTROL.
           OPEN INPUT WATCH-CONTROL-FILE.
           IF WS-Control-Status NOT = "00"
               DISPLAY "No WATCH-CONTROL.DAT found; using the "
                   "default thresholds."
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ WATCH-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WC-Record NOT = SPACES
                                   AND WC-Alert-Type (1:1) NOT = "*"
                               PERFORM 105-APPLY-CONTROL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-CONTROL-FILE
           END-IF.

       105-APPLY-CONTROL-LINE.
           MOVE FUNCTION UPPER-CASE(WC-Alert-Type) TO WS-Ctl-Type.
           MOVE FUNCTION UPPER-CASE(WC-User-Id) TO WS-Ctl-User.
           MOVE 0 TO WS-Type-Found.
           PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                   UNTIL WS-Type-Sub > 5
               IF WS-Type-Code (WS-Type-Sub) = WS-Ctl-Type
                   MOVE WS-Type-Sub TO WS-Type-Found
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-Numval-RC.
           IF WC-Threshold-Text NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WC-Threshold-Text)
                   TO WS-Numval-RC
           END-IF.
           IF WS-Numval-RC = 0
               MOVE FUNCTION NUMVAL(WC-Threshold-Text)
                   TO WS-Ctl-Numeric
               IF WS-Ctl-Numeric < 0 OR WS-Ctl-Numeric > 999
                   MOVE 1 TO WS-Numval-RC
               END-IF
           END-IF.
           IF WS-Type-Found = 0
               DISPLAY "WATCH-CONTROL.DAT: unknown alert type "
                   WS-Ctl-Type "; line ignored."
           ELSE
               IF WS-Numval-RC NOT = 0
                   DISPLAY "WATCH-CONTROL.DAT: threshold for "
                       WS-Ctl-Type " is not a whole number 0-999; "
                       "line ignored."
               ELSE
                   IF WS-Ctl-User = SPACES
                       MOVE WS-Ctl-Numeric
                           TO WS-Type-Threshold (WS-Type-Found)
                   ELSE
                       IF WS-Ovr-Count < 50
                           ADD 1 TO WS-Ovr-Count
                           MOVE WS-Ctl-User
                               TO WS-Ovr-User (WS-Ovr-Count)
                           MOVE WS-Type-Found
                               TO WS-Ovr-Type (WS-Ovr-Count)
                           MOVE WS-Ctl-Numeric
                               TO WS-Ovr-Threshold (WS-Ovr-Count)
                       ELSE
                           DISPLAY "WATCH-CONTROL.DAT: more than 50 "
                               "user lines; " WS-Ctl-User " "
                               WS-Ctl-Type " ignored."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       110-LOAD-PROFILES.
           OPEN INPUT USER-PROFILE-FILE.
           IF WS-Profile-Status NOT = "00"
               DISPLAY "No USER-PROFILE.DAT found; watching the "
                   "users found on the log files."
           ELSE
               MOVE LOW-VALUES TO UP-User-Id
               START USER-PROFILE-FILE
                       KEY IS NOT LESS THAN UP-User-Id
                   INVALID KEY
                       MOVE "10" TO WS-Profile-Status
               END-START
               PERFORM UNTIL WS-Profile-Status NOT = "00"
                   READ USER-PROFILE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-Profile-Status
                       NOT AT END
                           MOVE UP-User-Id TO WS-Find-User
                           PERFORM 150-FIND-OR-ADD-USER
                   END-READ
               END-PERFORM
               CLOSE USER-PROFILE-FILE
           END-IF.

       150-FIND-OR-ADD-USER.
           PERFORM 155-FIND-USER.
           IF WS-Cur-User = 0 AND WS-Find-User NOT = SPACES
               IF WS-User-Count < 50
                   ADD 1 TO WS-User-Count
                   MOVE WS-User-Count TO WS-Cur-User
                   INITIALIZE WS-Usr-Entry (WS-Cur-User)
                   MOVE WS-Find-User TO WS-Usr-Id (WS-Cur-User)
               ELSE
                   IF NOT WS-User-Table-Full
                       SET WS-User-Table-Full TO TRUE
                       DISPLAY "Warning: more than 50 users; users "
                           "past that point are not watched."
                   END-IF
               END-IF
           END-IF.

       155-FIND-USER.
           MOVE 0 TO WS-Cur-User.
           IF WS-Find-User NOT = SPACES AND WS-User-Count > 0
               PERFORM VARYING WS-User-Sub FROM 1 BY 1
                       UNTIL WS-User-Sub > WS-User-Count
                       OR WS-Cur-User > 0
                   IF WS-Usr-Id (WS-User-Sub) = WS-Find-User
                       MOVE WS-User-Sub TO WS-Cur-User
                   END-IF
               END-PERFORM
           END-IF.

      *> Where WS-Rec-Date falls in the look-back window: WS-Day-Sub
      *> 1 is today, 62 the oldest day kept.
       160-DATE-OFFSET.
           SET WS-In-Window TO FALSE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Rec-Date) = 0
               COMPUTE WS-Rec-Offset = WS-Today-Int
                   - FUNCTION INTEGER-OF-DATE(WS-Rec-Date)
               IF WS-Rec-Offset >= 0 AND WS-Rec-Offset <= 61
                   COMPUTE WS-Day-Sub = WS-Rec-Offset + 1
                   SET WS-In-Window TO TRUE
               END-IF
           END-IF.

      *> The threshold in force for user WS-Cur-User and alert type
      *> WS-Type-Sub: the user's own line if there is one, otherwise
      *> the general one.
       170-GET-THRESHOLD.
           MOVE WS-Type-Threshold (WS-Type-Sub) TO WS-Threshold.
           IF WS-Ovr-Count > 0
               PERFORM VARYING WS-Ovr-Sub FROM 1 BY 1
                       UNTIL WS-Ovr-Sub > WS-Ovr-Count
                   IF WS-Ovr-User (WS-Ovr-Sub) = WS-Usr-Id (WS-Cur-User)
                           AND WS-Ovr-Type (WS-Ovr-Sub) = WS-Type-Sub
                       MOVE WS-Ovr-Threshold (WS-Ovr-Sub)
                           TO WS-Threshold
                   END-IF
               END-PERFORM
           END-IF.

      *> Last month's archive first, then the live log, so the last
      *> record read for a day is the latest posted.
       200-SCAN-DAILY-LOGS.
           DIVIDE WS-Today BY 100 GIVING WS-Arch-Month.
           IF WS-Arch-Mo = 1
               SUBTRACT 1 FROM WS-Arch-Year
               MOVE 12 TO WS-Arch-Mo
           ELSE
               SUBTRACT 1 FROM WS-Arch-Mo
           END-IF.
           MOVE SPACES TO WS-Archive-File-Name.
           STRING "DLYLOG-" DELIMITED BY SIZE
                   WS-Arch-Month DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-Archive-File-Name
           END-STRING.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-Archive-Status = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ARCH-Record TO DL-Record
                           PERFORM 210-TAKE-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           OPEN INPUT DAILY-LOG-FILE.
           IF WS-Daily-Log-Status = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ DAILY-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 210-TAKE-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE DAILY-LOG-FILE
           END-IF.

       210-TAKE-LOG-RECORD.
           MOVE DL-User-Id TO WS-Find-User.
           PERFORM 150-FIND-OR-ADD-USER.
           IF WS-Cur-User > 0
               IF DL-Entry-Type NOT = "V"
                       AND DL-Date > WS-Usr-Last-Log (WS-Cur-User)
                   MOVE DL-Date TO WS-Usr-Last-Log (WS-Cur-User)
               END-IF
               MOVE DL-Date TO WS-Rec-Date
               PERFORM 160-DATE-OFFSET
               IF WS-In-Window
                   MOVE "Y"
                       TO WS-Usr-Day-Logged (WS-Cur-User, WS-Day-Sub)
                   MOVE DL-Goal-Status
                       TO WS-Usr-Day-Status (WS-Cur-User, WS-Day-Sub)
               END-IF
           END-IF.

      *> The last summary record for a user and date says whether
      *> the day is closed now ("C") or was reopened ("O").
       230-SCAN-SUMMARIES.
           OPEN INPUT DAY-SUMMARY-FILE.
           IF WS-Summary-Status = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ DAY-SUMMARY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 235-TAKE-SUMMARY
                   END-READ
               END-PERFORM
               CLOSE DAY-SUMMARY-FILE
           END-IF.

       235-TAKE-SUMMARY.
           MOVE DS-User-Id TO WS-Find-User.
           PERFORM 150-FIND-OR-ADD-USER.
           IF WS-Cur-User > 0
               MOVE DS-Date TO WS-Rec-Date
               PERFORM 160-DATE-OFFSET
               IF WS-In-Window
                   IF DS-Status = "C"
                       MOVE "Y" TO
                           WS-Usr-Day-Closed (WS-Cur-User, WS-Day-Sub)
                   ELSE
                       MOVE "N" TO
                           WS-Usr-Day-Closed (WS-Cur-User, WS-Day-Sub)
                   END-IF
               END-IF
           END-IF.

       240-SCAN-WEIGHTS.
           OPEN INPUT WEIGHT-LOG-FILE.
           IF WS-Weight-Log-Status = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ WEIGHT-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE WL-User-Id TO WS-Find-User
                           PERFORM 150-FIND-OR-ADD-USER
                           IF WS-Cur-User > 0 AND WL-Date
                                   > WS-Usr-Last-Weigh (WS-Cur-User)
                               MOVE WL-Date
                                   TO WS-Usr-Last-Weigh (WS-Cur-User)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WEIGHT-LOG-FILE
           END-IF.

      *> Pending exceptions ("P", or a space on records older than
      *> the status byte) older than the user's EXCPEND threshold.
       250-SCAN-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-Exception-Status = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ EXCEPTION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF EX-Status = "P" OR EX-Status = SPACE
                               PERFORM 255-TAKE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       255-TAKE-EXCEPTION.
           MOVE EX-User-Id TO WS-Find-User.
           PERFORM 150-FIND-OR-ADD-USER.
           IF WS-Cur-User > 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(EX-Date) = 0
               MOVE 4 TO WS-Type-Sub
               PERFORM 170-GET-THRESHOLD
               COMPUTE WS-Days-Since = WS-Today-Int
                   - FUNCTION INTEGER-OF-DATE(EX-Date)
               IF WS-Threshold > 0 AND WS-Days-Since > WS-Threshold
                   ADD 1 TO WS-Usr-Exc-Count (WS-Cur-User)
                   IF WS-Usr-Exc-Oldest (WS-Cur-User) = 0
                           OR EX-Date < WS-Usr-Exc-Oldest (WS-Cur-User)
                       MOVE EX-Date TO WS-Usr-Exc-Oldest (WS-Cur-User)
                   END-IF
               END-IF
           END-IF.

       300-EVALUATE-USER.
           ADD 1 TO WS-Users-Checked.
           PERFORM 310-CHECK-NOLOG.
           PERFORM 320-CHECK-OVERGOAL.
           PERFORM 330-CHECK-NOWEIGH.
           PERFORM 340-CHECK-EXCPEND.
           PERFORM 350-CHECK-UNCLOSED.

      *> Each check leaves WS-Usr-Hit "Y" for its type when the
      *> condition holds, with the value and since-date to report.
       305-SET-FINDING.
           MOVE WS-Threshold
               TO WS-Usr-Threshold (WS-Cur-User, WS-Type-Sub).
           MOVE "N" TO WS-Usr-Hit (WS-Cur-User, WS-Type-Sub).
           MOVE 0 TO WS-Usr-Value (WS-Cur-User, WS-Type-Sub).
           MOVE 0 TO WS-Usr-Since (WS-Cur-User, WS-Type-Sub).

       310-CHECK-NOLOG.
           MOVE 1 TO WS-Type-Sub.
           PERFORM 170-GET-THRESHOLD.
           PERFORM 305-SET-FINDING.
           IF WS-Threshold > 0
               IF WS-Usr-Last-Log (WS-Cur-User) = 0
                   MOVE "Y" TO WS-Usr-Hit (WS-Cur-User, WS-Type-Sub)
               ELSE
                   COMPUTE WS-Days-Since = WS-Today-Int
                       - FUNCTION INTEGER-OF-DATE
                           (WS-Usr-Last-Log (WS-Cur-User))
                   IF WS-Days-Since >= WS-Threshold
                       MOVE "Y"
                           TO WS-Usr-Hit (WS-Cur-User, WS-Type-Sub)
                       MOVE WS-Days-Since
                           TO WS-Usr-Value (WS-Cur-User, WS-Type-Sub)
                       MOVE WS-Usr-Last-Log (WS-Cur-User)
                           TO WS-Usr-Since (WS-Cur-User, WS-Type-Sub)
                   END-IF
               END-IF
           END-IF.

      *> The run of OVER days counts back from the latest day the
      *> user logged anything; a day with nothing logged, or not
      *> OVER, ends it.
       320-CHECK-OVERGOAL.
           MOVE 2 TO WS-Type-Sub.
           PERFORM 170-GET-THRESHOLD.
           PERFORM 305-SET-FINDING.
           IF WS-Threshold > 0
               MOVE 0 TO WS-Day-Sub
               PERFORM VARYING WS-Day-Sub2 FROM 1 BY 1
                       UNTIL WS-Day-Sub2 > 62 OR WS-Day-Sub > 0
                   IF WS-Usr-Day-Logged (WS-Cur-User, WS-Day-Sub2)
                           = "Y"
                       MOVE WS-Day-Sub2 TO WS-Day-Sub
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-Streak-Count
               SET WS-Streak-End TO FALSE
               IF WS-Day-Sub > 0
                   PERFORM VARYING WS-Day-Sub2 FROM WS-Day-Sub BY 1
                           UNTIL WS-Day-Sub2 > 62 OR WS-Streak-End
                       IF WS-Usr-Day-Logged (WS-Cur-User, WS-Day-Sub2)
                               = "Y"
                               AND WS-Usr-Day-Status
                                   (WS-Cur-User, WS-Day-Sub2) = "OVER"
                           ADD 1 TO WS-Streak-Count
                       ELSE
                           SET WS-Streak-End TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-Streak-Count > 0
                       AND WS-Streak-Count >= WS-Threshold
                   MOVE "Y" TO WS-Usr-Hit (WS-Cur-User, WS-Type-Sub)
                   MOVE WS-Streak-Count
                       TO WS-Usr-Value (WS-Cur-User, WS-Type-Sub)
                   COMPUTE WS-Work-Int = WS-Today-Int
                       - (WS-Day-Sub + WS-Streak-Count - 2)
                   MOVE FUNCTION DATE-OF-INTEGER(WS-Work-Int)
                       TO WS-Usr-Since (WS-Cur-User, WS-Type-Sub)
               END-IF
           END-IF.

       330-CHECK-NOWEIGH.
           MOVE 3 TO WS-Type-Sub.
           PERFORM 170-GET-THRESHOLD.
           PERFORM 305-SET-FINDING.
           IF WS-Threshold > 0
               IF WS-Usr-Last-Weigh (WS-Cur-User) = 0
                   MOVE "Y" TO WS-Usr-Hit (WS-Cur-User, WS-Type-Sub)
               ELSE
                   COMPUTE WS-Days-Since = WS-Today-Int
                       - FUNCTION INTEGER-OF-DATE
                           (WS-Usr-Last-Weigh (WS-Cur-User))
                   IF WS-Days-Since >= WS-Threshold * 7
                       MOVE "Y"
                           TO WS-Usr-Hit (WS-Cur-User, WS-Type-Sub)
                       DIVIDE WS-Days-Since BY 7 GIVING
                           WS-Usr-Value (WS-Cur-User, WS-Type-Sub)
                       MOVE WS-Usr-Last-Weigh (WS-Cur-User)
                           TO WS-Usr-Since (WS-Cur-User, WS-Type-Sub)
                   END-IF
               END-IF
           END-IF.

      *> The pending exceptions past the threshold were counted
      *> while EXCEPTIONS.DAT was read.
       340-CHECK-EXCPEND.
           MOVE 4 TO WS-Type-Sub.
           PERFORM 170-GET-THRESHOLD.
           PERFORM 305-SET-FINDING.
           IF WS-Threshold > 0 AND WS-Usr-Exc-Count (WS-Cur-User) > 0
               MOVE "Y" TO WS-Usr-Hit (WS-Cur-User, WS-Type-Sub)
               MOVE WS-Usr-Exc-Count (WS-Cur-User)
                   TO WS-Usr-Value (WS-Cur-User, WS-Type-Sub)
               MOVE WS-Usr-Exc-Oldest (WS-Cur-User)
                   TO WS-Usr-Since (WS-Cur-User, WS-Type-Sub)
           END-IF.

      *> A logged day at least the threshold's days old whose latest
      *> summary record does not say closed.
       350-CHECK-UNCLOSED.
           MOVE 5 TO WS-Type-Sub.
           PERFORM 170-GET-THRESHOLD.
           PERFORM 305-SET-FINDING.
           IF WS-Threshold > 0 AND WS-Threshold < 62
               MOVE 0 TO WS-Streak-Count
               MOVE 0 TO WS-Day-Sub
               COMPUTE WS-Day-Sub2 = WS-Threshold + 1
               PERFORM VARYING WS-Day-Sub2 FROM WS-Day-Sub2 BY 1
                       UNTIL WS-Day-Sub2 > 62
                   IF WS-Usr-Day-Logged (WS-Cur-User, WS-Day-Sub2)
                           = "Y"
                           AND WS-Usr-Day-Closed
                               (WS-Cur-User, WS-Day-Sub2) NOT = "Y"
                       ADD 1 TO WS-Streak-Count
                       MOVE WS-Day-Sub2 TO WS-Day-Sub
                   END-IF
               END-PERFORM
               IF WS-Streak-Count > 0
                   MOVE "Y" TO WS-Usr-Hit (WS-Cur-User, WS-Type-Sub)
                   MOVE WS-Streak-Count
                       TO WS-Usr-Value (WS-Cur-User, WS-Type-Sub)
                   COMPUTE WS-Work-Int = WS-Today-Int - WS-Day-Sub + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-Work-Int)
                       TO WS-Usr-Since (WS-Cur-User, WS-Type-Sub)
               END-IF
           END-IF.

      *> Rebuild ALERTS.DAT through ALERTS.TMP: every record is
      *> carried over, open alerts whose condition has gone are
      *> marked cleared, and conditions with no open alert are added.
       400-UPDATE-ALERTS.
           OPEN OUTPUT WORK-FILE.
           OPEN INPUT ALERT-FILE.
           IF WS-Alert-Status = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ALERT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 410-CARRY-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.
           PERFORM VARYING WS-Cur-User FROM 1 BY 1
                   UNTIL WS-Cur-User > WS-User-Count
               PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                       UNTIL WS-Type-Sub > 5
                   IF WS-Usr-Hit (WS-Cur-User, WS-Type-Sub) = "Y"
                           AND WS-Usr-Open (WS-Cur-User, WS-Type-Sub)
                               NOT = "Y"
                       PERFORM 420-RAISE-ALERT
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE WORK-FILE.
           PERFORM 430-REPLACE-ALERT-FILE.

       410-CARRY-ALERT.
           IF AL-Status = "O"
               MOVE AL-User-Id TO WS-Find-User
               PERFORM 155-FIND-USER
               MOVE 0 TO WS-Type-Found
               PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                       UNTIL WS-Type-Sub > 5
                   IF WS-Type-Code (WS-Type-Sub) = AL-Alert-Type
                       MOVE WS-Type-Sub TO WS-Type-Found
                   END-IF
               END-PERFORM
               IF WS-Cur-User > 0 AND WS-Type-Found > 0
                   IF WS-Usr-Hit (WS-Cur-User, WS-Type-Found) = "Y"
                       MOVE "Y"
                           TO WS-Usr-Open (WS-Cur-User, WS-Type-Found)
                       ADD 1 TO WS-Still-Open-Count
                   ELSE
                       MOVE "C" TO AL-Status
                       MOVE WS-Today TO AL-Cleared-Date
                       ADD 1 TO WS-Cleared-Count
                       DISPLAY "Cleared: " AL-User-Id " "
                           AL-Alert-Type " raised " AL-Raised-Date
                   END-IF
               END-IF
           END-IF.
           WRITE WORK-Record FROM AL-Record.

       420-RAISE-ALERT.
           MOVE WS-Usr-Id (WS-Cur-User) TO AL-User-Id.
           MOVE WS-Type-Code (WS-Type-Sub) TO AL-Alert-Type.
           MOVE WS-Today TO AL-Raised-Date.
           MOVE "O" TO AL-Status.
           MOVE 0 TO AL-Cleared-Date.
           MOVE WS-Usr-Since (WS-Cur-User, WS-Type-Sub)
               TO AL-Since-Date.
           MOVE WS-Usr-Value (WS-Cur-User, WS-Type-Sub) TO AL-Value.
           MOVE WS-Usr-Threshold (WS-Cur-User, WS-Type-Sub)
               TO AL-Threshold.
           PERFORM 425-BUILD-MESSAGE.
           WRITE WORK-Record FROM AL-Record.
           ADD 1 TO WS-Raised-Count.
           DISPLAY "New alert: " AL-User-Id " " AL-Alert-Type " "
               FUNCTION TRIM(AL-Message).

       425-BUILD-MESSAGE.
           MOVE SPACES TO AL-Message.
           MOVE AL-Value TO WS-Count-Edit.
           EVALUATE AL-Alert-Type
               WHEN "NOLOG"
                   IF AL-Since-Date = 0
                       MOVE "No food logged this month or last"
                           TO AL-Message
                   ELSE
                       STRING "No food logged for " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-Count-Edit)
                                   DELIMITED BY SIZE
                               " days, last " DELIMITED BY SIZE
                               AL-Since-Date DELIMITED BY SIZE
                           INTO AL-Message
                       END-STRING
                   END-IF
               WHEN "OVERGOAL"
                   STRING FUNCTION TRIM(WS-Count-Edit)
                               DELIMITED BY SIZE
                           " OVER days in a row from "
                               DELIMITED BY SIZE
                           AL-Since-Date DELIMITED BY SIZE
                       INTO AL-Message
                   END-STRING
               WHEN "NOWEIGH"
                   IF AL-Since-Date = 0
                       MOVE "No weigh-in on file" TO AL-Message
                   ELSE
                       STRING FUNCTION TRIM(WS-Count-Edit)
                                   DELIMITED BY SIZE
                               " weeks since weigh-in on "
                                   DELIMITED BY SIZE
                               AL-Since-Date DELIMITED BY SIZE
                           INTO AL-Message
                       END-STRING
                   END-IF
               WHEN "EXCPEND"
                   STRING FUNCTION TRIM(WS-Count-Edit)
                               DELIMITED BY SIZE
                           " exceptions pending, oldest "
                               DELIMITED BY SIZE
                           AL-Since-Date DELIMITED BY SIZE
                       INTO AL-Message
                   END-STRING
               WHEN "UNCLOSED"
                   STRING FUNCTION TRIM(WS-Count-Edit)
                               DELIMITED BY SIZE
                           " logged days not closed, oldest "
                               DELIMITED BY SIZE
                           AL-Since-Date DELIMITED BY SIZE
                       INTO AL-Message
                   END-STRING
           END-EVALUATE.

       430-REPLACE-ALERT-FILE.
           OPEN OUTPUT ALERT-FILE.
           OPEN INPUT WORK-FILE.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE AL-Record FROM WORK-Record
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE ALERT-FILE.
           DELETE FILE WORK-FILE.

       700-DISPLAY-SUMMARY.
           DISPLAY "Watchlist run for " WS-Today ":".
           MOVE WS-Users-Checked TO WS-Count-Edit.
           DISPLAY "  Users checked:    " WS-Count-Edit.
           MOVE WS-Raised-Count TO WS-Count-Edit.
           DISPLAY "  New alerts:       " WS-Count-Edit.
           MOVE WS-Still-Open-Count TO WS-Count-Edit.
           DISPLAY "  Still open:       " WS-Count-Edit.
           MOVE WS-Cleared-Count TO WS-Count-Edit.
           DISPLAY "  Cleared:          " WS-Count-Edit.
           IF WS-Raised-Count = 0 AND WS-Still-Open-Count = 0
               DISPLAY "  Nothing on the watchlist."
           END-IF.
