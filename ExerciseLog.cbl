       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExerciseLog.
      *> Captures exercise sessions on EXERCISE-LOG.DAT the way
      *> WeightLog captures weigh-ins.  For an activity on
      *> ACTIVITY-MASTER.DAT the calories burned are worked out as
      *> burn rate x weight x minutes, using the user's latest
      *> WEIGHT-LOG.DAT weigh-in on or before the session date; the
      *> operator may key a different figure (a watch or machine
      *> reading), and must key one when the activity is not on the
      *> master or there is no weigh-in to work from.  A mistaken
      *> session is voided by a "V" record repeating it.  Sessions
      *> count toward the day DayClose summarises, so a closed day
      *> takes no new sessions or voids until it is reopened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXERCISE-LOG-FILE ASSIGN TO "EXERCISE-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exercise-Log-Status.
           SELECT ACTIVITY-MASTER-FILE ASSIGN TO "ACTIVITY-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-Activity-Name
               FILE STATUS IS WS-Activity-Status.
           SELECT WEIGHT-LOG-FILE ASSIGN TO "WEIGHT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Weight-Log-Status.
           SELECT USER-PROFILE-FILE ASSIGN TO "USER-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAILY-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Summary-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  EXERCISE-LOG-FILE.
           COPY EXERLOG.

       FD  ACTIVITY-MASTER-FILE.
           COPY ACTVMAST.

       FD  WEIGHT-LOG-FILE.
           COPY WGHTLOG.

       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       FD  DAY-SUMMARY-FILE.
           COPY DAYSUMRC.

       WORKING-STORAGE SECTION.
       01 WS-Exercise-Log-Status PIC XX.
       01 WS-Activity-Status PIC XX.
       01 WS-Activity-File-OK-Flag PIC X VALUE "N".
           88 WS-Activity-File-OK VALUE "Y" FALSE "N".
       01 WS-Weight-Log-Status PIC XX.
       01 WS-Profile-Status PIC XX.
       01 WS-Profile-File-OK-Flag PIC X VALUE "N".
           88 WS-Profile-File-OK VALUE "Y" FALSE "N".
       01 WS-Summary-Status PIC XX.

       01 WS-Menu-Choice PIC X.
       01 WS-Done-Flag PIC X VALUE "N".
           88 WS-Done VALUE "Y".

       01 WS-Today PIC 9(8).
       01 WS-User-Id PIC X(10).
       01 WS-Entry-Date PIC 9(8).
       01 WS-Date-Input PIC X(8).
       01 WS-Date-Numval-RC PIC S9(4) COMP.
       01 WS-Date-Valid-Flag PIC X VALUE "N".
           88 WS-Date-Valid VALUE "Y" FALSE "N".

       01 WS-Activity-Name PIC X(30).
       01 WS-Activity-Found-Flag PIC X VALUE "N".
           88 WS-Activity-Found VALUE "Y" FALSE "N".
       01 WS-Burn-Rate PIC 9(2)V9(4).

       01 WS-Number-Input PIC X(8).
       01 WS-Number-Numeric PIC S9(6)V99.
       01 WS-Numval-RC PIC S9(4) COMP.
       01 WS-Minutes PIC 9(3).
       01 WS-Minutes-Valid-Flag PIC X VALUE "N".
           88 WS-Minutes-Valid VALUE "Y" FALSE "N".
       01 WS-Burned PIC 9(5)V99.
       01 WS-Burn-Overflow-Flag PIC X VALUE "N".
           88 WS-Burn-Overflow VALUE "Y" FALSE "N".
       01 WS-Burned-Valid-Flag PIC X VALUE "N".
           88 WS-Burned-Valid VALUE "Y" FALSE "N".
       01 WS-Burn-Source PIC X.
       01 WS-Entry-Weight PIC 9(3)V9.

       01 WS-Log-EOF-Flag PIC X VALUE "N".
           88 WS-Log-EOF VALUE "Y" FALSE "N".
       01 WS-Summary-EOF-Flag PIC X VALUE "N".
           88 WS-Summary-EOF VALUE "Y" FALSE "N".
       01 WS-Day-Closed-Flag PIC X VALUE "N".
           88 WS-Day-Closed VALUE "Y" FALSE "N".
       01 WS-Weigh-In-Found-Flag PIC X VALUE "N".
           88 WS-Weigh-In-Found VALUE "Y" FALSE "N".
       01 WS-Weigh-In-Date PIC 9(8).
       01 WS-Weigh-In-Weight PIC 9(3)V9.

      *> The day's sessions still standing for one user, for a void:
      *> each "V" record cancels the first matching session left.
       01 WS-Session-Count PIC 9(2) VALUE 0.
       01 WS-Session-Sub PIC 9(2).
       01 WS-Session-Match PIC 9(2).
       01 WS-Session-Table.
           05 WS-Session-Entry OCCURS 50 TIMES.
               10 WS-Ses-Activity PIC X(30).
               10 WS-Ses-Minutes PIC 9(3).
               10 WS-Ses-Weight PIC 9(3)V9.
               10 WS-Ses-Burned PIC 9(5)V99.
               10 WS-Ses-Source PIC X.
               10 WS-Ses-Live-Flag PIC X.
       01 WS-Session-Table-Full-Flag PIC X VALUE "N".
           88 WS-Session-Table-Full VALUE "Y" FALSE "N".
       01 WS-Live-Count PIC 9(2).
       01 WS-Choice-Input PIC X(2).
       01 WS-Choice PIC 9(2).

       01 WS-Confirm-Response PIC X.
       01 WS-List-Count PIC 9(4).
       01 WS-Total-Burned PIC 9(7)V99.
       01 WS-Weight-Edit PIC ZZ9.9.
       01 WS-Rate-Edit PIC Z9.9999.
       01 WS-Burned-Edit PIC ZZZZ9.99.
       01 WS-Total-Edit PIC ZZZZZZ9.99.
       01 WS-Minutes-Edit PIC ZZ9.
       01 WS-Choice-Edit PIC Z9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           PERFORM 101-OPEN-MASTER-FILES.
           PERFORM UNTIL WS-Done
               PERFORM 200-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN "1" PERFORM 300-RECORD-SESSION
                   WHEN "2" PERFORM 400-LIST-SESSIONS
                   WHEN "3" PERFORM 500-VOID-SESSION
                   WHEN "4" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Please choose 1, 2, 3 or 4."
               END-EVALUATE
           END-PERFORM.
           IF WS-Profile-File-OK
               CLOSE USER-PROFILE-FILE
           END-IF.
           IF WS-Activity-File-OK
               CLOSE ACTIVITY-MASTER-FILE
           END-IF.
           STOP RUN.

       101-OPEN-MASTER-FILES.
           SET WS-Profile-File-OK TO FALSE.
           OPEN INPUT USER-PROFILE-FILE.
           IF WS-Profile-Status = "00"
               SET WS-Profile-File-OK TO TRUE
           ELSE
               DISPLAY "No USER-PROFILE.DAT found; user ids cannot "
                   "be checked."
           END-IF.
           SET WS-Activity-File-OK TO FALSE.
           OPEN INPUT ACTIVITY-MASTER-FILE.
           IF WS-Activity-Status = "00"
               SET WS-Activity-File-OK TO TRUE
           ELSE
               DISPLAY "No ACTIVITY-MASTER.DAT found; calories "
                   "burned must be keyed for every session."
           END-IF.

       200-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "Exercise Log".
           DISPLAY "1. Record an exercise session".
           DISPLAY "2. List sessions for a user".
           DISPLAY "3. Void a session".
           DISPLAY "4. Exit".
           DISPLAY "Choice: ".

       210-CAPTURE-USER-ID.
           MOVE SPACES TO WS-User-Id.
           PERFORM UNTIL WS-User-Id NOT = SPACES
               DISPLAY "User id: "
               ACCEPT WS-User-Id
               MOVE FUNCTION UPPER-CASE(WS-User-Id) TO WS-User-Id
               IF WS-User-Id = SPACES
                   DISPLAY "Please enter a user id."
               END-IF
           END-PERFORM.
           IF WS-Profile-File-OK
               MOVE WS-User-Id TO UP-User-Id
               READ USER-PROFILE-FILE
                   INVALID KEY
                       DISPLAY "Note: no profile on file for "
                           WS-User-Id "."
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       220-CAPTURE-DATE.
           SET WS-Date-Valid TO FALSE.
           PERFORM UNTIL WS-Date-Valid
               DISPLAY "Session date (CCYYMMDD, blank for today): "
               ACCEPT WS-Date-Input
               IF WS-Date-Input = SPACES
                   MOVE WS-Today TO WS-Entry-Date
                   SET WS-Date-Valid TO TRUE
               ELSE
                   MOVE FUNCTION TEST-NUMVAL(WS-Date-Input)
                       TO WS-Date-Numval-RC
                   IF WS-Date-Numval-RC NOT = 0
                       DISPLAY "Please enter the date as CCYYMMDD."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Date-Input)
                           TO WS-Entry-Date
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date)
                               NOT = 0
                           DISPLAY "That is not a valid date; please "
                               "enter it as CCYYMMDD."
                       ELSE
                           IF WS-Entry-Date > WS-Today
                               DISPLAY "A session cannot be in the "
                                   "future."
                           ELSE
                               SET WS-Date-Valid TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       230-CAPTURE-ACTIVITY.
           MOVE SPACES TO WS-Activity-Name.
           PERFORM UNTIL WS-Activity-Name NOT = SPACES
               DISPLAY "Activity: "
               ACCEPT WS-Activity-Name
               MOVE FUNCTION UPPER-CASE(WS-Activity-Name)
                   TO WS-Activity-Name
               IF WS-Activity-Name = SPACES
                   DISPLAY "Please enter an activity."
               END-IF
           END-PERFORM.
           SET WS-Activity-Found TO FALSE.
           MOVE 0 TO WS-Burn-Rate.
           IF WS-Activity-File-OK
               MOVE WS-Activity-Name TO AC-Activity-Name
               READ ACTIVITY-MASTER-FILE
                   INVALID KEY
                       DISPLAY FUNCTION TRIM(WS-Activity-Name)
                           " is not on the activity master; the "
                           "calories burned must be keyed."
                   NOT INVALID KEY
                       SET WS-Activity-Found TO TRUE
                       MOVE AC-Burn-Rate TO WS-Burn-Rate
               END-READ
           END-IF.

       240-CAPTURE-MINUTES.
           SET WS-Minutes-Valid TO FALSE.
           PERFORM UNTIL WS-Minutes-Valid
               DISPLAY "Minutes: "
               ACCEPT WS-Number-Input
               MOVE FUNCTION TEST-NUMVAL(WS-Number-Input)
                   TO WS-Numval-RC
               IF WS-Numval-RC NOT = 0
                   DISPLAY "Please enter a whole number of minutes."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Number-Input)
                       TO WS-Number-Numeric
                   IF WS-Number-Numeric < 1
                           OR WS-Number-Numeric > 999
                       DISPLAY "Please enter from 1 to 999 minutes."
                   ELSE
                       MOVE WS-Number-Numeric TO WS-Minutes
                       SET WS-Minutes-Valid TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> Blank accepts the worked-out figure when there is one; with
      *> none a figure must be keyed.
       250-CAPTURE-BURNED.
           SET WS-Burned-Valid TO FALSE.
           PERFORM UNTIL WS-Burned-Valid
               IF WS-Burn-Source = "W"
                   DISPLAY "Calories burned (blank to accept "
                       FUNCTION TRIM(WS-Burned-Edit) "): "
               ELSE
                   DISPLAY "Calories burned: "
               END-IF
               ACCEPT WS-Number-Input
               IF WS-Number-Input = SPACES AND WS-Burn-Source = "W"
                   SET WS-Burned-Valid TO TRUE
               ELSE
                   MOVE FUNCTION TEST-NUMVAL(WS-Number-Input)
                       TO WS-Numval-RC
                   IF WS-Numval-RC NOT = 0
                       DISPLAY "Please enter a numeric calorie figure."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Number-Input)
                           TO WS-Number-Numeric
                       IF WS-Number-Numeric <= 0
                               OR WS-Number-Numeric > 5000
                           DISPLAY "Please enter calories above 0 "
                               "and no more than 5000."
                       ELSE
                           MOVE WS-Number-Numeric TO WS-Burned
                           MOVE "K" TO WS-Burn-Source
                           MOVE 0 TO WS-Entry-Weight
                           SET WS-Burned-Valid TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       300-RECORD-SESSION.
           PERFORM 210-CAPTURE-USER-ID.
           PERFORM 220-CAPTURE-DATE.
           PERFORM 360-CHECK-DAY-CLOSED.
           IF WS-Day-Closed
               DISPLAY WS-Entry-Date " is closed for " WS-User-Id
                   "; reopen it in DayClose before adding a session."
           ELSE
               PERFORM 230-CAPTURE-ACTIVITY
               PERFORM 240-CAPTURE-MINUTES
               MOVE "K" TO WS-Burn-Source
               MOVE 0 TO WS-Entry-Weight
               MOVE 0 TO WS-Burned
               IF WS-Activity-Found
                   PERFORM 310-FIND-LATEST-WEIGH-IN
                   IF WS-Weigh-In-Found
                       PERFORM 320-WORK-OUT-BURN
                   ELSE
                       DISPLAY "No weigh-in on file for " WS-User-Id
                           " on or before " WS-Entry-Date
                           "; the calories burned must be keyed."
                   END-IF
               END-IF
               PERFORM 250-CAPTURE-BURNED
               PERFORM 330-APPEND-SESSION
           END-IF.

       310-FIND-LATEST-WEIGH-IN.
           SET WS-Weigh-In-Found TO FALSE.
           MOVE 0 TO WS-Weigh-In-Date.
           SET WS-Log-EOF TO FALSE.
           OPEN INPUT WEIGHT-LOG-FILE.
           IF WS-Weight-Log-Status = "00"
               PERFORM UNTIL WS-Log-EOF
                   READ WEIGHT-LOG-FILE
                       AT END
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           IF WL-User-Id = WS-User-Id
                                   AND WL-Date <= WS-Entry-Date
                                   AND WL-Date >= WS-Weigh-In-Date
                               SET WS-Weigh-In-Found TO TRUE
                               MOVE WL-Date TO WS-Weigh-In-Date
                               MOVE WL-Weight TO WS-Weigh-In-Weight
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WEIGHT-LOG-FILE
           END-IF.

      *> A worked-out figure is held to the same 0 to 5000 calorie
      *> range as a keyed one; outside it the source stays "K" and
      *> the calories must be keyed.
       320-WORK-OUT-BURN.
           SET WS-Burn-Overflow TO FALSE.
           COMPUTE WS-Burned ROUNDED =
               WS-Burn-Rate * WS-Weigh-In-Weight * WS-Minutes
               ON SIZE ERROR
                   SET WS-Burn-Overflow TO TRUE
           END-COMPUTE.
           MOVE WS-Burn-Rate TO WS-Rate-Edit.
           MOVE WS-Weigh-In-Weight TO WS-Weight-Edit.
           IF WS-Burn-Overflow OR WS-Burned <= 0 OR WS-Burned > 5000
               MOVE 0 TO WS-Burned
               DISPLAY "Rate " WS-Rate-Edit " x weight " WS-Weight-Edit
                   " (weighed " WS-Weigh-In-Date ") x " WS-Minutes
                   " minutes is not above 0 and no more than 5000 "
                   "calories; the calories burned must be keyed."
           ELSE
               MOVE WS-Weigh-In-Weight TO WS-Entry-Weight
               MOVE "W" TO WS-Burn-Source
               MOVE WS-Burned TO WS-Burned-Edit
               DISPLAY "Rate " WS-Rate-Edit " x weight " WS-Weight-Edit
                   " (weighed " WS-Weigh-In-Date ") x " WS-Minutes
                   " minutes = " WS-Burned-Edit " calories."
           END-IF.

       330-APPEND-SESSION.
           OPEN EXTEND EXERCISE-LOG-FILE.
           IF WS-Exercise-Log-Status = "35"
               OPEN OUTPUT EXERCISE-LOG-FILE
           END-IF.
           MOVE WS-Entry-Date TO XL-Date.
           MOVE WS-User-Id TO XL-User-Id.
           MOVE WS-Activity-Name TO XL-Activity-Name.
           MOVE WS-Minutes TO XL-Minutes.
           MOVE WS-Entry-Weight TO XL-Weight.
           MOVE WS-Burned TO XL-Burned.
           MOVE WS-Burn-Source TO XL-Burn-Source.
           MOVE "A" TO XL-Entry-Type.
           WRITE XL-Record.
           CLOSE EXERCISE-LOG-FILE.
           MOVE WS-Burned TO WS-Burned-Edit.
           DISPLAY "Recorded " FUNCTION TRIM(WS-Activity-Name) ", "
               FUNCTION TRIM(WS-Burned-Edit) " calories burned, for "
               WS-User-Id " on " WS-Entry-Date ".".

      *> The summary file is append-only; the last record on file for
      *> a user and date says whether the day is closed now.
       360-CHECK-DAY-CLOSED.
           SET WS-Day-Closed TO FALSE.
           SET WS-Summary-EOF TO FALSE.
           OPEN INPUT DAY-SUMMARY-FILE.
           IF WS-Summary-Status = "00"
               PERFORM UNTIL WS-Summary-EOF
                   READ DAY-SUMMARY-FILE
                       AT END
                           SET WS-Summary-EOF TO TRUE
                       NOT AT END
                           IF DS-Date = WS-Entry-Date
                                   AND DS-User-Id = WS-User-Id
                               IF DS-Status = "C"
                                   SET WS-Day-Closed TO TRUE
                               ELSE
                                   SET WS-Day-Closed TO FALSE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAY-SUMMARY-FILE
           END-IF.

       400-LIST-SESSIONS.
           PERFORM 210-CAPTURE-USER-ID.
           MOVE 0 TO WS-List-Count.
           MOVE 0 TO WS-Total-Burned.
           SET WS-Log-EOF TO FALSE.
           OPEN INPUT EXERCISE-LOG-FILE.
           IF WS-Exercise-Log-Status NOT = "00"
               DISPLAY "No EXERCISE-LOG.DAT found; no sessions yet."
           ELSE
               PERFORM UNTIL WS-Log-EOF
                   READ EXERCISE-LOG-FILE
                       AT END
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           IF XL-User-Id = WS-User-Id
                               PERFORM 410-SHOW-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXERCISE-LOG-FILE
               IF WS-List-Count = 0
                   DISPLAY "No sessions on file for " WS-User-Id "."
               ELSE
                   MOVE WS-Total-Burned TO WS-Total-Edit
                   DISPLAY "  Total burned, net of voids: "
                       WS-Total-Edit
               END-IF
           END-IF.

       410-SHOW-SESSION.
           ADD 1 TO WS-List-Count.
           MOVE XL-Minutes TO WS-Minutes-Edit.
           MOVE XL-Burned TO WS-Burned-Edit.
           IF XL-Entry-Type = "V"
               SUBTRACT XL-Burned FROM WS-Total-Burned
                   ON SIZE ERROR
                       CONTINUE
               END-SUBTRACT
               DISPLAY "  " XL-Date "  " XL-Activity-Name " "
                   WS-Minutes-Edit " min " WS-Burned-Edit " VOID"
           ELSE
               ADD XL-Burned TO WS-Total-Burned
               IF XL-Burn-Source = "W"
                   MOVE XL-Weight TO WS-Weight-Edit
                   DISPLAY "  " XL-Date "  " XL-Activity-Name " "
                       WS-Minutes-Edit " min " WS-Burned-Edit
                       " at weight " WS-Weight-Edit
               ELSE
                   DISPLAY "  " XL-Date "  " XL-Activity-Name " "
                       WS-Minutes-Edit " min " WS-Burned-Edit
                       " keyed"
               END-IF
           END-IF.

       500-VOID-SESSION.
           PERFORM 210-CAPTURE-USER-ID.
           PERFORM 220-CAPTURE-DATE.
           PERFORM 360-CHECK-DAY-CLOSED.
           IF WS-Day-Closed
               DISPLAY WS-Entry-Date " is closed for " WS-User-Id
                   "; reopen it in DayClose before voiding a session."
           ELSE
               PERFORM 510-LOAD-DAY-SESSIONS
               IF WS-Live-Count = 0
                   DISPLAY "No sessions standing for " WS-User-Id
                       " on " WS-Entry-Date "."
               ELSE
                   PERFORM 530-CHOOSE-SESSION
               END-IF
           END-IF.

       510-LOAD-DAY-SESSIONS.
           MOVE 0 TO WS-Session-Count.
           MOVE 0 TO WS-Live-Count.
           SET WS-Session-Table-Full TO FALSE.
           SET WS-Log-EOF TO FALSE.
           OPEN INPUT EXERCISE-LOG-FILE.
           IF WS-Exercise-Log-Status = "00"
               PERFORM UNTIL WS-Log-EOF
                   READ EXERCISE-LOG-FILE
                       AT END
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           IF XL-User-Id = WS-User-Id
                                   AND XL-Date = WS-Entry-Date
                               PERFORM 520-ABSORB-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXERCISE-LOG-FILE
           END-IF.
           PERFORM VARYING WS-Session-Sub FROM 1 BY 1
                   UNTIL WS-Session-Sub > WS-Session-Count
               IF WS-Ses-Live-Flag (WS-Session-Sub) = "Y"
                   ADD 1 TO WS-Live-Count
               END-IF
           END-PERFORM.

       520-ABSORB-SESSION.
           IF XL-Entry-Type = "V"
               MOVE 0 TO WS-Session-Match
               PERFORM VARYING WS-Session-Sub FROM 1 BY 1
                       UNTIL WS-Session-Sub > WS-Session-Count
                       OR WS-Session-Match > 0
                   IF WS-Ses-Live-Flag (WS-Session-Sub) = "Y"
                           AND WS-Ses-Activity (WS-Session-Sub)
                               = XL-Activity-Name
                           AND WS-Ses-Minutes (WS-Session-Sub)
                               = XL-Minutes
                           AND WS-Ses-Burned (WS-Session-Sub)
                               = XL-Burned
                       MOVE WS-Session-Sub TO WS-Session-Match
                   END-IF
               END-PERFORM
               IF WS-Session-Match > 0
                   MOVE "N" TO WS-Ses-Live-Flag (WS-Session-Match)
               END-IF
           ELSE
               IF WS-Session-Count < 50
                   ADD 1 TO WS-Session-Count
                   MOVE XL-Activity-Name
                       TO WS-Ses-Activity (WS-Session-Count)
                   MOVE XL-Minutes TO WS-Ses-Minutes (WS-Session-Count)
                   MOVE XL-Weight TO WS-Ses-Weight (WS-Session-Count)
                   MOVE XL-Burned TO WS-Ses-Burned (WS-Session-Count)
                   MOVE XL-Burn-Source
                       TO WS-Ses-Source (WS-Session-Count)
                   MOVE "Y" TO WS-Ses-Live-Flag (WS-Session-Count)
               ELSE
                   IF NOT WS-Session-Table-Full
                       SET WS-Session-Table-Full TO TRUE
                       DISPLAY "Warning: more than 50 sessions on "
                           "this day; later ones cannot be voided "
                           "here."
                   END-IF
               END-IF
           END-IF.

       530-CHOOSE-SESSION.
           DISPLAY "Sessions standing for " WS-User-Id " on "
               WS-Entry-Date ":".
           PERFORM VARYING WS-Session-Sub FROM 1 BY 1
                   UNTIL WS-Session-Sub > WS-Session-Count
               IF WS-Ses-Live-Flag (WS-Session-Sub) = "Y"
                   MOVE WS-Session-Sub TO WS-Choice-Edit
                   MOVE WS-Ses-Minutes (WS-Session-Sub)
                       TO WS-Minutes-Edit
                   MOVE WS-Ses-Burned (WS-Session-Sub)
                       TO WS-Burned-Edit
                   DISPLAY "  " WS-Choice-Edit ". "
                       WS-Ses-Activity (WS-Session-Sub) " "
                       WS-Minutes-Edit " min " WS-Burned-Edit
               END-IF
           END-PERFORM.
           DISPLAY "Session number to void (blank for none): ".
           ACCEPT WS-Choice-Input.
           MOVE 0 TO WS-Choice.
           IF WS-Choice-Input NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-Choice-Input)
                   TO WS-Numval-RC
               IF WS-Numval-RC = 0
                   MOVE FUNCTION NUMVAL(WS-Choice-Input) TO WS-Choice
               END-IF
           END-IF.
           IF WS-Choice < 1 OR WS-Choice > WS-Session-Count
               DISPLAY "Nothing voided."
           ELSE
               IF WS-Ses-Live-Flag (WS-Choice) NOT = "Y"
                   DISPLAY "Nothing voided."
               ELSE
                   PERFORM 540-APPEND-VOID
               END-IF
           END-IF.

       540-APPEND-VOID.
           OPEN EXTEND EXERCISE-LOG-FILE.
           MOVE WS-Entry-Date TO XL-Date.
           MOVE WS-User-Id TO XL-User-Id.
           MOVE WS-Ses-Activity (WS-Choice) TO XL-Activity-Name.
           MOVE WS-Ses-Minutes (WS-Choice) TO XL-Minutes.
           MOVE WS-Ses-Weight (WS-Choice) TO XL-Weight.
           MOVE WS-Ses-Burned (WS-Choice) TO XL-Burned.
           MOVE WS-Ses-Source (WS-Choice) TO XL-Burn-Source.
           MOVE "V" TO XL-Entry-Type.
           WRITE XL-Record.
           CLOSE EXERCISE-LOG-FILE.
           DISPLAY FUNCTION TRIM(WS-Ses-Activity (WS-Choice))
               " voided for " WS-User-Id " on " WS-Entry-Date ".".
