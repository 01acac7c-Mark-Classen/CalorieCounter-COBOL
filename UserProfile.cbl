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
       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       FD  GOAL-HISTORY-FILE.
           COPY GOALHIST.

       WORKING-STORAGE SECTION.
       01 WS-Profile-Status PIC XX.
       01 WS-Menu-Choice PIC X.
           88 WS-Entry-Valid VALUE "Y" FALSE "N".
       01 WS-Reject-Reason PIC X(40).
       01 WS-Goal-Edit PIC ZZZZZ9.99.
       01 WS-Basis-Input PIC X.
       01 WS-Entry-Goal-Basis PIC X.
       01 WS-Basis-Text PIC X(24).
       01 WS-Basis-In-Force PIC X.

       01 WS-Goal-Hist-Status PIC XX.
       01 WS-Today PIC 9(8).
       01 WS-Date-Input PIC X(8).
       01 WS-Date-Numval-RC PIC S9(4) COMP.
       01 WS-Date-Valid-Flag PIC X VALUE "N".
           88 WS-Date-Valid VALUE "Y" FALSE "N".
       01 WS-Eff-Date PIC 9(8).
       01 WS-Old-Goal PIC 9(6)V99.
       01 WS-Goal-In-Force PIC 9(6)V99.
       01 WS-Lookup-Date PIC 9(8).
       01 WS-Goal-Hist-Found-Flag PIC X VALUE "N".
           88 WS-Goal-Hist-Found VALUE "Y" FALSE "N".
       01 WS-Goal-Hist-Count PIC 9(4).

       PROCEDURE DIVISION.

                   WHEN "1" PERFORM 300-LIST-PROFILES
                   WHEN "2" PERFORM 400-ADD-PROFILE
                   WHEN "3" PERFORM 500-CORRECT-PROFILE
                   WHEN "4" PERFORM 600-LIST-GOAL-HISTORY
                   WHEN "5" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Please choose 1 through 5."
               END-EVALUATE
           END-PERFORM.
           CLOSE USER-PROFILE-FILE.
           CLOSE GOAL-HISTORY-FILE.
           STOP RUN.

       100-OPEN-FILES.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           OPEN I-O USER-PROFILE-FILE.
           IF WS-Profile-Status = "35"
               OPEN OUTPUT USER-PROFILE-FILE
               CLOSE USER-PROFILE-FILE
               OPEN I-O USER-PROFILE-FILE
           END-IF.
           OPEN I-O GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "35"
               OPEN OUTPUT GOAL-HISTORY-FILE
               CLOSE GOAL-HISTORY-FILE
               OPEN I-O GOAL-HISTORY-FILE
           END-IF.

       200-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "1. List profiles".
           DISPLAY "2. Add profile".
           DISPLAY "3. Correct profile".
           DISPLAY "4. Goal history for a user".
           DISPLAY "5. Exit".
           DISPLAY "Choice: ".

       300-LIST-PROFILES.
                           MOVE "10" TO WS-Profile-Status
                       NOT AT END
                           MOVE UP-Daily-Goal TO WS-Goal-Edit
                           MOVE UP-User-Id TO WS-Entry-User-Id
                           MOVE WS-Today TO WS-Lookup-Date
                           PERFORM 530-FIND-GOAL-IN-FORCE
                           MOVE WS-Basis-In-Force
                               TO WS-Entry-Goal-Basis
                           PERFORM 250-SET-BASIS-TEXT
                           DISPLAY UP-User-Id " " UP-User-Name
                               " goal " WS-Goal-Edit " calories ("
                               FUNCTION TRIM(WS-Basis-Text) ")"
                   END-READ
               END-PERFORM
           END-IF.
               PERFORM 220-CAPTURE-GOAL
           END-IF.
           IF WS-Entry-Valid
               MOVE "G" TO WS-Entry-Goal-Basis
               PERFORM 240-CAPTURE-GOAL-BASIS
               MOVE WS-Entry-User-Id TO UP-User-Id
               MOVE WS-Entry-User-Name TO UP-User-Name
               MOVE WS-Goal-Numeric TO UP-Daily-Goal
                           " already exists. Use Correct instead."
                   NOT INVALID KEY
                       DISPLAY WS-Entry-User-Id " added."
                       MOVE WS-Entry-User-Id TO GH-User-Id
                       MOVE 0 TO GH-Eff-Date
                       MOVE WS-Goal-Numeric TO GH-Daily-Goal
                       MOVE WS-Entry-Goal-Basis TO GH-Goal-Basis
                       PERFORM 540-WRITE-GOAL-HISTORY
               END-WRITE
           ELSE
               DISPLAY "Not added: " WS-Reject-Reason
                       END-IF
                       PERFORM 220-CAPTURE-GOAL
                       IF WS-Entry-Valid
                           MOVE WS-Today TO WS-Lookup-Date
                           PERFORM 530-FIND-GOAL-IN-FORCE
                           MOVE WS-Basis-In-Force
                               TO WS-Entry-Goal-Basis
                           PERFORM 250-SET-BASIS-TEXT
                           DISPLAY "Goal is now judged on "
                               FUNCTION TRIM(WS-Basis-Text)
                           PERFORM 240-CAPTURE-GOAL-BASIS
                       END-IF
                       IF WS-Entry-Valid
                               AND (WS-Goal-Numeric NOT = UP-Daily-Goal
                               OR WS-Entry-Goal-Basis
                                   NOT = WS-Basis-In-Force)
                           PERFORM 230-CAPTURE-EFF-DATE
                           PERFORM 510-RECORD-GOAL-CHANGE
                       END-IF
                       IF WS-Entry-Valid
                           REWRITE UP-Record
                               INVALID KEY
                                   DISPLAY "Unable to update "
               END-READ
           END-IF.

      *> A goal change is dated, not an overwrite: the new goal and
      *> its basis go on GOAL-HISTORY.DAT from the effective date, so
      *> days already lived keep being judged the way they were
      *> then.  A profile with no history yet (set up before the file
      *> existed, or by CalorieCounter) first gets its old goal,
      *> judged on food calories, written as the opening record.
      *> UP-Daily-Goal is then set to whichever goal is in force
      *> today, which a future-dated change leaves alone.
       510-RECORD-GOAL-CHANGE.
           MOVE UP-Daily-Goal TO WS-Old-Goal.
           PERFORM 520-COUNT-GOAL-HISTORY.
           IF WS-Goal-Hist-Count = 0
               MOVE WS-Entry-User-Id TO GH-User-Id
               MOVE 0 TO GH-Eff-Date
               MOVE WS-Old-Goal TO GH-Daily-Goal
               MOVE "G" TO GH-Goal-Basis
               PERFORM 540-WRITE-GOAL-HISTORY
           END-IF.
           MOVE WS-Entry-User-Id TO GH-User-Id.
           MOVE WS-Eff-Date TO GH-Eff-Date.
           MOVE WS-Goal-Numeric TO GH-Daily-Goal.
           MOVE WS-Entry-Goal-Basis TO GH-Goal-Basis.
           PERFORM 540-WRITE-GOAL-HISTORY.
           MOVE WS-Today TO WS-Lookup-Date.
           PERFORM 530-FIND-GOAL-IN-FORCE.
           MOVE WS-Goal-In-Force TO UP-Daily-Goal.
           IF WS-Eff-Date > WS-Today
               MOVE WS-Goal-Numeric TO WS-Goal-Edit
               DISPLAY "Goal of " WS-Goal-Edit " takes effect on "
                   WS-Eff-Date "."
           END-IF.

       520-COUNT-GOAL-HISTORY.
           MOVE 0 TO WS-Goal-Hist-Count.
           MOVE WS-Entry-User-Id TO GH-User-Id.
           MOVE 0 TO GH-Eff-Date.
           START GOAL-HISTORY-FILE KEY IS NOT LESS THAN GH-Key
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-Goal-Hist-Status = "00"
               PERFORM UNTIL WS-Goal-Hist-Status NOT = "00"
                   READ GOAL-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-Goal-Hist-Status
                       NOT AT END
                           IF GH-User-Id NOT = WS-Entry-User-Id
                               MOVE "10" TO WS-Goal-Hist-Status
                           ELSE
                               ADD 1 TO WS-Goal-Hist-Count
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> The goal in force on WS-Lookup-Date is the one on the user's
      *> record with the latest effective date not after it; with no
      *> such record the profile goal stands, on food calories.
       530-FIND-GOAL-IN-FORCE.
           MOVE UP-Daily-Goal TO WS-Goal-In-Force.
           MOVE "G" TO WS-Basis-In-Force.
           MOVE WS-Entry-User-Id TO GH-User-Id.
           MOVE 0 TO GH-Eff-Date.
           START GOAL-HISTORY-FILE KEY IS NOT LESS THAN GH-Key
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-Goal-Hist-Status = "00"
               PERFORM UNTIL WS-Goal-Hist-Status NOT = "00"
                   READ GOAL-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-Goal-Hist-Status
                       NOT AT END
                           IF GH-User-Id NOT = WS-Entry-User-Id
                                   OR GH-Eff-Date > WS-Lookup-Date
                               MOVE "10" TO WS-Goal-Hist-Status
                           ELSE
                               MOVE GH-Daily-Goal TO WS-Goal-In-Force
                               MOVE GH-Goal-Basis TO WS-Basis-In-Force
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> One record per user per effective date: keying a second
      *> change for the same date replaces the first.
       540-WRITE-GOAL-HISTORY.
           WRITE GH-Record
               INVALID KEY
                   REWRITE GH-Record
                       INVALID KEY
                           DISPLAY "Unable to record the goal change "
                               "for " GH-User-Id
                   END-REWRITE
           END-WRITE.

       600-LIST-GOAL-HISTORY.
           PERFORM 210-CAPTURE-USER-ID.
           IF WS-Entry-Valid
               MOVE 0 TO WS-Goal-Hist-Count
               MOVE WS-Entry-User-Id TO GH-User-Id
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
                               IF GH-User-Id NOT = WS-Entry-User-Id
                                   MOVE "10" TO WS-Goal-Hist-Status
                               ELSE
                                   PERFORM 610-SHOW-GOAL-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               IF WS-Goal-Hist-Count = 0
                   DISPLAY "No dated goal changes on file for "
                       WS-Entry-User-Id "; the profile goal applies "
                       "to every day."
               END-IF
           END-IF.

       610-SHOW-GOAL-RECORD.
           ADD 1 TO WS-Goal-Hist-Count.
           MOVE GH-Daily-Goal TO WS-Goal-Edit.
           MOVE GH-Goal-Basis TO WS-Entry-Goal-Basis.
           PERFORM 250-SET-BASIS-TEXT.
           IF GH-Eff-Date = 0
               DISPLAY "  from the start   goal " WS-Goal-Edit
                   " calories, judged on "
                   FUNCTION TRIM(WS-Basis-Text)
           ELSE
               DISPLAY "  from " GH-Eff-Date "    goal " WS-Goal-Edit
                   " calories, judged on "
                   FUNCTION TRIM(WS-Basis-Text)
           END-IF.

       230-CAPTURE-EFF-DATE.
           SET WS-Date-Valid TO FALSE.
           PERFORM UNTIL WS-Date-Valid
               DISPLAY "Goal effective date (CCYYMMDD, blank for "
                   "today): "
               ACCEPT WS-Date-Input
               IF WS-Date-Input = SPACES
                   MOVE WS-Today TO WS-Eff-Date
                   SET WS-Date-Valid TO TRUE
               ELSE
                   MOVE FUNCTION TEST-NUMVAL(WS-Date-Input)
                       TO WS-Date-Numval-RC
                   IF WS-Date-Numval-RC NOT = 0
                       DISPLAY "Please enter the date as CCYYMMDD."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Date-Input)
                           TO WS-Eff-Date
                       IF WS-Eff-Date = 0
                           DISPLAY "Please enter the date as "
                               "CCYYMMDD."
                       ELSE
                           SET WS-Date-Valid TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       210-CAPTURE-USER-ID.
           SET WS-Entry-Valid TO TRUE.
           DISPLAY "User id: ".
                   MOVE "Goal must be 0 or more" TO WS-Reject-Reason
               END-IF
           END-IF.

      *> Blank keeps WS-Entry-Goal-Basis as the caller set it.
       240-CAPTURE-GOAL-BASIS.
           DISPLAY "Judge the goal on net calories, after exercise "
               "(Y/N, blank to keep): ".
           ACCEPT WS-Basis-Input.
           EVALUATE WS-Basis-Input
               WHEN "Y"
               WHEN "y"
                   MOVE "N" TO WS-Entry-Goal-Basis
               WHEN "N"
               WHEN "n"
                   MOVE "G" TO WS-Entry-Goal-Basis
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       250-SET-BASIS-TEXT.
           IF WS-Entry-Goal-Basis = "N"
               MOVE "net calories" TO WS-Basis-Text
           ELSE
               MOVE "food calories" TO WS-Basis-Text
           END-IF.
