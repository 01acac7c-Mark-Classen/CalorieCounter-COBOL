               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.
           SELECT GOAL-HISTORY-FILE ASSIGN TO "GOAL-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-Key
               FILE STATUS IS WS-Goal-Hist-Status.
           SELECT FOOD-MASTER-FILE ASSIGN TO "FOOD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT POSTING-LOCK-FILE ASSIGN TO "POSTING-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lock-Status.
           SELECT JOB-STEP-FILE ASSIGN TO "JOB-STEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Step-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       FD  GOAL-HISTORY-FILE.
           COPY GOALHIST.

       FD  FOOD-MASTER-FILE.
           COPY FOODMAST.

       FD  POSTING-LOCK-FILE.
           COPY POSTLOCK.

       FD  JOB-STEP-FILE.
           COPY JOBSTEP.

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

       01 Food-Record.
           05 Food-Name PIC X(30).
           05 Food-Calorie PIC 9(5)V99.

       01 WS-Profile-File-OK-Flag PIC X VALUE "N".
           88 WS-Profile-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-Hist-Status PIC XX.
       01 WS-Goal-Hist-File-OK-Flag PIC X VALUE "N".
           88 WS-Goal-Hist-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-User-Id PIC X(10).
       01 WS-Goal-Date PIC 9(8).
       01 WS-Goal-In-Force PIC 9(6)V99.
       01 WS-User-Id PIC X(10).
       01 WS-User-Count PIC 9(2) VALUE 0.
       01 WS-User-Sub PIC 9(2).
       01 WS-Accepted-Count PIC 9(6) VALUE 0.
       01 WS-Rejected-Count PIC 9(6) VALUE 0.
       01 WS-Calorie-Hash PIC 9(9)V99 VALUE 0.
       01 WS-Record-Hash PIC 9(15) VALUE 0.
       01 WS-Hash-Col PIC 9(3).
       01 WS-Prescan-EOF-Flag PIC X VALUE "N".
           88 WS-Prescan-EOF VALUE "Y" FALSE "N".
       01 WS-Runctl-EOF-Flag PIC X VALUE "N".
               10 WS-Tdy-Carbs PIC 9(5)V99.
               10 WS-Tdy-Fat PIC 9(5)V99.
               10 WS-Tdy-Voided-Flag PIC X.
               10 WS-Tdy-Share-Ref PIC X(16).
       01 WS-Tdy-Full-Flag PIC X VALUE "N".
           88 WS-Tdy-Full VALUE "Y" FALSE "N".

      *> A shared household meal comes in as an "S" line carrying the
      *> dish, the servings made and the per-serving values, followed
      *> by one "P" line per person with that person's share.  The
      *> portions are held here and post - or reject - as a whole
      *> when the next line that is not a "P" line arrives.
       01 WS-Shm-Open-Flag PIC X VALUE "N".
           88 WS-Shm-Open VALUE "Y" FALSE "N".
       01 WS-Shm-Valid-Flag PIC X VALUE "Y".
           88 WS-Shm-Valid VALUE "Y" FALSE "N".
       01 WS-Shm-Food PIC X(30).
       01 WS-Shm-Meal PIC X(9).
       01 WS-Shm-Date PIC 9(8).
       01 WS-Shm-Servings PIC 9(3)V99.
       01 WS-Shm-Calorie PIC 9(5)V99.
       01 WS-Shm-Protein PIC 9(4)V99.
       01 WS-Shm-Carbs PIC 9(4)V99.
       01 WS-Shm-Fat PIC 9(4)V99.
       01 WS-Shm-Reason PIC X(40).
       01 WS-Shm-Bad-Value PIC X(10).
       01 WS-Shm-Share-Total PIC 9(5)V99.
       01 WS-Shm-Check-Total PIC 9(6)V99.
       01 WS-Shm-Count PIC 9(2) VALUE 0.
       01 WS-Shm-Sub PIC 9(2).
       01 WS-Shm-Sub2 PIC 9(2).
       01 WS-Shm-Table.
           05 WS-Shm-Portion OCCURS 10 TIMES.
               10 WS-Shm-User PIC X(10).
               10 WS-Shm-Share-Text PIC X(6).
               10 WS-Shm-Share PIC 9(3)V99.
               10 WS-Shm-Slot PIC 9(2).
               10 WS-Shm-Tdy-Sub PIC 9(3).
       01 WS-Shm-Keyed-User PIC X(10).
       01 WS-Shm-Keyed-Slot PIC 9(2).
       01 WS-Shm-Keyed-Date PIC 9(8).
       01 WS-Share-Ref PIC X(16).
       01 WS-New-Share-Ref.
           05 WS-New-Share-Run PIC X(14).
           05 WS-New-Share-Seq PIC 9(2) VALUE 0.

       01 WS-Meal-Type PIC X(9).
       01 WS-Meal-Totals.
           05 WS-Breakfast-Total PIC 9(6)V99 VALUE 0.
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM 020-CHECK-JOB-STEP.
           PERFORM 030-TAKE-POSTING-LOCK.
           IF NOT WS-Lock-Held
               DISPLAY "TRANS-IN.DAT was not posted."
               IF WS-Unattended
                   PERFORM 945-FAIL-JOB-STEP
               END-IF
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-FILES.
           IF WS-Trans-In-Status NOT = "00"
               DISPLAY "No TRANS-IN.DAT found."
               MOVE "No TRANS-IN.DAT; nothing posted" TO WS-Job-Message
           ELSE
               PERFORM 120-PRESCAN-INPUT
               IF WS-Unattended AND WS-Input-Count = 0
                   CONTINUE
               ELSE
                   PERFORM 130-CHECK-RUN-CONTROL
               END-IF
               IF WS-Run-Refused
                   DISPLAY "TRANS-IN.DAT was not posted."
                   MOVE "F" TO WS-Job-Outcome
               ELSE
                   PERFORM 105-RESTORE-CHECKPOINT
                   PERFORM 115-OPEN-LOG-EXTEND
                               PERFORM 200-PROCESS-TRANSACTION
                       END-READ
                   END-PERFORM
                   IF WS-Shm-Open
                       PERFORM 280-POST-SHARED-MEAL
                   END-IF
                   DISPLAY "Batch complete."
                   PERFORM VARYING WS-User-Sub FROM 1 BY 1
                           UNTIL WS-User-Sub > WS-User-Count
                       PERFORM 250-DISPLAY-USER-TOTALS
                   END-PERFORM
                   PERFORM 140-WRITE-RUN-CONTROL
                   IF WS-Rejected-Count > 0
                       MOVE "Rejected entries written to EXCEPTIONS.DAT"
                           TO WS-Job-Message
                   END-IF
               END-IF
           END-IF.
           PERFORM 900-CLOSE-FILES.
           PERFORM 930-RELEASE-POSTING-LOCK.
           IF WS-Unattended
               PERFORM 940-WRITE-JOB-STEP
           END-IF.
           STOP RUN.

      *> Started by JobStream, the program finds a pending
      *> JOB-STEP.DAT record addressed to it; questions that need an
      *> operator's judgement then refuse the run instead of asking.
       020-CHECK-JOB-STEP.
           SET WS-Unattended TO FALSE.
           OPEN INPUT JOB-STEP-FILE.
           IF WS-Job-Step-Status = "00"
               READ JOB-STEP-FILE
                   AT END
                       MOVE SPACES TO JS-Program
               END-READ
               CLOSE JOB-STEP-FILE
               IF JS-Program = "CALORIEBATCH"
                       AND JS-Outcome = SPACE
                   SET WS-Unattended TO TRUE
                   MOVE JS-Run-Date TO WS-Job-Run-Date
                   MOVE JS-Process-Date TO WS-Job-Process-Date
                   MOVE JS-User-Id TO WS-Job-User-Id
               END-IF
           END-IF.

       100-OPEN-FILES.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           ACCEPT WS-Time-Raw FROM TIME.
               SET WS-Alias-File-OK TO TRUE
           END-IF.

      *> Size up the input before posting anything: record count, a
      *> hash total of the calorie column and a hash of every line's
      *> full text identify the file well enough to catch the same
      *> TRANS-IN.DAT being run twice.  The
      *> same pass collects the distinct prior effective dates so the
      *> checkpoint restore knows which days to pick up.
       120-PRESCAN-INPUT.
                                   CONTINUE
                           END-ADD
                       END-IF
                       PERFORM 122-ADD-RECORD-HASH
                       PERFORM 125-COLLECT-PRIOR-DATE
               END-READ
           END-PERFORM.
           CLOSE TRANS-IN-FILE.
           OPEN INPUT TRANS-IN-FILE.

      *> Each character counts its code times its column, so plan
      *> and serving-converted lines, which leave the calorie column
      *> blank, still hash by user, food, quantity and date.
       122-ADD-RECORD-HASH.
           PERFORM VARYING WS-Hash-Col FROM 1 BY 1
                   UNTIL WS-Hash-Col > LENGTH OF TI-Record
               COMPUTE WS-Record-Hash = WS-Record-Hash
                       + FUNCTION ORD(TI-Record (WS-Hash-Col:1))
                       * WS-Hash-Col
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-PERFORM.

       125-COLLECT-PRIOR-DATE.
           IF TI-Effective-Date NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(TI-Effective-Date)
           END-IF.
           SET WS-Log-Open TO TRUE.

      *> Interactively only today's runs are compared and the
      *> operator may post again anyway.  Run by JobStream, a match
      *> with a run on any date refuses the file - the same test
      *> AppImport makes before replacing TRANS-IN.DAT - since an
      *> unattended restart or an old file carried into a later
      *> night would otherwise post twice with nobody to notice.
       130-CHECK-RUN-CONTROL.
           SET WS-Dup-Found TO FALSE.
           SET WS-Run-Refused TO FALSE.
                       AT END
                           SET WS-Runctl-EOF TO TRUE
                       NOT AT END
                           IF (RN-Run-Date = WS-Today
                                   OR WS-Unattended)
                                   AND RN-Input-Count
                                       = WS-Input-Count
                                   AND RN-Calorie-Hash
                                       = WS-Calorie-Hash
                                   AND ((RN-Record-Hash IS NUMERIC
                                       AND RN-Record-Hash
                                           = WS-Record-Hash)
                                   OR (RN-Record-Hash NOT NUMERIC
                                       AND RN-Run-Date = WS-Today))
                               SET WS-Dup-Found TO TRUE
                               MOVE RN-Run-Id TO WS-Dup-Run-Id
                           END-IF
           END-IF.
           IF WS-Dup-Found
               DISPLAY "Warning: an input file with the same record "
                   "count and hash totals was already posted "
                   "by run " WS-Dup-Run-Id "."
               IF WS-Unattended
                   MOVE "N" TO WS-Override-Response
                   MOVE SPACES TO WS-Job-Message
                   STRING "Same input already posted by run "
                               DELIMITED BY SIZE
                           WS-Dup-Run-Id DELIMITED BY SIZE
                       INTO WS-Job-Message
                   END-STRING
               ELSE
                   DISPLAY "Post it again anyway? (Y/N): "
                   ACCEPT WS-Override-Response
               END-IF
               IF WS-Override-Response NOT = "Y"
                       AND WS-Override-Response NOT = "y"
                   SET WS-Run-Refused TO TRUE
           MOVE WS-Accepted-Count TO RN-Accepted-Count.
           MOVE WS-Rejected-Count TO RN-Rejected-Count.
           MOVE WS-Calorie-Hash TO RN-Calorie-Hash.
           MOVE WS-Record-Hash TO RN-Record-Hash.
           WRITE RN-Record.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Run " WS-Run-Id " recorded: "
               DISPLAY "No USER-PROFILE.DAT found; goal tracking "
                   "disabled for this batch."
           END-IF.
           SET WS-Goal-Hist-File-OK TO FALSE.
           OPEN INPUT GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "00"
               SET WS-Goal-Hist-File-OK TO TRUE
           END-IF.

      *> One slot per user per effective date seen this run, restored
      *> from the log and updated per transaction, so several
                       DISPLAY "No profile for user " WS-User-Id
                           "; goal tracking disabled for them."
                   NOT INVALID KEY
                       MOVE UP-Daily-Goal TO WS-Goal-In-Force
                       MOVE WS-User-Id TO WS-Goal-User-Id
                       MOVE WS-Eff-Date TO WS-Goal-Date
                       PERFORM 102-FIND-GOAL-IN-FORCE
                       MOVE WS-Goal-In-Force
                           TO WS-User-Tbl-Goal (WS-Cur-User)
                       MOVE "Y"
                           TO WS-User-Tbl-Goal-Flag (WS-Cur-User)
               END-READ
           END-IF.

      *> The goal in force on a date is the one on the user's
      *> GOAL-HISTORY.DAT record with the latest effective date not
      *> after it; a user with no dated goals keeps the profile goal
      *> the caller has already put in WS-Goal-In-Force.
       102-FIND-GOAL-IN-FORCE.
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

       104-LOAD-USER-TOTALS.
           MOVE WS-User-Tbl-Goal (WS-Cur-User) TO WS-Daily-Goal.
           IF WS-User-Tbl-Goal-Flag (WS-Cur-User) = "Y"
           MOVE DL-User-Id TO WS-User-Id.
           MOVE DL-Meal-Type TO WS-Meal-Type.
           MOVE DL-Food-Name TO Food-Name.
           IF DL-Share-Ref NOT = SPACES
               MOVE DL-Share-Ref TO WS-Share-Ref
               PERFORM 266-FIND-SHARE-MATCH
           ELSE
               PERFORM 265-FIND-DAY-MATCH
           END-IF.
           IF WS-Tdy-Match > 0
               MOVE "Y" TO WS-Tdy-Voided-Flag (WS-Tdy-Match)
           END-IF.
               MOVE DL-Carbs TO WS-Tdy-Carbs (WS-Tdy-Count)
               MOVE DL-Fat TO WS-Tdy-Fat (WS-Tdy-Count)
               MOVE "N" TO WS-Tdy-Voided-Flag (WS-Tdy-Count)
               MOVE DL-Share-Ref TO WS-Tdy-Share-Ref (WS-Tdy-Count)
           ELSE
               IF NOT WS-Tdy-Full
                   SET WS-Tdy-Full TO TRUE
               END-PERFORM
           END-IF.

      *> A reversal of a shared-meal portion is matched to the
      *> portion with the same reference for the same person.
       266-FIND-SHARE-MATCH.
           MOVE 0 TO WS-Tdy-Match.
           IF WS-Tdy-Count > 0
               PERFORM VARYING WS-Tdy-Sub FROM 1 BY 1
                       UNTIL WS-Tdy-Sub > WS-Tdy-Count
                   IF WS-Tdy-Voided-Flag (WS-Tdy-Sub) = "N"
                           AND WS-Tdy-Date (WS-Tdy-Sub) = WS-Eff-Date
                           AND WS-Tdy-User (WS-Tdy-Sub) = WS-User-Id
                           AND WS-Tdy-Share-Ref (WS-Tdy-Sub)
                               = WS-Share-Ref
                       MOVE WS-Tdy-Sub TO WS-Tdy-Match
                   END-IF
               END-PERFORM
           END-IF.

      *> Shared-meal lines ("S" and its "P" portion lines) are
      *> gathered and posted as one; a meal still open is posted as
      *> soon as any other line (or end of file) follows it.
       200-PROCESS-TRANSACTION.
           MOVE FUNCTION UPPER-CASE(TI-Trans-Code) TO WS-Trans-Code.
           IF WS-Shm-Open AND WS-Trans-Code NOT = "P"
               PERFORM 280-POST-SHARED-MEAL
           END-IF.
           EVALUATE WS-Trans-Code
               WHEN "S"
                   PERFORM 275-START-SHARED-MEAL
               WHEN "P"
                   PERFORM 276-ADD-SHARE
               WHEN OTHER
                   PERFORM 201-PROCESS-ENTRY
           END-EVALUATE.

       201-PROCESS-ENTRY.
           MOVE TI-Food-Name TO Food-Name.
           MOVE FUNCTION UPPER-CASE(TI-Meal-Type) TO WS-Meal-Type.
           MOVE FUNCTION UPPER-CASE(TI-User-Id) TO WS-User-Id.
                       MOVE "A" TO DL-Entry-Type
                   END-IF
                   MOVE WS-Run-Id TO DL-Run-Id
                   MOVE SPACES TO DL-Share-Ref
                   WRITE DL-Record
                   ADD 1 TO WS-Accepted-Count
                   PERFORM 108-REMEMBER-ENTRY
      *> Void the last live matching entry (same user, meal and food)
      *> by writing a reversal record; totals, meal totals and goal
      *> status are recomputed, and the original record stays on file.
      *> A match that is a portion of a shared meal voids every
      *> portion of that meal together; a correction may not replace
      *> one portion on its own.
       260-APPLY-VOID.
           PERFORM 265-FIND-DAY-MATCH.
      *> Entries resolved through the alias file were logged under
                   TO WS-Reject-Reason
               MOVE Food-Name TO WS-Bad-Input-Value
           ELSE
               IF WS-Tdy-Share-Ref (WS-Tdy-Match) = SPACES
                   PERFORM 262-REVERSE-MATCH
               ELSE
                   IF WS-Trans-Code = "C"
                       SET WS-Entry-Valid TO FALSE
                       MOVE "Shared meal portion; void the meal"
                           TO WS-Reject-Reason
                       MOVE Food-Name TO WS-Bad-Input-Value
                   ELSE
                       PERFORM 285-VOID-SHARED-MEAL
                   END-IF
               END-IF
           END-IF.

      *> Write the reversal of table entry WS-Tdy-Match against the
      *> totals currently loaded for its user and day.
       262-REVERSE-MATCH.
           SET WS-Add-Overflow TO FALSE.
           SUBTRACT WS-Tdy-Calorie (WS-Tdy-Match) FROM Total-Calorie
               ON SIZE ERROR
                   SET WS-Add-Overflow TO TRUE
           END-SUBTRACT.
           IF WS-Add-Overflow
               SET WS-Entry-Valid TO FALSE
               MOVE "Void would drive totals negative"
                   TO WS-Reject-Reason
               MOVE Food-Name TO WS-Bad-Input-Value
           ELSE
               SUBTRACT WS-Tdy-Protein (WS-Tdy-Match)
                       FROM Total-Protein
                   ON SIZE ERROR
                       CONTINUE
               END-SUBTRACT
               SUBTRACT WS-Tdy-Carbs (WS-Tdy-Match)
                       FROM Total-Carbs
                   ON SIZE ERROR
                       CONTINUE
               END-SUBTRACT
               SUBTRACT WS-Tdy-Fat (WS-Tdy-Match)
                       FROM Total-Fat
                   ON SIZE ERROR
                       CONTINUE
               END-SUBTRACT
               PERFORM 270-SUBTRACT-MEAL-TOTAL
               PERFORM 230-CHECK-GOAL

               MOVE WS-Eff-Date TO DL-Date
               MOVE WS-User-Id TO DL-User-Id
               MOVE WS-Meal-Type TO DL-Meal-Type
               MOVE Food-Name TO DL-Food-Name
               MOVE WS-Tdy-Quantity (WS-Tdy-Match) TO DL-Quantity
               MOVE WS-Tdy-Calorie (WS-Tdy-Match) TO DL-Calorie
               MOVE WS-Tdy-Protein (WS-Tdy-Match) TO DL-Protein
               MOVE WS-Tdy-Carbs (WS-Tdy-Match) TO DL-Carbs
               MOVE WS-Tdy-Fat (WS-Tdy-Match) TO DL-Fat
               MOVE Total-Calorie TO DL-Running-Total
               MOVE WS-Goal-Status TO DL-Goal-Status
               MOVE "V" TO DL-Entry-Type
               MOVE WS-Run-Id TO DL-Run-Id
               MOVE WS-Tdy-Share-Ref (WS-Tdy-Match) TO DL-Share-Ref
               WRITE DL-Record
               ADD 1 TO WS-Accepted-Count
               MOVE "Y" TO WS-Tdy-Voided-Flag (WS-Tdy-Match)

               MOVE WS-Tdy-Calorie (WS-Tdy-Match) TO WS-Calorie-Edit
               MOVE Total-Calorie TO WS-Total-Edit
               DISPLAY "Voided " Food-Name ": " WS-Calorie-Edit
                   " calories (running total " WS-Total-Edit ")"
           END-IF.

       270-SUBTRACT-MEAL-TOTAL.
                   END-SUBTRACT
           END-EVALUATE.

      *> The "S" line of a shared meal: the dish, meal type and
      *> effective date as on an ordinary line, TI-Quantity-Text the
      *> servings the pot made (required) and the calorie and gram
      *> columns per serving, blank to look the dish up as usual.
      *> Anything wrong here is held and rejects the whole meal.
       275-START-SHARED-MEAL.
           MOVE TI-Food-Name TO Food-Name.
           MOVE FUNCTION UPPER-CASE(TI-Meal-Type) TO WS-Meal-Type.
           MOVE SPACES TO WS-User-Id.
           MOVE 0 TO WS-Cur-User.
           MOVE WS-Today TO WS-Eff-Date.
           MOVE 0 TO Entry-Quantity.
           MOVE 0 TO Food-Calorie.
           MOVE 0 TO Food-Protein.
           MOVE 0 TO Food-Carbs.
           MOVE 0 TO Food-Fat.
           SET WS-Entry-Valid TO TRUE.
           PERFORM 219-VALIDATE-EFF-DATE.
           IF WS-Entry-Valid
               PERFORM 215-VALIDATE-MEAL-TYPE
           END-IF.
           IF WS-Entry-Valid
               PERFORM 205-RESOLVE-CALORIES
           END-IF.
           IF WS-Entry-Valid
               IF TI-Quantity-Text = SPACES
                   SET WS-Entry-Valid TO FALSE
                   MOVE "Missing servings made for shared meal"
                       TO WS-Reject-Reason
                   MOVE SPACES TO WS-Bad-Input-Value
               ELSE
                   PERFORM 216-VALIDATE-QUANTITY
               END-IF
           END-IF.
           MOVE Food-Name TO WS-Shm-Food.
           MOVE WS-Meal-Type TO WS-Shm-Meal.
           MOVE WS-Eff-Date TO WS-Shm-Date.
           MOVE Entry-Quantity TO WS-Shm-Servings.
           MOVE Food-Calorie TO WS-Shm-Calorie.
           MOVE Food-Protein TO WS-Shm-Protein.
           MOVE Food-Carbs TO WS-Shm-Carbs.
           MOVE Food-Fat TO WS-Shm-Fat.
           IF WS-Entry-Valid
               SET WS-Shm-Valid TO TRUE
           ELSE
               SET WS-Shm-Valid TO FALSE
               MOVE WS-Reject-Reason TO WS-Shm-Reason
               MOVE WS-Bad-Input-Value TO WS-Shm-Bad-Value
           END-IF.
           MOVE 0 TO WS-Shm-Count.
           SET WS-Shm-Open TO TRUE.

      *> A "P" line: TI-User-Id is whose portion it is and
      *> TI-Quantity-Text the servings that person had (blank is 1).
       276-ADD-SHARE.
           IF NOT WS-Shm-Open
               MOVE TI-Food-Name TO Food-Name
               MOVE FUNCTION UPPER-CASE(TI-Meal-Type) TO WS-Meal-Type
               MOVE FUNCTION UPPER-CASE(TI-User-Id) TO WS-User-Id
               MOVE WS-Today TO WS-Eff-Date
               MOVE "Portion line without a shared meal"
                   TO WS-Reject-Reason
               MOVE TI-Quantity-Text TO WS-Bad-Input-Value
               PERFORM 220-LOG-EXCEPTION
           ELSE
               IF WS-Shm-Count < 10
                   ADD 1 TO WS-Shm-Count
                   MOVE FUNCTION UPPER-CASE(TI-User-Id)
                       TO WS-Shm-User (WS-Shm-Count)
                   MOVE TI-Quantity-Text
                       TO WS-Shm-Share-Text (WS-Shm-Count)
                   MOVE 0 TO WS-Shm-Share (WS-Shm-Count)
                   MOVE 0 TO WS-Shm-Slot (WS-Shm-Count)
               ELSE
                   IF WS-Shm-Valid
                       SET WS-Shm-Valid TO FALSE
                       MOVE "More than 10 portions in shared meal"
                           TO WS-Shm-Reason
                       MOVE FUNCTION UPPER-CASE(TI-User-Id)
                           TO WS-Shm-Bad-Value
                   END-IF
                   PERFORM 277-REJECT-EXTRA-SHARE
               END-IF
           END-IF.

      *> The table holds ten portions.  A portion past it is rejected
      *> as it is read, with the reason the whole meal carries, so
      *> every person on the meal still gets an EXCEPTIONS.DAT
      *> record and a place in the rejected count.
       277-REJECT-EXTRA-SHARE.
           MOVE WS-Shm-Food TO Food-Name.
           MOVE WS-Shm-Meal TO WS-Meal-Type.
           MOVE WS-Shm-Date TO WS-Eff-Date.
           MOVE FUNCTION UPPER-CASE(TI-User-Id) TO WS-User-Id.
           MOVE WS-Shm-Reason TO WS-Reject-Reason.
           MOVE WS-Shm-Bad-Value TO WS-Bad-Input-Value.
           PERFORM 220-LOG-EXCEPTION.

      *> Post a gathered shared meal.  Every portion is checked
      *> before any is written - the shares may not add up to more
      *> than the servings made, and no one's day may be closed - so
      *> the meal posts whole or rejects whole, one EXCEPTIONS.DAT
      *> record per person (those past the tenth were rejected as
      *> they were read).  The portions posted share one
      *> DL-Share-Ref.
       280-POST-SHARED-MEAL.
           SET WS-Shm-Open TO FALSE.
           MOVE WS-Shm-Food TO Food-Name.
           MOVE WS-Shm-Meal TO WS-Meal-Type.
           MOVE WS-Shm-Date TO WS-Eff-Date.
           MOVE 0 TO WS-Shm-Share-Total.
           IF WS-Shm-Valid AND WS-Shm-Count = 0
               SET WS-Shm-Valid TO FALSE
               MOVE "No portion lines for shared meal"
                   TO WS-Shm-Reason
               MOVE SPACES TO WS-Shm-Bad-Value
           END-IF.
           IF WS-Shm-Valid
               SET WS-Entry-Valid TO TRUE
               PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                       UNTIL WS-Shm-Sub > WS-Shm-Count
                       OR NOT WS-Entry-Valid
                   PERFORM 281-CHECK-PORTION
               END-PERFORM
               IF WS-Entry-Valid
                       AND WS-Shm-Share-Total > WS-Shm-Servings
                   SET WS-Entry-Valid TO FALSE
                   MOVE "Shares exceed servings made"
                       TO WS-Reject-Reason
                   MOVE WS-Shm-Share-Total TO WS-Calorie-Edit
                   MOVE WS-Calorie-Edit TO WS-Bad-Input-Value
               END-IF
               IF NOT WS-Entry-Valid
                   SET WS-Shm-Valid TO FALSE
                   MOVE WS-Reject-Reason TO WS-Shm-Reason
                   MOVE WS-Bad-Input-Value TO WS-Shm-Bad-Value
               END-IF
           END-IF.
      *> DL-Share-Ref is the run id and a two-digit sequence, so a
      *> run can post 99 shared meals; a hundredth would repeat a
      *> reference and a void of either meal would reverse both.
           IF WS-Shm-Valid AND WS-New-Share-Seq = 99
               SET WS-Shm-Valid TO FALSE
               MOVE "Over 99 shared meals in one batch run"
                   TO WS-Shm-Reason
               MOVE SPACES TO WS-Shm-Bad-Value
           END-IF.
           IF WS-Shm-Valid
               MOVE WS-Run-Id TO WS-New-Share-Run
               ADD 1 TO WS-New-Share-Seq
               MOVE WS-New-Share-Ref TO WS-Share-Ref
               DISPLAY "Shared meal " FUNCTION TRIM(WS-Shm-Food)
                   " posted for " WS-Shm-Count " people as "
                   WS-Share-Ref "."
               PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                       UNTIL WS-Shm-Sub > WS-Shm-Count
                   PERFORM 282-POST-PORTION
               END-PERFORM
           ELSE
               MOVE WS-Shm-Reason TO WS-Reject-Reason
               MOVE WS-Shm-Bad-Value TO WS-Bad-Input-Value
               IF WS-Shm-Count = 0
                   MOVE SPACES TO WS-User-Id
                   PERFORM 220-LOG-EXCEPTION
               ELSE
                   PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                           UNTIL WS-Shm-Sub > WS-Shm-Count
                       MOVE WS-Shm-User (WS-Shm-Sub) TO WS-User-Id
                       PERFORM 220-LOG-EXCEPTION
                   END-PERFORM
               END-IF
           END-IF.
           MOVE 0 TO WS-Cur-User.

       281-CHECK-PORTION.
           MOVE WS-Shm-User (WS-Shm-Sub) TO WS-User-Id.
           IF WS-User-Id = SPACES
               SET WS-Entry-Valid TO FALSE
               MOVE "Missing user id" TO WS-Reject-Reason
               MOVE SPACES TO WS-Bad-Input-Value
           END-IF.
           IF WS-Entry-Valid
               IF WS-Shm-Share-Text (WS-Shm-Sub) = SPACES
                   MOVE 1 TO WS-Shm-Share (WS-Shm-Sub)
               ELSE
                   MOVE FUNCTION
                           TEST-NUMVAL(WS-Shm-Share-Text (WS-Shm-Sub))
                       TO WS-Numval-RC
                   IF WS-Numval-RC NOT = 0
                       SET WS-Entry-Valid TO FALSE
                       MOVE "Non-numeric quantity value"
                           TO WS-Reject-Reason
                   ELSE
                       MOVE FUNCTION
                               NUMVAL(WS-Shm-Share-Text (WS-Shm-Sub))
                           TO WS-Quantity-Numeric
                       IF WS-Quantity-Numeric <= 0
                               OR WS-Quantity-Numeric > 999.99
                           SET WS-Entry-Valid TO FALSE
                           MOVE "Quantity out of range (0.01-999.99)"
                               TO WS-Reject-Reason
                       ELSE
                           MOVE WS-Quantity-Numeric
                               TO WS-Shm-Share (WS-Shm-Sub)
                       END-IF
                   END-IF
                   IF NOT WS-Entry-Valid
                       MOVE WS-Shm-Share-Text (WS-Shm-Sub)
                           TO WS-Bad-Input-Value
                   END-IF
               END-IF
           END-IF.
           IF WS-Entry-Valid AND WS-Shm-Sub > 1
               PERFORM VARYING WS-Shm-Sub2 FROM 1 BY 1
                       UNTIL WS-Shm-Sub2 >= WS-Shm-Sub
                   IF WS-Shm-User (WS-Shm-Sub2) = WS-User-Id
                       SET WS-Entry-Valid TO FALSE
                       MOVE "User has two portions in shared meal"
                           TO WS-Reject-Reason
                       MOVE WS-User-Id TO WS-Bad-Input-Value
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-Entry-Valid
               ADD WS-Shm-Share (WS-Shm-Sub) TO WS-Shm-Share-Total
               PERFORM 103-FIND-OR-ADD-USER
               IF WS-Cur-User = 0
                   SET WS-Entry-Valid TO FALSE
                   MOVE "Too many users in one batch run"
                       TO WS-Reject-Reason
                   MOVE WS-User-Id TO WS-Bad-Input-Value
               ELSE
                   IF WS-User-Tbl-Closed-Flag (WS-Cur-User) = "Y"
                       SET WS-Entry-Valid TO FALSE
                       MOVE "Day is closed for this user"
                           TO WS-Reject-Reason
                       MOVE WS-User-Id TO WS-Bad-Input-Value
                   ELSE
                       MOVE WS-Cur-User TO WS-Shm-Slot (WS-Shm-Sub)
                   END-IF
               END-IF
           END-IF.
           IF WS-Entry-Valid
               PERFORM 283-EXTEND-PORTION
               IF NOT WS-Entry-Valid
                   MOVE WS-Shm-Share-Text (WS-Shm-Sub)
                       TO WS-Bad-Input-Value
               END-IF
           END-IF.
           IF WS-Entry-Valid
               MOVE WS-User-Tbl-Total (WS-Cur-User)
                   TO WS-Shm-Check-Total
               ADD Entry-Calorie TO WS-Shm-Check-Total
                   ON SIZE ERROR
                       SET WS-Entry-Valid TO FALSE
                       MOVE "Daily running total overflow"
                           TO WS-Reject-Reason
                       MOVE "OVERFLOW" TO WS-Bad-Input-Value
               END-ADD
           END-IF.

       282-POST-PORTION.
           MOVE WS-Shm-Slot (WS-Shm-Sub) TO WS-Cur-User.
           MOVE WS-Shm-User (WS-Shm-Sub) TO WS-User-Id.
           PERFORM 104-LOAD-USER-TOTALS.
           SET WS-Entry-Valid TO TRUE.
           PERFORM 283-EXTEND-PORTION.
           ADD Entry-Calorie TO Total-Calorie.
           ADD Entry-Protein TO Total-Protein.
           ADD Entry-Carbs TO Total-Carbs.
           ADD Entry-Fat TO Total-Fat.
           PERFORM 230-CHECK-GOAL.
           PERFORM 240-UPDATE-MEAL-TOTAL.

           MOVE WS-Eff-Date TO DL-Date.
           MOVE WS-User-Id TO DL-User-Id.
           MOVE WS-Meal-Type TO DL-Meal-Type.
           MOVE Food-Name TO DL-Food-Name.
           MOVE Entry-Quantity TO DL-Quantity.
           MOVE Entry-Calorie TO DL-Calorie.
           MOVE Entry-Protein TO DL-Protein.
           MOVE Entry-Carbs TO DL-Carbs.
           MOVE Entry-Fat TO DL-Fat.
           MOVE Total-Calorie TO DL-Running-Total.
           MOVE WS-Goal-Status TO DL-Goal-Status.
           MOVE "A" TO DL-Entry-Type.
           MOVE WS-Run-Id TO DL-Run-Id.
           MOVE WS-Share-Ref TO DL-Share-Ref.
           WRITE DL-Record.
           ADD 1 TO WS-Accepted-Count.
           PERFORM 108-REMEMBER-ENTRY.
           PERFORM 106-STORE-USER-TOTALS.

           MOVE Entry-Calorie TO WS-Calorie-Edit.
           MOVE Total-Calorie TO WS-Total-Edit.
           DISPLAY "  " WS-User-Id " " Food-Name ": " WS-Calorie-Edit
               " calories (running total " WS-Total-Edit ")".

      *> One person's portion: their share of servings times the
      *> dish's per-serving values.
       283-EXTEND-PORTION.
           MOVE WS-Shm-Share (WS-Shm-Sub) TO Entry-Quantity.
           MOVE WS-Shm-Calorie TO Food-Calorie.
           MOVE WS-Shm-Protein TO Food-Protein.
           MOVE WS-Shm-Carbs TO Food-Carbs.
           MOVE WS-Shm-Fat TO Food-Fat.
           PERFORM 217-EXTEND-ENTRY.

      *> Void every live portion carrying the matched entry's
      *> reference.  Each person's day must still be open before any
      *> portion is reversed; otherwise the void rejects whole
      *> against the person who keyed it.
       285-VOID-SHARED-MEAL.
           MOVE WS-Tdy-Share-Ref (WS-Tdy-Match) TO WS-Share-Ref.
           MOVE WS-User-Id TO WS-Shm-Keyed-User.
           MOVE WS-Cur-User TO WS-Shm-Keyed-Slot.
           MOVE WS-Eff-Date TO WS-Shm-Keyed-Date.
           MOVE 0 TO WS-Shm-Count.
           PERFORM VARYING WS-Tdy-Sub FROM 1 BY 1
                   UNTIL WS-Tdy-Sub > WS-Tdy-Count
                   OR NOT WS-Entry-Valid
               IF WS-Tdy-Voided-Flag (WS-Tdy-Sub) = "N"
                       AND WS-Tdy-Share-Ref (WS-Tdy-Sub)
                           = WS-Share-Ref
                   PERFORM 286-CHECK-VOID-PORTION
               END-IF
           END-PERFORM.
           IF NOT WS-Entry-Valid
               MOVE WS-Shm-Keyed-User TO WS-User-Id
               MOVE WS-Shm-Keyed-Slot TO WS-Cur-User
               MOVE WS-Shm-Keyed-Date TO WS-Eff-Date
           ELSE
               DISPLAY "Voiding shared meal " WS-Share-Ref " for "
                   WS-Shm-Count " people."
               PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                       UNTIL WS-Shm-Sub > WS-Shm-Count
                   PERFORM 287-REVERSE-PORTION
               END-PERFORM
           END-IF.

       286-CHECK-VOID-PORTION.
           MOVE WS-Tdy-User (WS-Tdy-Sub) TO WS-User-Id.
           MOVE WS-Tdy-Date (WS-Tdy-Sub) TO WS-Eff-Date.
           PERFORM 103-FIND-OR-ADD-USER.
           IF WS-Cur-User = 0
               SET WS-Entry-Valid TO FALSE
               MOVE "Too many users in one batch run"
                   TO WS-Reject-Reason
               MOVE WS-User-Id TO WS-Bad-Input-Value
           ELSE
               IF WS-User-Tbl-Closed-Flag (WS-Cur-User) = "Y"
                   SET WS-Entry-Valid TO FALSE
                   MOVE "Day is closed for a shared-meal user"
                       TO WS-Reject-Reason
                   MOVE WS-User-Id TO WS-Bad-Input-Value
               ELSE
                   IF WS-Tdy-Calorie (WS-Tdy-Sub)
                           > WS-User-Tbl-Total (WS-Cur-User)
                       SET WS-Entry-Valid TO FALSE
                       MOVE "Void would drive totals negative"
                           TO WS-Reject-Reason
                       MOVE WS-User-Id TO WS-Bad-Input-Value
                   ELSE
                       IF WS-Shm-Count < 10
                           ADD 1 TO WS-Shm-Count
                           MOVE WS-Cur-User
                               TO WS-Shm-Slot (WS-Shm-Count)
                           MOVE WS-Tdy-Sub
                               TO WS-Shm-Tdy-Sub (WS-Shm-Count)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       287-REVERSE-PORTION.
           MOVE WS-Shm-Slot (WS-Shm-Sub) TO WS-Cur-User.
           MOVE WS-Shm-Tdy-Sub (WS-Shm-Sub) TO WS-Tdy-Match.
           MOVE WS-Tdy-User (WS-Tdy-Match) TO WS-User-Id.
           MOVE WS-Tdy-Date (WS-Tdy-Match) TO WS-Eff-Date.
           MOVE WS-Tdy-Meal (WS-Tdy-Match) TO WS-Meal-Type.
           MOVE WS-Tdy-Food (WS-Tdy-Match) TO Food-Name.
           PERFORM 104-LOAD-USER-TOTALS.
           PERFORM 262-REVERSE-MATCH.
           PERFORM 106-STORE-USER-TOTALS.

      *> A blank effective date means today.  A prior date posts to
      *> that day, unless its month has already been split off to a
      *> DLYLOG-CCYYMM.DAT archive - posting there would leave one
           IF WS-Profile-File-OK
               CLOSE USER-PROFILE-FILE
           END-IF.
           IF WS-Goal-Hist-File-OK
               CLOSE GOAL-HISTORY-FILE
           END-IF.

      *> One posting program at a time: POSTING-LOCK.DAT exists
      *> while a log writer is running and is deleted at clean
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
           MOVE "CALORIEBATCH" TO JS-Program.
           MOVE WS-Job-Run-Date TO JS-Run-Date.
           MOVE WS-Job-Process-Date TO JS-Process-Date.
           MOVE WS-Job-User-Id TO JS-User-Id.
           MOVE WS-Job-Outcome TO JS-Outcome.
           MOVE WS-Input-Count TO JS-Read-Count.
           MOVE WS-Accepted-Count TO JS-Written-Count.
           MOVE WS-Rejected-Count TO JS-Rejected-Count.
           MOVE WS-Job-Message TO JS-Message.
           OPEN OUTPUT JOB-STEP-FILE.
           WRITE JS-Record.
           CLOSE JOB-STEP-FILE.

       945-FAIL-JOB-STEP.
           MOVE "F" TO WS-Job-Outcome.
           PERFORM 940-WRITE-JOB-STEP.
           STOP RUN.
