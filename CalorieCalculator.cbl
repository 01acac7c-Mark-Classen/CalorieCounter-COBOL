               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.
           SELECT GOAL-HISTORY-FILE ASSIGN TO "GOAL-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-Key
               FILE STATUS IS WS-Goal-Hist-Status.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAILY-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Summary-Status.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Alias-Name
               FILE STATUS IS WS-Alias-Status.
           SELECT FOOD-HIST-FILE ASSIGN TO "FOOD-MASTER-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.

           SELECT POSTING-LOCK-FILE ASSIGN TO "POSTING-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       FD  GOAL-HISTORY-FILE.
           COPY GOALHIST.

       FD  DAY-SUMMARY-FILE.
           COPY DAYSUMRC.

       FD  FOOD-ALIAS-FILE.
           COPY FOODALIA.

       FD  FOOD-HIST-FILE.
           COPY FMHISTRC.

       FD  POSTING-LOCK-FILE.
           COPY POSTLOCK.

       01 WS-Master-Found-Flag PIC X VALUE "N".
           88 WS-Master-Found VALUE "Y" FALSE "N".
       01 WS-Save-Response PIC X.
       01 WS-Hist-Status PIC XX.
       01 WS-Hist-Date PIC 9(8).
       01 WS-Hist-Time-Raw PIC 9(8).
       01 WS-Hist-Time PIC 9(6).

       01 WS-Recipe-Status PIC XX.
       01 WS-Recipe-File-OK-Flag PIC X VALUE "N".
           88 WS-Alias-File-OK VALUE "Y" FALSE "N".

       01 WS-Profile-Status PIC XX.
       01 WS-Goal-Hist-Status PIC XX.
       01 WS-Goal-Hist-File-OK-Flag PIC X VALUE "N".
           88 WS-Goal-Hist-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-In-Force PIC 9(6)V99.
       01 WS-User-Id PIC X(10) VALUE SPACES.
       01 WS-User-Name-Input PIC X(30).
       01 WS-Profile-Found-Flag PIC X VALUE "N".
               10 WS-Tdy-Carbs PIC 9(5)V99.
               10 WS-Tdy-Fat PIC 9(5)V99.
               10 WS-Tdy-Voided-Flag PIC X.
               10 WS-Tdy-Share-Ref PIC X(16).
       01 WS-Tdy-Full-Flag PIC X VALUE "N".
           88 WS-Tdy-Full VALUE "Y" FALSE "N".
       01 WS-Void-Overflow-Flag PIC X VALUE "N".
           88 WS-Void-Overflow VALUE "Y" FALSE "N".

      *> A shared household meal: one dish, the servings it made and
      *> each person's share, logged as one record per person tied
      *> together by DL-Share-Ref.  Other people's running totals
      *> for today are read back from the log when their portions
      *> are posted or voided.
       01 WS-Shm-Count PIC 9(2) VALUE 0.
       01 WS-Shm-Sub PIC 9(2).
       01 WS-Shm-Table.
           05 WS-Shm-Portion OCCURS 10 TIMES.
               10 WS-Shm-User PIC X(10).
               10 WS-Shm-Share-Text PIC X(6).
               10 WS-Shm-Share PIC 9(3)V99.
               10 WS-Shm-Calorie PIC 9(5)V99.
               10 WS-Shm-Protein PIC 9(5)V99.
               10 WS-Shm-Carbs PIC 9(5)V99.
               10 WS-Shm-Fat PIC 9(5)V99.
               10 WS-Shm-Total PIC 9(6)V99.
               10 WS-Shm-Voided-Flag PIC X.
       01 WS-Shm-Servings PIC 9(3)V99.
       01 WS-Shm-Share-Total PIC 9(5)V99.
       01 WS-Shm-Check-Total PIC 9(6)V99.
       01 WS-Shm-Session-User PIC X(10).
       01 WS-Shm-Input-User PIC X(10).
       01 WS-Shm-Bad-Value PIC X(10).
       01 WS-Shm-Done-Flag PIC X VALUE "N".
           88 WS-Shm-Done VALUE "Y" FALSE "N".
       01 WS-Shm-Dup-Flag PIC X VALUE "N".
           88 WS-Shm-Dup VALUE "Y" FALSE "N".
       01 WS-Shm-Scan-EOF-Flag PIC X VALUE "N".
           88 WS-Shm-Scan-EOF VALUE "Y" FALSE "N".
       01 WS-Share-Ref PIC X(16).
       01 WS-Share-Time-Raw PIC 9(8).
       01 WS-New-Share-Ref.
           05 WS-New-Share-Date PIC 9(8).
           05 WS-New-Share-Time PIC 9(6).
           05 WS-New-Share-Seq PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           END-IF.

           DISPLAY "Enter food name (or type 'void' to reverse an "
               "entry, 'shared' for a shared household meal, "
               "'exit' to finish): ".
       ACCEPT User-Input.
           IF User-Input = "exit" OR "Exit"
               PERFORM 900-CLOSE-FILES
           IF User-Input = "void" OR "Void" OR "VOID"
               PERFORM 300-VOID-ENTRY
           ELSE
               IF User-Input = "shared" OR "Shared" OR "SHARED"
                   PERFORM 400-SHARED-MEAL
               ELSE
                   PERFORM 180-PROCESS-ENTRY
               END-IF
           END-IF.
           PERFORM MAIN-LOGIC.

                       MOVE WS-Goal-Status TO DL-Goal-Status
                       MOVE "A" TO DL-Entry-Type
                       MOVE "INTERACTIVE" TO DL-Run-Id
                       MOVE SPACES TO DL-Share-Ref
                       WRITE DL-Record
                       PERFORM 108-REMEMBER-ENTRY

               OPEN I-O USER-PROFILE-FILE
           END-IF.

           SET WS-Goal-Hist-File-OK TO FALSE.
           OPEN INPUT GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "00"
               SET WS-Goal-Hist-File-OK TO TRUE
           END-IF.

           PERFORM 102-CAPTURE-USER.

           IF WS-Goal-Hist-File-OK
               CLOSE GOAL-HISTORY-FILE
           END-IF.

           PERFORM 103-CHECK-DAY-CLOSED.
           IF WS-Day-Closed
               DISPLAY "Today is closed for " WS-User-Id
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Profile-Found TO TRUE
                   MOVE UP-Daily-Goal TO WS-Goal-In-Force
                   PERFORM 104-FIND-GOAL-IN-FORCE
                   MOVE WS-Goal-In-Force TO WS-Daily-Goal
                   MOVE WS-Daily-Goal TO WS-Total-Edit
                   DISPLAY "Welcome back "
                       FUNCTION TRIM(UP-User-Name)
               END-IF
           END-IF.

      *> The goal in force today is the one on the user's
      *> GOAL-HISTORY.DAT record with the latest effective date not
      *> after today; a user with no dated goals keeps the profile
      *> goal already in WS-Goal-In-Force.
       104-FIND-GOAL-IN-FORCE.
           IF WS-Goal-Hist-File-OK
               MOVE WS-User-Id TO GH-User-Id
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
                               IF GH-User-Id NOT = WS-User-Id
                                       OR GH-Eff-Date > WS-Today
                                   MOVE "10" TO WS-Goal-Hist-Status
                               ELSE
                                   MOVE GH-Daily-Goal
                                       TO WS-Goal-In-Force
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       101-CAPTURE-DAILY-GOAL.
           SET WS-Goal-Valid TO FALSE.
           PERFORM UNTIL WS-Goal-Valid
           END-EVALUATE.
           MOVE DL-Meal-Type TO WS-Meal-Type.
           MOVE DL-Food-Name TO Food-Name.
           IF DL-Share-Ref NOT = SPACES
               MOVE DL-Share-Ref TO WS-Share-Ref
               PERFORM 266-FIND-SHARE-MATCH
           ELSE
               PERFORM 265-FIND-TODAY-MATCH
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
      *> portion with the same reference.
       266-FIND-SHARE-MATCH.
           MOVE 0 TO WS-Tdy-Match.
           IF WS-Tdy-Count > 0
               PERFORM VARYING WS-Tdy-Sub FROM 1 BY 1
                       UNTIL WS-Tdy-Sub > WS-Tdy-Count
                   IF WS-Tdy-Voided-Flag (WS-Tdy-Sub) = "N"
                           AND WS-Tdy-Share-Ref (WS-Tdy-Sub)
                               = WS-Share-Ref
                       MOVE WS-Tdy-Sub TO WS-Tdy-Match
                   END-IF
               END-PERFORM
           END-IF.

      *> Interactive void: reverse the last live entry for this user
      *> matching the meal and food, writing a reversal record so the
      *> history shows what happened.  An entry that is this user's
      *> portion of a shared meal voids every portion of the meal.
       300-VOID-ENTRY.
           PERFORM 150-CAPTURE-MEAL-TYPE.
           DISPLAY "Food name to void: ".
               DISPLAY "No live " WS-Meal-Type " entry today for "
                   User-Input "."
           ELSE
               IF WS-Tdy-Share-Ref (WS-Tdy-Match) = SPACES
                   PERFORM 305-REVERSE-MATCH
               ELSE
                   PERFORM 450-VOID-SHARED-MEAL
               END-IF
           END-IF.

       305-REVERSE-MATCH.
           SET WS-Void-Overflow TO FALSE.
           SUBTRACT WS-Tdy-Calorie (WS-Tdy-Match) FROM Total-Calorie
               ON SIZE ERROR
                   SET WS-Void-Overflow TO TRUE
           END-SUBTRACT.
           IF WS-Void-Overflow
               DISPLAY "Void would drive totals negative; "
                   "nothing reversed."
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
               PERFORM 310-SUBTRACT-MEAL-TOTAL
               PERFORM 230-CHECK-GOAL

               MOVE WS-Today TO DL-Date
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
               MOVE "INTERACTIVE" TO DL-Run-Id
               MOVE WS-Tdy-Share-Ref (WS-Tdy-Match) TO DL-Share-Ref
               WRITE DL-Record
               MOVE "Y" TO WS-Tdy-Voided-Flag (WS-Tdy-Match)

               MOVE WS-Tdy-Calorie (WS-Tdy-Match) TO WS-Calorie-Edit
               DISPLAY "Voided " User-Input ": "
                   WS-Calorie-Edit " calories."
               MOVE Total-Calorie TO WS-Total-Edit
               DISPLAY "Total calories so far: " WS-Total-Edit
           END-IF.

       310-SUBTRACT-MEAL-TOTAL.
           EVALUATE WS-Meal-Type
               WHEN "BREAKFAST"
                           INVALID KEY
                               DISPLAY "Unable to save " User-Input
                                   " to food master."
                           NOT INVALID KEY
                               PERFORM 209-WRITE-HISTORY
                       END-WRITE
                   END-IF
               ELSE
                   END-IF
           END-READ.

      *> A food saved to the master from here is an add like any
      *> other, so it goes on FOOD-MASTER-HIST.DAT the same way.
       209-WRITE-HISTORY.
           ACCEPT WS-Hist-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Hist-Time-Raw FROM TIME.
           DIVIDE WS-Hist-Time-Raw BY 100 GIVING WS-Hist-Time.
           OPEN EXTEND FOOD-HIST-FILE.
           IF WS-Hist-Status = "35"
               OPEN OUTPUT FOOD-HIST-FILE
           END-IF.
           INITIALIZE FH-Record.
           MOVE WS-Hist-Date TO FH-Change-Date.
           MOVE WS-Hist-Time TO FH-Change-Time.
           MOVE "A" TO FH-Action.
           MOVE "CALORIECOUNTER" TO FH-Program.
           MOVE FM-Record TO FH-After.
           WRITE FH-Record.
           CLOSE FOOD-HIST-FILE.

       210-VALIDATE-CALORIE.
           MOVE FUNCTION TEST-NUMVAL(WS-Calorie-Input) TO WS-Numval-RC.
           IF WS-Numval-RC NOT = 0
           DISPLAY "Rejected entry for " Food-Name ": "
               WS-Reject-Reason.

      *> Shared household meal: the dish is looked up (or keyed) as
      *> for any entry, then the servings the pot made and each
      *> person's share.  Every portion is checked before any is
      *> logged - the shares may not add up to more than the servings
      *> made and no one's day may be closed - so the meal is logged
      *> whole or rejected whole to EXCEPTIONS.DAT.
       400-SHARED-MEAL.
           MOVE WS-User-Id TO WS-Shm-Session-User.
           MOVE 0 TO WS-Shm-Count.
           SET WS-Entry-Valid TO TRUE.
           PERFORM 150-CAPTURE-MEAL-TYPE.
           DISPLAY "Dish name: ".
           ACCEPT User-Input.
           MOVE User-Input TO Food-Name.
           PERFORM 200-LOOKUP-OR-ENTER-CALORIE.
           IF WS-Entry-Valid
               PERFORM 405-CAPTURE-SERVINGS-MADE
               PERFORM 410-CAPTURE-PORTIONS
               IF WS-Shm-Count = 0
                   DISPLAY "No portions entered; nothing logged."
               ELSE
                   PERFORM 420-CHECK-SHARED-MEAL
                   IF WS-Entry-Valid
                       PERFORM 440-POST-SHARED-MEAL
                   ELSE
                       PERFORM 435-REJECT-SHARED-MEAL
                   END-IF
               END-IF
           END-IF.
           MOVE WS-Shm-Session-User TO WS-User-Id.

       405-CAPTURE-SERVINGS-MADE.
           SET WS-Quantity-Valid TO FALSE.
           PERFORM UNTIL WS-Quantity-Valid
               DISPLAY "Total servings the dish made: "
               ACCEPT WS-Quantity-Input
               MOVE FUNCTION TEST-NUMVAL(WS-Quantity-Input)
                   TO WS-Numval-RC
               IF WS-Quantity-Input = SPACES OR WS-Numval-RC NOT = 0
                   DISPLAY "Please enter a numeric number of servings."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Quantity-Input)
                       TO WS-Quantity-Numeric
                   IF WS-Quantity-Numeric <= 0
                           OR WS-Quantity-Numeric > 999.99
                       DISPLAY "Please enter servings above 0 "
                           "and no more than 999.99."
                   ELSE
                       MOVE WS-Quantity-Numeric TO WS-Shm-Servings
                       SET WS-Quantity-Valid TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       410-CAPTURE-PORTIONS.
           SET WS-Shm-Done TO FALSE.
           DISPLAY "Enter each person's portion; a blank user id "
               "ends the list.".
           PERFORM UNTIL WS-Shm-Done
               PERFORM 415-CAPTURE-ONE-PORTION
           END-PERFORM.

       415-CAPTURE-ONE-PORTION.
           DISPLAY "User id: ".
           ACCEPT WS-Shm-Input-User.
           MOVE FUNCTION UPPER-CASE(WS-Shm-Input-User)
               TO WS-Shm-Input-User.
           IF WS-Shm-Input-User = SPACES
               SET WS-Shm-Done TO TRUE
           ELSE
               SET WS-Shm-Dup TO FALSE
               IF WS-Shm-Count > 0
                   PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                           UNTIL WS-Shm-Sub > WS-Shm-Count
                       IF WS-Shm-User (WS-Shm-Sub) = WS-Shm-Input-User
                           SET WS-Shm-Dup TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-Shm-Dup
                   DISPLAY WS-Shm-Input-User
                       " already has a portion of this meal."
               ELSE
                   PERFORM 160-CAPTURE-QUANTITY
                   ADD 1 TO WS-Shm-Count
                   MOVE WS-Shm-Input-User TO WS-Shm-User (WS-Shm-Count)
                   MOVE Entry-Quantity TO WS-Shm-Share (WS-Shm-Count)
                   MOVE WS-Quantity-Input
                       TO WS-Shm-Share-Text (WS-Shm-Count)
                   MOVE "N" TO WS-Shm-Voided-Flag (WS-Shm-Count)
                   IF WS-Shm-Count = 10
                       DISPLAY "That is the most portions one shared "
                           "meal can hold."
                       SET WS-Shm-Done TO TRUE
                   END-IF
               END-IF
           END-IF.

       420-CHECK-SHARED-MEAL.
           MOVE 0 TO WS-Shm-Share-Total.
           PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                   UNTIL WS-Shm-Sub > WS-Shm-Count
               ADD WS-Shm-Share (WS-Shm-Sub) TO WS-Shm-Share-Total
           END-PERFORM.
           IF WS-Shm-Share-Total > WS-Shm-Servings
               SET WS-Entry-Valid TO FALSE
               MOVE "Shares exceed servings made" TO WS-Reject-Reason
               MOVE WS-Shm-Share-Total TO WS-Calorie-Edit
               MOVE WS-Calorie-Edit TO WS-Shm-Bad-Value
           END-IF.
           IF WS-Entry-Valid
               PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                       UNTIL WS-Shm-Sub > WS-Shm-Count
                       OR NOT WS-Entry-Valid
                   PERFORM 425-CHECK-ONE-PORTION
               END-PERFORM
           END-IF.
           IF WS-Entry-Valid
               PERFORM 430-LOAD-PORTION-TOTALS
               PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                       UNTIL WS-Shm-Sub > WS-Shm-Count
                       OR NOT WS-Entry-Valid
                   MOVE WS-Shm-Total (WS-Shm-Sub)
                       TO WS-Shm-Check-Total
                   ADD WS-Shm-Calorie (WS-Shm-Sub)
                           TO WS-Shm-Check-Total
                       ON SIZE ERROR
                           SET WS-Entry-Valid TO FALSE
                           MOVE "Daily running total overflow"
                               TO WS-Reject-Reason
                           MOVE "OVERFLOW" TO WS-Shm-Bad-Value
                   END-ADD
               END-PERFORM
           END-IF.

       425-CHECK-ONE-PORTION.
           MOVE WS-Shm-User (WS-Shm-Sub) TO WS-User-Id.
           PERFORM 103-CHECK-DAY-CLOSED.
           IF WS-Day-Closed
               SET WS-Entry-Valid TO FALSE
               MOVE "Day is closed for this user" TO WS-Reject-Reason
               MOVE WS-User-Id TO WS-Shm-Bad-Value
           ELSE
               MOVE WS-Shm-Share (WS-Shm-Sub) TO Entry-Quantity
               PERFORM 170-EXTEND-ENTRY
               IF WS-Entry-Valid
                   MOVE Entry-Calorie TO WS-Shm-Calorie (WS-Shm-Sub)
                   MOVE Entry-Protein TO WS-Shm-Protein (WS-Shm-Sub)
                   MOVE Entry-Carbs TO WS-Shm-Carbs (WS-Shm-Sub)
                   MOVE Entry-Fat TO WS-Shm-Fat (WS-Shm-Sub)
               ELSE
                   MOVE WS-Shm-Share-Text (WS-Shm-Sub)
                       TO WS-Shm-Bad-Value
               END-IF
           END-IF.
           MOVE WS-Shm-Session-User TO WS-User-Id.

      *> Today's running total for each person on the portion table:
      *> the session user's is already in Total-Calorie, everyone
      *> else's is summed from the log, which is reopened for append
      *> afterwards.
       430-LOAD-PORTION-TOTALS.
           PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                   UNTIL WS-Shm-Sub > WS-Shm-Count
               IF WS-Shm-User (WS-Shm-Sub) = WS-Shm-Session-User
                   MOVE Total-Calorie TO WS-Shm-Total (WS-Shm-Sub)
               ELSE
                   MOVE 0 TO WS-Shm-Total (WS-Shm-Sub)
               END-IF
           END-PERFORM.
           CLOSE DAILY-LOG-FILE.
           SET WS-Shm-Scan-EOF TO FALSE.
           OPEN INPUT DAILY-LOG-FILE.
           IF WS-Daily-Log-Status = "00"
               PERFORM UNTIL WS-Shm-Scan-EOF
                   READ DAILY-LOG-FILE
                       AT END
                           SET WS-Shm-Scan-EOF TO TRUE
                       NOT AT END
                           IF DL-Date = WS-Today
                                   AND DL-User-Id
                                       NOT = WS-Shm-Session-User
                               PERFORM 431-ADD-PORTION-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-LOG-FILE
           END-IF.
           OPEN EXTEND DAILY-LOG-FILE.
           IF WS-Daily-Log-Status = "35"
               OPEN OUTPUT DAILY-LOG-FILE
           END-IF.

       431-ADD-PORTION-RECORD.
           PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                   UNTIL WS-Shm-Sub > WS-Shm-Count
               IF WS-Shm-User (WS-Shm-Sub) = DL-User-Id
                   IF DL-Entry-Type = "V"
                       SUBTRACT DL-Calorie
                               FROM WS-Shm-Total (WS-Shm-Sub)
                           ON SIZE ERROR
                               MOVE 0 TO WS-Shm-Total (WS-Shm-Sub)
                       END-SUBTRACT
                   ELSE
                       ADD DL-Calorie TO WS-Shm-Total (WS-Shm-Sub)
                           ON SIZE ERROR
                               CONTINUE
                       END-ADD
                   END-IF
               END-IF
           END-PERFORM.

       435-REJECT-SHARED-MEAL.
           PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                   UNTIL WS-Shm-Sub > WS-Shm-Count
               MOVE WS-Shm-User (WS-Shm-Sub) TO WS-User-Id
               PERFORM 436-LOG-PORTION-EXCEPTION
           END-PERFORM.
           MOVE WS-Shm-Session-User TO WS-User-Id.
           DISPLAY "Shared meal " FUNCTION TRIM(Food-Name)
               " not logged for anyone.".

       436-LOG-PORTION-EXCEPTION.
           MOVE WS-Today TO EX-Date.
           MOVE WS-User-Id TO EX-User-Id.
           MOVE Food-Name TO EX-Food-Name.
           MOVE WS-Meal-Type TO EX-Meal-Type.
           MOVE WS-Shm-Bad-Value TO EX-Input-Value.
           MOVE WS-Reject-Reason TO EX-Reason.
           MOVE "P" TO EX-Status.
           WRITE EX-Record.
           DISPLAY "Rejected shared-meal portion for " WS-User-Id
               ": " WS-Reject-Reason.

      *> The portions share one reference: today's date, the time
      *> the meal was logged and a sequence within the session.
       440-POST-SHARED-MEAL.
           ACCEPT WS-Share-Time-Raw FROM TIME.
           DIVIDE WS-Share-Time-Raw BY 100 GIVING WS-New-Share-Time.
           MOVE WS-Today TO WS-New-Share-Date.
           ADD 1 TO WS-New-Share-Seq.
           MOVE WS-New-Share-Ref TO WS-Share-Ref.
           SET WS-Goal-Hist-File-OK TO FALSE.
           OPEN INPUT GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "00"
               SET WS-Goal-Hist-File-OK TO TRUE
           END-IF.
           DISPLAY "Shared meal " FUNCTION TRIM(Food-Name)
               " logged for " WS-Shm-Count " people as "
               WS-Share-Ref ":".
           PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                   UNTIL WS-Shm-Sub > WS-Shm-Count
               PERFORM 445-POST-ONE-PORTION
           END-PERFORM.
           IF WS-Goal-Hist-File-OK
               CLOSE GOAL-HISTORY-FILE
               SET WS-Goal-Hist-File-OK TO FALSE
           END-IF.
           MOVE WS-Shm-Session-User TO WS-User-Id.

       445-POST-ONE-PORTION.
           MOVE WS-Shm-User (WS-Shm-Sub) TO WS-User-Id.
           MOVE WS-Shm-Share (WS-Shm-Sub) TO Entry-Quantity.
           MOVE WS-Shm-Calorie (WS-Shm-Sub) TO Entry-Calorie.
           MOVE WS-Shm-Protein (WS-Shm-Sub) TO Entry-Protein.
           MOVE WS-Shm-Carbs (WS-Shm-Sub) TO Entry-Carbs.
           MOVE WS-Shm-Fat (WS-Shm-Sub) TO Entry-Fat.
           IF WS-User-Id = WS-Shm-Session-User
               ADD Entry-Calorie TO Total-Calorie
               ADD Entry-Protein TO Total-Protein
               ADD Entry-Carbs TO Total-Carbs
               ADD Entry-Fat TO Total-Fat
               PERFORM 230-CHECK-GOAL
               PERFORM 240-UPDATE-MEAL-TOTAL
               MOVE Total-Calorie TO WS-Shm-Total (WS-Shm-Sub)
           ELSE
               ADD Entry-Calorie TO WS-Shm-Total (WS-Shm-Sub)
               PERFORM 447-PORTION-GOAL-STATUS
           END-IF.
           MOVE WS-Today TO DL-Date.
           MOVE WS-User-Id TO DL-User-Id.
           MOVE WS-Meal-Type TO DL-Meal-Type.
           MOVE Food-Name TO DL-Food-Name.
           MOVE Entry-Quantity TO DL-Quantity.
           MOVE Entry-Calorie TO DL-Calorie.
           MOVE Entry-Protein TO DL-Protein.
           MOVE Entry-Carbs TO DL-Carbs.
           MOVE Entry-Fat TO DL-Fat.
           MOVE WS-Shm-Total (WS-Shm-Sub) TO DL-Running-Total.
           MOVE WS-Goal-Status TO DL-Goal-Status.
           MOVE "A" TO DL-Entry-Type.
           MOVE "INTERACTIVE" TO DL-Run-Id.
           MOVE WS-Share-Ref TO DL-Share-Ref.
           WRITE DL-Record.
           IF WS-User-Id = WS-Shm-Session-User
               PERFORM 108-REMEMBER-ENTRY
           END-IF.
           MOVE Entry-Calorie TO WS-Calorie-Edit.
           MOVE WS-Shm-Total (WS-Shm-Sub) TO WS-Total-Edit.
           DISPLAY "  " WS-User-Id ": " WS-Calorie-Edit
               " calories (running total " WS-Total-Edit ")".

      *> Another person's goal status comes from their profile and
      *> dated goals, as the batch posting works it out.
       447-PORTION-GOAL-STATUS.
           MOVE "NONE" TO WS-Goal-Status.
           MOVE WS-User-Id TO UP-User-Id.
           READ USER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UP-Daily-Goal TO WS-Goal-In-Force
                   PERFORM 104-FIND-GOAL-IN-FORCE
                   IF WS-Shm-Total (WS-Shm-Sub) > WS-Goal-In-Force
                       MOVE "OVER" TO WS-Goal-Status
                   ELSE
                       MOVE "UNDER" TO WS-Goal-Status
                   END-IF
           END-READ.

      *> Void every live portion of the shared meal the matched entry
      *> belongs to.  The portions are gathered from the log by
      *> reference; if anyone's day has been closed since, nothing is
      *> reversed.
       450-VOID-SHARED-MEAL.
           MOVE WS-Tdy-Share-Ref (WS-Tdy-Match) TO WS-Share-Ref.
           MOVE WS-User-Id TO WS-Shm-Session-User.
           PERFORM 455-COLLECT-SHARED-PORTIONS.
           PERFORM 430-LOAD-PORTION-TOTALS.
           SET WS-Entry-Valid TO TRUE.
           PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                   UNTIL WS-Shm-Sub > WS-Shm-Count
                   OR NOT WS-Entry-Valid
               IF WS-Shm-Voided-Flag (WS-Shm-Sub) = "N"
                   PERFORM 457-CHECK-VOID-PORTION
               END-IF
           END-PERFORM.
           MOVE WS-Shm-Session-User TO WS-User-Id.
           IF NOT WS-Entry-Valid
               DISPLAY "Shared meal not voided: "
                   FUNCTION TRIM(WS-Reject-Reason) " ("
                   FUNCTION TRIM(WS-Shm-Bad-Value) ")."
           ELSE
               SET WS-Goal-Hist-File-OK TO FALSE
               OPEN INPUT GOAL-HISTORY-FILE
               IF WS-Goal-Hist-Status = "00"
                   SET WS-Goal-Hist-File-OK TO TRUE
               END-IF
               DISPLAY "Voiding shared meal " WS-Share-Ref
                   " for every portion:"
               PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                       UNTIL WS-Shm-Sub > WS-Shm-Count
                   IF WS-Shm-Voided-Flag (WS-Shm-Sub) = "N"
                       PERFORM 460-REVERSE-ONE-PORTION
                   END-IF
               END-PERFORM
               IF WS-Goal-Hist-File-OK
                   CLOSE GOAL-HISTORY-FILE
                   SET WS-Goal-Hist-File-OK TO FALSE
               END-IF
               MOVE WS-Shm-Session-User TO WS-User-Id
           END-IF.

       455-COLLECT-SHARED-PORTIONS.
           MOVE 0 TO WS-Shm-Count.
           CLOSE DAILY-LOG-FILE.
           SET WS-Shm-Scan-EOF TO FALSE.
           OPEN INPUT DAILY-LOG-FILE.
           IF WS-Daily-Log-Status = "00"
               PERFORM UNTIL WS-Shm-Scan-EOF
                   READ DAILY-LOG-FILE
                       AT END
                           SET WS-Shm-Scan-EOF TO TRUE
                       NOT AT END
                           IF DL-Date = WS-Today
                                   AND DL-Share-Ref = WS-Share-Ref
                               PERFORM 456-COLLECT-ONE-PORTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-LOG-FILE
           END-IF.
           OPEN EXTEND DAILY-LOG-FILE.
           IF WS-Daily-Log-Status = "35"
               OPEN OUTPUT DAILY-LOG-FILE
           END-IF.

       456-COLLECT-ONE-PORTION.
           IF DL-Entry-Type = "V"
               PERFORM VARYING WS-Shm-Sub FROM 1 BY 1
                       UNTIL WS-Shm-Sub > WS-Shm-Count
                   IF WS-Shm-User (WS-Shm-Sub) = DL-User-Id
                       MOVE "Y" TO WS-Shm-Voided-Flag (WS-Shm-Sub)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-Shm-Count < 10
                   ADD 1 TO WS-Shm-Count
                   MOVE DL-User-Id TO WS-Shm-User (WS-Shm-Count)
                   MOVE DL-Quantity TO WS-Shm-Share (WS-Shm-Count)
                   MOVE DL-Calorie TO WS-Shm-Calorie (WS-Shm-Count)
                   MOVE DL-Protein TO WS-Shm-Protein (WS-Shm-Count)
                   MOVE DL-Carbs TO WS-Shm-Carbs (WS-Shm-Count)
                   MOVE DL-Fat TO WS-Shm-Fat (WS-Shm-Count)
                   MOVE "N" TO WS-Shm-Voided-Flag (WS-Shm-Count)
               END-IF
           END-IF.

       457-CHECK-VOID-PORTION.
           MOVE WS-Shm-User (WS-Shm-Sub) TO WS-User-Id.
           PERFORM 103-CHECK-DAY-CLOSED.
           IF WS-Day-Closed
               SET WS-Entry-Valid TO FALSE
               MOVE "Day is closed for a shared-meal user"
                   TO WS-Reject-Reason
               MOVE WS-User-Id TO WS-Shm-Bad-Value
           ELSE
               IF WS-Shm-Calorie (WS-Shm-Sub)
                       > WS-Shm-Total (WS-Shm-Sub)
                   SET WS-Entry-Valid TO FALSE
                   MOVE "Void would drive totals negative"
                       TO WS-Reject-Reason
                   MOVE WS-User-Id TO WS-Shm-Bad-Value
               END-IF
           END-IF.

      *> The session user's portion is reversed through the usual
      *> void; anyone else's reversal carries their running total
      *> read back from the log.
       460-REVERSE-ONE-PORTION.
           MOVE WS-Shm-User (WS-Shm-Sub) TO WS-User-Id.
           IF WS-User-Id = WS-Shm-Session-User
               PERFORM 305-REVERSE-MATCH
           ELSE
               SUBTRACT WS-Shm-Calorie (WS-Shm-Sub)
                   FROM WS-Shm-Total (WS-Shm-Sub)
               PERFORM 447-PORTION-GOAL-STATUS
               MOVE WS-Today TO DL-Date
               MOVE WS-User-Id TO DL-User-Id
               MOVE WS-Meal-Type TO DL-Meal-Type
               MOVE Food-Name TO DL-Food-Name
               MOVE WS-Shm-Share (WS-Shm-Sub) TO DL-Quantity
               MOVE WS-Shm-Calorie (WS-Shm-Sub) TO DL-Calorie
               MOVE WS-Shm-Protein (WS-Shm-Sub) TO DL-Protein
               MOVE WS-Shm-Carbs (WS-Shm-Sub) TO DL-Carbs
               MOVE WS-Shm-Fat (WS-Shm-Sub) TO DL-Fat
               MOVE WS-Shm-Total (WS-Shm-Sub) TO DL-Running-Total
               MOVE WS-Goal-Status TO DL-Goal-Status
               MOVE "V" TO DL-Entry-Type
               MOVE "INTERACTIVE" TO DL-Run-Id
               MOVE WS-Share-Ref TO DL-Share-Ref
               WRITE DL-Record
               MOVE WS-Shm-Calorie (WS-Shm-Sub) TO WS-Calorie-Edit
               MOVE WS-Shm-Total (WS-Shm-Sub) TO WS-Total-Edit
               DISPLAY "  " WS-User-Id ": voided " WS-Calorie-Edit
                   " calories (running total " WS-Total-Edit ")"
           END-IF.

       900-CLOSE-FILES.
           CLOSE DAILY-LOG-FILE.
           CLOSE FOOD-MASTER-FILE.
