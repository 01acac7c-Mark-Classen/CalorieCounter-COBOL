       IDENTIFICATION DIVISION.
       PROGRAM-ID. MealPlan.
      *> Maintains MEAL-PLAN.DAT, the planned meals for each user and
      *> day.  Planned names are checked the way posting resolves
      *> them: a food on FOOD-MASTER.DAT, a recipe on RECIPES.DAT, or
      *> an alias on FOOD-ALIAS.DAT, which is stored under its
      *> canonical food name.  MealPlanPost writes a day's plan to
      *> TRANS-IN.DAT and MealPlanVariance reports plan against log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEAL-PLAN-FILE ASSIGN TO "MEAL-PLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-Key
               FILE STATUS IS WS-Plan-Status.
           SELECT FOOD-MASTER-FILE ASSIGN TO "FOOD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-Food-Name
               FILE STATUS IS WS-Food-Master-Status.
           SELECT RECIPE-FILE ASSIGN TO "RECIPES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-Key
               FILE STATUS IS WS-Recipe-Status.
           SELECT FOOD-ALIAS-FILE ASSIGN TO "FOOD-ALIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Alias-Name
               FILE STATUS IS WS-Alias-Status.
           SELECT USER-PROFILE-FILE ASSIGN TO "USER-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MEAL-PLAN-FILE.
           COPY MEALPLAN.

       FD  FOOD-MASTER-FILE.
           COPY FOODMAST.

       FD  RECIPE-FILE.
           COPY RECIPERC.

       FD  FOOD-ALIAS-FILE.
           COPY FOODALIA.

       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       WORKING-STORAGE SECTION.
       01 WS-Plan-Status PIC XX.
       01 WS-Food-Master-Status PIC XX.
       01 WS-Recipe-Status PIC XX.
       01 WS-Alias-Status PIC XX.
       01 WS-Profile-Status PIC XX.
       01 WS-Master-File-OK-Flag PIC X VALUE "N".
           88 WS-Master-File-OK VALUE "Y" FALSE "N".
       01 WS-Recipe-File-OK-Flag PIC X VALUE "N".
           88 WS-Recipe-File-OK VALUE "Y" FALSE "N".
       01 WS-Alias-File-OK-Flag PIC X VALUE "N".
           88 WS-Alias-File-OK VALUE "Y" FALSE "N".
       01 WS-Profile-File-OK-Flag PIC X VALUE "N".
           88 WS-Profile-File-OK VALUE "Y" FALSE "N".

       01 WS-Menu-Choice PIC X.
       01 WS-Done-Flag PIC X VALUE "N".
           88 WS-Done VALUE "Y".

       01 WS-Today PIC 9(8).
       01 WS-User-Id PIC X(10).
       01 WS-Date-Input PIC X(8).
       01 WS-Date-Numval-RC PIC S9(4) COMP.
       01 WS-Date-Prompt PIC X(40).
       01 WS-Date-Value PIC 9(8).
       01 WS-Plan-Date PIC 9(8).
       01 WS-Start-Date PIC 9(8).
       01 WS-End-Date PIC 9(8).

       01 WS-Meal-Type PIC X(9).
       01 WS-Meal-Valid-Flag PIC X VALUE "N".
           88 WS-Meal-Valid VALUE "Y" FALSE "N".
       01 WS-Food-Name PIC X(30).
       01 WS-Quantity-Input PIC X(6).
       01 WS-Quantity-Numeric PIC S9(3)V99.
       01 WS-Numval-RC PIC S9(4) COMP.
       01 WS-Line-Input PIC X(2).
       01 WS-Line-Number PIC 9(2).
       01 WS-Entry-Valid-Flag PIC X VALUE "Y".
           88 WS-Entry-Valid VALUE "Y" FALSE "N".
       01 WS-Reject-Reason PIC X(40).
       01 WS-Name-Kind PIC X(6).

       01 WS-Next-Line-Number PIC 9(2).
       01 WS-Line-Found-Flag PIC X VALUE "N".
           88 WS-Line-Found VALUE "Y" FALSE "N".
       01 WS-Last-Date-Shown PIC 9(8).
       01 WS-List-Count PIC 9(4).
       01 WS-Quantity-Edit PIC ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           PERFORM 100-OPEN-FILES.
           PERFORM UNTIL WS-Done
               PERFORM 200-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN "1" PERFORM 300-LIST-PLAN
                   WHEN "2" PERFORM 400-ADD-PLAN-ITEM
                   WHEN "3" PERFORM 500-CORRECT-QUANTITY
                   WHEN "4" PERFORM 600-REMOVE-PLAN-ITEM
                   WHEN "5" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Please choose 1, 2, 3, 4 or 5."
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-CLOSE-FILES.
           STOP RUN.

       100-OPEN-FILES.
           OPEN I-O MEAL-PLAN-FILE.
           IF WS-Plan-Status = "35"
               OPEN OUTPUT MEAL-PLAN-FILE
               CLOSE MEAL-PLAN-FILE
               OPEN I-O MEAL-PLAN-FILE
           END-IF.
           SET WS-Master-File-OK TO FALSE.
           OPEN INPUT FOOD-MASTER-FILE.
           IF WS-Food-Master-Status = "00"
               SET WS-Master-File-OK TO TRUE
           ELSE
               DISPLAY "Warning: FOOD-MASTER.DAT is not available; "
                   "only recipe names can be planned."
           END-IF.
           SET WS-Recipe-File-OK TO FALSE.
           OPEN INPUT RECIPE-FILE.
           IF WS-Recipe-Status = "00"
               SET WS-Recipe-File-OK TO TRUE
           END-IF.
           SET WS-Alias-File-OK TO FALSE.
           OPEN INPUT FOOD-ALIAS-FILE.
           IF WS-Alias-Status = "00"
               SET WS-Alias-File-OK TO TRUE
           END-IF.
           SET WS-Profile-File-OK TO FALSE.
           OPEN INPUT USER-PROFILE-FILE.
           IF WS-Profile-Status = "00"
               SET WS-Profile-File-OK TO TRUE
           END-IF.

       200-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "Meal Plan Maintenance".
           DISPLAY "1. List a user's plan".
           DISPLAY "2. Add a planned item".
           DISPLAY "3. Correct a planned quantity".
           DISPLAY "4. Remove a planned item".
           DISPLAY "5. Exit".
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

      *> Plans are made ahead, so any date is allowed; blank is
      *> today.
       220-CAPTURE-DATE.
           MOVE 1 TO WS-Date-Numval-RC.
           PERFORM UNTIL WS-Date-Numval-RC = 0
               DISPLAY FUNCTION TRIM(WS-Date-Prompt)
                   " (CCYYMMDD, blank for today): "
               ACCEPT WS-Date-Input
               IF WS-Date-Input = SPACES
                   MOVE WS-Today TO WS-Date-Value
                   MOVE 0 TO WS-Date-Numval-RC
               ELSE
                   MOVE FUNCTION TEST-NUMVAL(WS-Date-Input)
                       TO WS-Date-Numval-RC
                   IF WS-Date-Numval-RC NOT = 0
                       DISPLAY "Please enter the date as CCYYMMDD."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Date-Input)
                           TO WS-Date-Value
                   END-IF
               END-IF
           END-PERFORM.

       230-CAPTURE-MEAL-TYPE.
           SET WS-Meal-Valid TO FALSE.
           PERFORM UNTIL WS-Meal-Valid
               DISPLAY "Meal type (BREAKFAST, LUNCH, DINNER, SNACK): "
               ACCEPT WS-Meal-Type
               MOVE FUNCTION UPPER-CASE(WS-Meal-Type) TO WS-Meal-Type
               IF WS-Meal-Type = "BREAKFAST" OR "LUNCH" OR "DINNER"
                       OR "SNACK"
                   SET WS-Meal-Valid TO TRUE
               ELSE
                   DISPLAY "Please enter BREAKFAST, LUNCH, DINNER or "
                       "SNACK."
               END-IF
           END-PERFORM.

      *> The same order posting uses: food master, then recipes, then
      *> an alias resolved to its canonical food-master name.
       240-CHECK-FOOD-NAME.
           MOVE SPACES TO WS-Name-Kind.
           IF WS-Master-File-OK
               MOVE WS-Food-Name TO FM-Food-Name
               READ FOOD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "FOOD" TO WS-Name-Kind
               END-READ
           END-IF.
           IF WS-Name-Kind = SPACES AND WS-Recipe-File-OK
               MOVE WS-Food-Name TO RC-Recipe-Name
               MOVE 0 TO RC-Line-Number
               START RECIPE-FILE KEY IS NOT LESS THAN RC-Key
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-Recipe-Status = "00"
                   READ RECIPE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RC-Recipe-Name = WS-Food-Name
                               MOVE "RECIPE" TO WS-Name-Kind
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WS-Name-Kind = SPACES AND WS-Alias-File-OK
                   AND WS-Master-File-OK
               MOVE WS-Food-Name TO FA-Alias-Name
               READ FOOD-ALIAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FA-Food-Name TO FM-Food-Name
                       READ FOOD-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "ALIAS" TO WS-Name-Kind
                               DISPLAY FUNCTION TRIM(WS-Food-Name)
                                   " will be planned as "
                                   FUNCTION TRIM(FA-Food-Name) "."
                               MOVE FA-Food-Name TO WS-Food-Name
                       END-READ
               END-READ
           END-IF.
           IF WS-Name-Kind = SPACES
               SET WS-Entry-Valid TO FALSE
               MOVE "Not in food master, recipes or aliases"
                   TO WS-Reject-Reason
           END-IF.

       250-CAPTURE-QUANTITY.
           DISPLAY "Planned quantity (servings): ".
           ACCEPT WS-Quantity-Input.
           MOVE FUNCTION TEST-NUMVAL(WS-Quantity-Input)
               TO WS-Numval-RC.
           IF WS-Numval-RC NOT = 0
               SET WS-Entry-Valid TO FALSE
               MOVE "Non-numeric quantity value" TO WS-Reject-Reason
           ELSE
               MOVE FUNCTION NUMVAL(WS-Quantity-Input)
                   TO WS-Quantity-Numeric
               IF WS-Quantity-Numeric <= 0
                       OR WS-Quantity-Numeric > 999.99
                   SET WS-Entry-Valid TO FALSE
                   MOVE "Quantity out of range (0.01-999.99)"
                       TO WS-Reject-Reason
               END-IF
           END-IF.

       260-FIND-NEXT-LINE.
           MOVE 1 TO WS-Next-Line-Number.
           MOVE WS-User-Id TO MP-User-Id.
           MOVE WS-Plan-Date TO MP-Plan-Date.
           MOVE 0 TO MP-Line-Number.
           START MEAL-PLAN-FILE KEY IS NOT LESS THAN MP-Key
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-Plan-Status = "00"
               PERFORM UNTIL WS-Plan-Status NOT = "00"
                   READ MEAL-PLAN-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-Plan-Status
                       NOT AT END
                           IF MP-User-Id = WS-User-Id
                                   AND MP-Plan-Date = WS-Plan-Date
                               IF MP-Line-Number = 99
                                   MOVE 0 TO WS-Next-Line-Number
                                   MOVE "10" TO WS-Plan-Status
                               ELSE
                                   COMPUTE WS-Next-Line-Number =
                                       MP-Line-Number + 1
                               END-IF
                           ELSE
                               MOVE "10" TO WS-Plan-Status
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> Planned items are picked by user, day and the line number
      *> the day's listing shows.
       270-FIND-PLAN-LINE.
           SET WS-Line-Found TO FALSE.
           PERFORM 210-CAPTURE-USER-ID.
           MOVE "Plan date" TO WS-Date-Prompt.
           PERFORM 220-CAPTURE-DATE.
           MOVE WS-Date-Value TO WS-Plan-Date.
           MOVE WS-Plan-Date TO WS-Start-Date.
           MOVE WS-Plan-Date TO WS-End-Date.
           PERFORM 310-SHOW-PLAN-RANGE.
           IF WS-List-Count > 0
               DISPLAY "Line number: "
               ACCEPT WS-Line-Input
               MOVE FUNCTION TEST-NUMVAL(WS-Line-Input)
                   TO WS-Numval-RC
               IF WS-Numval-RC NOT = 0
                   DISPLAY "Please enter a line number from the list."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Line-Input)
                       TO WS-Line-Number
                   MOVE WS-User-Id TO MP-User-Id
                   MOVE WS-Plan-Date TO MP-Plan-Date
                   MOVE WS-Line-Number TO MP-Line-Number
                   READ MEAL-PLAN-FILE
                       INVALID KEY
                           DISPLAY "No line " WS-Line-Number
                               " on that day's plan."
                       NOT INVALID KEY
                           SET WS-Line-Found TO TRUE
                   END-READ
               END-IF
           END-IF.

       300-LIST-PLAN.
           PERFORM 210-CAPTURE-USER-ID.
           MOVE "Plan from date" TO WS-Date-Prompt.
           PERFORM 220-CAPTURE-DATE.
           MOVE WS-Date-Value TO WS-Start-Date.
           MOVE "Plan through date" TO WS-Date-Prompt.
           PERFORM 220-CAPTURE-DATE.
           MOVE WS-Date-Value TO WS-End-Date.
           PERFORM 310-SHOW-PLAN-RANGE.

       310-SHOW-PLAN-RANGE.
           MOVE 0 TO WS-List-Count.
           MOVE 0 TO WS-Last-Date-Shown.
           MOVE WS-User-Id TO MP-User-Id.
           MOVE WS-Start-Date TO MP-Plan-Date.
           MOVE 0 TO MP-Line-Number.
           START MEAL-PLAN-FILE KEY IS NOT LESS THAN MP-Key
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-Plan-Status = "00"
               PERFORM UNTIL WS-Plan-Status NOT = "00"
                   READ MEAL-PLAN-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-Plan-Status
                       NOT AT END
                           IF MP-User-Id NOT = WS-User-Id
                                   OR MP-Plan-Date > WS-End-Date
                               MOVE "10" TO WS-Plan-Status
                           ELSE
                               PERFORM 320-SHOW-PLAN-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-List-Count = 0
               DISPLAY "No planned items for " WS-User-Id
                   " in that range."
           END-IF.

       320-SHOW-PLAN-LINE.
           ADD 1 TO WS-List-Count.
           IF MP-Plan-Date NOT = WS-Last-Date-Shown
               DISPLAY " "
               DISPLAY WS-User-Id " plan for " MP-Plan-Date
               MOVE MP-Plan-Date TO WS-Last-Date-Shown
           END-IF.
           MOVE MP-Quantity TO WS-Quantity-Edit.
           DISPLAY "  " MP-Line-Number ". " MP-Meal-Type " "
               WS-Quantity-Edit " x " FUNCTION TRIM(MP-Food-Name).

       400-ADD-PLAN-ITEM.
           PERFORM 210-CAPTURE-USER-ID.
           MOVE "Plan date" TO WS-Date-Prompt.
           PERFORM 220-CAPTURE-DATE.
           MOVE WS-Date-Value TO WS-Plan-Date.
           PERFORM 230-CAPTURE-MEAL-TYPE.
           DISPLAY "Food or recipe name: ".
           ACCEPT WS-Food-Name.
           SET WS-Entry-Valid TO TRUE.
           PERFORM 240-CHECK-FOOD-NAME.
           IF WS-Entry-Valid
               PERFORM 250-CAPTURE-QUANTITY
           END-IF.
           IF WS-Entry-Valid
               PERFORM 260-FIND-NEXT-LINE
               IF WS-Next-Line-Number = 0
                   DISPLAY "That day's plan already has 99 lines; "
                       "no more can be added."
               ELSE
                   MOVE WS-User-Id TO MP-User-Id
                   MOVE WS-Plan-Date TO MP-Plan-Date
                   MOVE WS-Next-Line-Number TO MP-Line-Number
                   MOVE WS-Meal-Type TO MP-Meal-Type
                   MOVE WS-Food-Name TO MP-Food-Name
                   MOVE WS-Quantity-Numeric TO MP-Quantity
                   WRITE MP-Record
                       INVALID KEY
                           DISPLAY "Unable to add that planned item."
                       NOT INVALID KEY
                           DISPLAY FUNCTION TRIM(WS-Food-Name)
                               " planned for " WS-Meal-Type " on "
                               WS-Plan-Date "."
                   END-WRITE
               END-IF
           ELSE
               DISPLAY "Not added: " WS-Reject-Reason
           END-IF.

       500-CORRECT-QUANTITY.
           PERFORM 270-FIND-PLAN-LINE.
           IF WS-Line-Found
               MOVE MP-Quantity TO WS-Quantity-Edit
               DISPLAY "Current quantity: " WS-Quantity-Edit
               SET WS-Entry-Valid TO TRUE
               PERFORM 250-CAPTURE-QUANTITY
               IF WS-Entry-Valid
                   MOVE WS-Quantity-Numeric TO MP-Quantity
                   REWRITE MP-Record
                       INVALID KEY
                           DISPLAY "Unable to update that planned "
                               "item."
                   END-REWRITE
               ELSE
                   DISPLAY "Not updated: " WS-Reject-Reason
               END-IF
           END-IF.

       600-REMOVE-PLAN-ITEM.
           PERFORM 270-FIND-PLAN-LINE.
           IF WS-Line-Found
               MOVE MP-Food-Name TO WS-Food-Name
               DELETE MEAL-PLAN-FILE
                   INVALID KEY
                       DISPLAY "Unable to remove that planned item."
                   NOT INVALID KEY
                       DISPLAY FUNCTION TRIM(WS-Food-Name)
                           " removed from the plan for "
                           WS-Plan-Date "."
               END-DELETE
           END-IF.

       900-CLOSE-FILES.
           CLOSE MEAL-PLAN-FILE.
           IF WS-Master-File-OK
               CLOSE FOOD-MASTER-FILE
           END-IF.
           IF WS-Recipe-File-OK
               CLOSE RECIPE-FILE
           END-IF.
           IF WS-Alias-File-OK
               CLOSE FOOD-ALIAS-FILE
           END-IF.
           IF WS-Profile-File-OK
               CLOSE USER-PROFILE-FILE
           END-IF.
