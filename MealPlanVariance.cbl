       IDENTIFICATION DIVISION.
       PROGRAM-ID. MealPlanVariance.
      *> Planned-versus-actual report.  For every user and day in the
      *> requested range that has a MEAL-PLAN.DAT plan, compares the
      *> planned items meal by meal with what actually landed on the
      *> daily log (DAILY-LOG.DAT and any DLYLOG-CCYYMM.DAT archives
      *> in the range, voids netted off).  Planned items never eaten
      *> show as SKIPPED, logged items that were not on the plan as
      *> UNPLANNED, and each meal closes with its planned, actual and
      *> difference figures for calories and macro grams.  Planned
      *> values are priced from the food master and recipes as they
      *> stand now, the same way posting prices an unpriced line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEAL-PLAN-FILE ASSIGN TO "MEAL-PLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-Key
               FILE STATUS IS WS-Plan-Status.
           SELECT DAILY-LOG-FILE ASSIGN TO "DAILY-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Daily-Log-Status.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-Archive-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.
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

       DATA DIVISION.
       FILE SECTION.
       FD  MEAL-PLAN-FILE.
           COPY MEALPLAN.

       FD  DAILY-LOG-FILE.
           COPY DLYLOGRC.

       FD  ARCHIVE-FILE.
       01  ARCH-Record PIC X(150).

       FD  FOOD-MASTER-FILE.
           COPY FOODMAST.

       FD  RECIPE-FILE.
           COPY RECIPERC.

       FD  FOOD-ALIAS-FILE.
           COPY FOODALIA.

       WORKING-STORAGE SECTION.
       01 WS-Plan-Status PIC XX.
       01 WS-Daily-Log-Status PIC XX.
       01 WS-Archive-Status PIC XX.
       01 WS-Food-Master-Status PIC XX.
       01 WS-Recipe-Status PIC XX.
       01 WS-Alias-Status PIC XX.
       01 WS-Master-File-OK-Flag PIC X VALUE "N".
           88 WS-Master-File-OK VALUE "Y" FALSE "N".
       01 WS-Recipe-File-OK-Flag PIC X VALUE "N".
           88 WS-Recipe-File-OK VALUE "Y" FALSE "N".
       01 WS-Alias-File-OK-Flag PIC X VALUE "N".
           88 WS-Alias-File-OK VALUE "Y" FALSE "N".

       01 WS-Archive-File-Name PIC X(64).
       01 WS-Arch-EOF-Flag PIC X VALUE "N".
           88 WS-Arch-EOF VALUE "Y" FALSE "N".
       01 WS-Arch-Month PIC 9(6).
       01 WS-Arch-Month-R REDEFINES WS-Arch-Month.
           05 WS-Arch-Year PIC 9(4).
           05 WS-Arch-Mo PIC 9(2).
       01 WS-End-Month PIC 9(6).
       01 WS-Log-EOF-Flag PIC X VALUE "N".
           88 WS-Log-EOF VALUE "Y" FALSE "N".
       01 WS-Recipe-EOF-Flag PIC X VALUE "N".
           88 WS-Recipe-EOF VALUE "Y" FALSE "N".

       01 WS-Start-Date PIC 9(8).
       01 WS-End-Date PIC 9(8).
       01 WS-User-Filter PIC X(10).
       01 WS-Date-Input PIC X(8).
       01 WS-Date-Numval-RC PIC S9(4) COMP.

      *> Per-serving values of the planned name being priced.
       01 WS-Price-Name PIC X(30).
       01 WS-Price-Found-Flag PIC X VALUE "N".
           88 WS-Price-Found VALUE "Y" FALSE "N".
       01 WS-Unit-Calorie PIC 9(6)V99.
       01 WS-Unit-Protein PIC 9(6)V99.
       01 WS-Unit-Carbs PIC 9(6)V99.
       01 WS-Unit-Fat PIC 9(6)V99.

      *> User-days that have a plan, in plan-file (user, date) order.
       01 WS-Pday-Count PIC 9(3) VALUE 0.
       01 WS-Pday-Sub PIC 9(3).
       01 WS-Pday-Table.
           05 WS-Pday-Entry OCCURS 200 TIMES.
               10 WS-Pday-User PIC X(10).
               10 WS-Pday-Date PIC 9(8).
       01 WS-Pday-Found-Flag PIC X VALUE "N".
           88 WS-Pday-Found VALUE "Y" FALSE "N".
       01 WS-Pday-Room-Flag PIC X VALUE "Y".
           88 WS-Pday-Room VALUE "Y" FALSE "N".

      *> Planned items, one per user, day, meal and name; a name
      *> planned twice for the same meal is carried as one item.
       01 WS-Plan-Count PIC 9(3) VALUE 0.
       01 WS-Plan-Sub PIC 9(3).
       01 WS-Plan-Scan PIC 9(3).
       01 WS-Plan-Table.
           05 WS-Plan-Entry OCCURS 500 TIMES.
               10 WS-Pl-User PIC X(10).
               10 WS-Pl-Date PIC 9(8).
               10 WS-Pl-Meal PIC X(9).
               10 WS-Pl-Food PIC X(30).
               10 WS-Pl-Quantity PIC 9(4)V99.
               10 WS-Pl-Calorie PIC 9(6)V99.
               10 WS-Pl-Protein PIC 9(6)V99.
               10 WS-Pl-Carbs PIC 9(6)V99.
               10 WS-Pl-Fat PIC 9(6)V99.
       01 WS-Plan-Full-Flag PIC X VALUE "N".
           88 WS-Plan-Full VALUE "Y" FALSE "N".

      *> Logged items on planned user-days, netted per user, day,
      *> meal and food; reversal records subtract.
       01 WS-Act-Count PIC 9(4) VALUE 0.
       01 WS-Act-Sub PIC 9(4).
       01 WS-Act-Match PIC 9(4).
       01 WS-Act-Table.
           05 WS-Act-Entry OCCURS 1000 TIMES.
               10 WS-Ac-User PIC X(10).
               10 WS-Ac-Date PIC 9(8).
               10 WS-Ac-Meal PIC X(9).
               10 WS-Ac-Food PIC X(30).
               10 WS-Ac-Quantity PIC S9(4)V99.
               10 WS-Ac-Calorie PIC S9(6)V99.
               10 WS-Ac-Protein PIC S9(6)V99.
               10 WS-Ac-Carbs PIC S9(6)V99.
               10 WS-Ac-Fat PIC S9(6)V99.
               10 WS-Ac-Used-Flag PIC X.
       01 WS-Act-Full-Flag PIC X VALUE "N".
           88 WS-Act-Full VALUE "Y" FALSE "N".

       01 WS-Meal-Names-Area.
           05 FILLER PIC X(36)
               VALUE "BREAKFASTLUNCH    DINNER   SNACK    ".
       01 WS-Meal-Names REDEFINES WS-Meal-Names-Area.
           05 WS-Meal-Name OCCURS 4 TIMES PIC X(9).
       01 WS-Meal-Sub PIC 9.
       01 WS-Cur-User PIC X(10).
       01 WS-Cur-Date PIC 9(8).
       01 WS-Cur-Meal PIC X(9).
       01 WS-Meal-Shown-Flag PIC X VALUE "N".
           88 WS-Meal-Shown VALUE "Y" FALSE "N".
       01 WS-Item-Status PIC X(9).

       01 WS-Meal-Plan-Calorie PIC S9(6)V99.
       01 WS-Meal-Plan-Protein PIC S9(6)V99.
       01 WS-Meal-Plan-Carbs PIC S9(6)V99.
       01 WS-Meal-Plan-Fat PIC S9(6)V99.
       01 WS-Meal-Act-Calorie PIC S9(6)V99.
       01 WS-Meal-Act-Protein PIC S9(6)V99.
       01 WS-Meal-Act-Carbs PIC S9(6)V99.
       01 WS-Meal-Act-Fat PIC S9(6)V99.
       01 WS-Diff-Value PIC S9(6)V99.

       01 WS-Planned-Items PIC 9(5) VALUE 0.
       01 WS-Eaten-Items PIC 9(5) VALUE 0.
       01 WS-Skipped-Items PIC 9(5) VALUE 0.
       01 WS-Unplanned-Items PIC 9(5) VALUE 0.
       01 WS-Total-Plan-Calorie PIC S9(8)V99 VALUE 0.
       01 WS-Total-Act-Calorie PIC S9(8)V99 VALUE 0.
       01 WS-Total-Diff PIC S9(8)V99.

       01 WS-Qty-Plan-Edit PIC ZZZ9.99.
       01 WS-Qty-Act-Edit PIC ZZZ9.99-.
       01 WS-Plan-Edit PIC ZZZZZ9.99.
       01 WS-Act-Edit PIC ZZZZZ9.99-.
       01 WS-Diff-Edit PIC ZZZZZ9.99-.
       01 WS-Total-Edit PIC ZZZZZZZ9.99-.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM 050-ACCEPT-START-DATE.
           PERFORM 060-ACCEPT-END-DATE.
           PERFORM 070-ACCEPT-USER-FILTER.

           PERFORM 080-OPEN-LOOKUPS.
           PERFORM 100-LOAD-PLAN.
           PERFORM 180-CLOSE-LOOKUPS.
           IF WS-Plan-Count = 0
               DISPLAY "No planned meals found for this range."
           ELSE
               PERFORM 200-READ-ARCHIVES
               PERFORM 220-READ-LOG
               PERFORM 300-PRINT-REPORT
           END-IF.
           STOP RUN.

       050-ACCEPT-START-DATE.
           MOVE 1 TO WS-Date-Numval-RC.
           PERFORM UNTIL WS-Date-Numval-RC = 0
               DISPLAY "Variance start date (CCYYMMDD): "
               ACCEPT WS-Date-Input
               MOVE FUNCTION TEST-NUMVAL(WS-Date-Input)
                   TO WS-Date-Numval-RC
               IF WS-Date-Numval-RC NOT = 0
                   DISPLAY "Please enter the date as CCYYMMDD."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Date-Input)
                       TO WS-Start-Date
               END-IF
           END-PERFORM.

       060-ACCEPT-END-DATE.
           MOVE 1 TO WS-Date-Numval-RC.
           PERFORM UNTIL WS-Date-Numval-RC = 0
               DISPLAY "Variance end date (CCYYMMDD): "
               ACCEPT WS-Date-Input
               MOVE FUNCTION TEST-NUMVAL(WS-Date-Input)
                   TO WS-Date-Numval-RC
               IF WS-Date-Numval-RC NOT = 0
                   DISPLAY "Please enter the date as CCYYMMDD."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Date-Input)
                       TO WS-End-Date
               END-IF
           END-PERFORM.

       070-ACCEPT-USER-FILTER.
           DISPLAY "User id (blank for all users): ".
           ACCEPT WS-User-Filter.
           MOVE FUNCTION UPPER-CASE(WS-User-Filter)
               TO WS-User-Filter.

       080-OPEN-LOOKUPS.
           SET WS-Master-File-OK TO FALSE.
           OPEN INPUT FOOD-MASTER-FILE.
           IF WS-Food-Master-Status = "00"
               SET WS-Master-File-OK TO TRUE
           ELSE
               DISPLAY "Warning: FOOD-MASTER.DAT is not available; "
                   "planned values show as zero."
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

       100-LOAD-PLAN.
           OPEN INPUT MEAL-PLAN-FILE.
           IF WS-Plan-Status NOT = "00"
               DISPLAY "No MEAL-PLAN.DAT found."
           ELSE
               IF WS-User-Filter = SPACES
                   MOVE LOW-VALUES TO MP-Key
               ELSE
                   MOVE WS-User-Filter TO MP-User-Id
                   MOVE WS-Start-Date TO MP-Plan-Date
                   MOVE 0 TO MP-Line-Number
               END-IF
               START MEAL-PLAN-FILE KEY IS NOT LESS THAN MP-Key
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-Plan-Status = "00"
                   PERFORM UNTIL WS-Plan-Status NOT = "00"
                       READ MEAL-PLAN-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO WS-Plan-Status
                           NOT AT END
                               IF WS-User-Filter NOT = SPACES
                                       AND (MP-User-Id
                                           NOT = WS-User-Filter
                                       OR MP-Plan-Date > WS-End-Date)
                                   MOVE "10" TO WS-Plan-Status
                               ELSE
                                   IF MP-Plan-Date >= WS-Start-Date
                                       AND MP-Plan-Date <= WS-End-Date
                                       PERFORM 110-ADD-PLAN-ITEM
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE MEAL-PLAN-FILE
           END-IF.

       110-ADD-PLAN-ITEM.
           MOVE 0 TO WS-Plan-Sub.
           IF WS-Plan-Count > 0
               PERFORM VARYING WS-Plan-Scan FROM 1 BY 1
                       UNTIL WS-Plan-Scan > WS-Plan-Count
                   IF WS-Pl-User (WS-Plan-Scan) = MP-User-Id
                           AND WS-Pl-Date (WS-Plan-Scan) = MP-Plan-Date
                           AND WS-Pl-Meal (WS-Plan-Scan) = MP-Meal-Type
                           AND WS-Pl-Food (WS-Plan-Scan) = MP-Food-Name
                       MOVE WS-Plan-Scan TO WS-Plan-Sub
                   END-IF
               END-PERFORM
           END-IF.
      *> A full day table only turns away the items of a new
      *> user-day; the rest of the day already noted still counts.
           SET WS-Pday-Room TO TRUE.
           IF WS-Pday-Count >= 200
               IF WS-Pday-User (WS-Pday-Count) NOT = MP-User-Id
                       OR WS-Pday-Date (WS-Pday-Count)
                           NOT = MP-Plan-Date
                   SET WS-Pday-Room TO FALSE
               END-IF
           END-IF.
           IF WS-Plan-Sub = 0
               IF WS-Plan-Count < 500 AND WS-Pday-Room
                   ADD 1 TO WS-Plan-Count
                   MOVE WS-Plan-Count TO WS-Plan-Sub
                   MOVE MP-User-Id TO WS-Pl-User (WS-Plan-Sub)
                   MOVE MP-Plan-Date TO WS-Pl-Date (WS-Plan-Sub)
                   MOVE MP-Meal-Type TO WS-Pl-Meal (WS-Plan-Sub)
                   MOVE MP-Food-Name TO WS-Pl-Food (WS-Plan-Sub)
                   MOVE 0 TO WS-Pl-Quantity (WS-Plan-Sub)
                   MOVE 0 TO WS-Pl-Calorie (WS-Plan-Sub)
                   MOVE 0 TO WS-Pl-Protein (WS-Plan-Sub)
                   MOVE 0 TO WS-Pl-Carbs (WS-Plan-Sub)
                   MOVE 0 TO WS-Pl-Fat (WS-Plan-Sub)
                   PERFORM 120-NOTE-PLAN-DAY
               ELSE
                   IF NOT WS-Plan-Full
                       SET WS-Plan-Full TO TRUE
                       DISPLAY "Warning: more than 500 planned items "
                           "or 200 planned days; later plans are not "
                           "included in this report."
                   END-IF
               END-IF
           END-IF.
           IF WS-Plan-Sub > 0
               ADD MP-Quantity TO WS-Pl-Quantity (WS-Plan-Sub)
               MOVE MP-Food-Name TO WS-Price-Name
               PERFORM 150-PRICE-NAME
               COMPUTE WS-Pl-Calorie (WS-Plan-Sub) ROUNDED =
                       WS-Pl-Calorie (WS-Plan-Sub)
                       + MP-Quantity * WS-Unit-Calorie
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
               COMPUTE WS-Pl-Protein (WS-Plan-Sub) ROUNDED =
                       WS-Pl-Protein (WS-Plan-Sub)
                       + MP-Quantity * WS-Unit-Protein
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
               COMPUTE WS-Pl-Carbs (WS-Plan-Sub) ROUNDED =
                       WS-Pl-Carbs (WS-Plan-Sub)
                       + MP-Quantity * WS-Unit-Carbs
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
               COMPUTE WS-Pl-Fat (WS-Plan-Sub) ROUNDED =
                       WS-Pl-Fat (WS-Plan-Sub)
                       + MP-Quantity * WS-Unit-Fat
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.

      *> The plan file is read in user and date order, so a new
      *> user-day is always the next one after the last noted.
       120-NOTE-PLAN-DAY.
           IF WS-Pday-Count = 0
               ADD 1 TO WS-Pday-Count
               MOVE MP-User-Id TO WS-Pday-User (WS-Pday-Count)
               MOVE MP-Plan-Date TO WS-Pday-Date (WS-Pday-Count)
           ELSE
               IF WS-Pday-User (WS-Pday-Count) NOT = MP-User-Id
                       OR WS-Pday-Date (WS-Pday-Count)
                           NOT = MP-Plan-Date
                   ADD 1 TO WS-Pday-Count
                   MOVE MP-User-Id TO WS-Pday-User (WS-Pday-Count)
                   MOVE MP-Plan-Date TO WS-Pday-Date (WS-Pday-Count)
               END-IF
           END-IF.

      *> Food master first, then a recipe built up from its
      *> ingredients, then an alias resolved to its canonical food -
      *> the order posting uses.
       150-PRICE-NAME.
           SET WS-Price-Found TO FALSE.
           MOVE 0 TO WS-Unit-Calorie.
           MOVE 0 TO WS-Unit-Protein.
           MOVE 0 TO WS-Unit-Carbs.
           MOVE 0 TO WS-Unit-Fat.
           IF WS-Master-File-OK
               MOVE WS-Price-Name TO FM-Food-Name
               READ FOOD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-Price-Found TO TRUE
                       MOVE FM-Calorie TO WS-Unit-Calorie
                       MOVE FM-Protein TO WS-Unit-Protein
                       MOVE FM-Carbs TO WS-Unit-Carbs
                       MOVE FM-Fat TO WS-Unit-Fat
               END-READ
           END-IF.
           IF NOT WS-Price-Found AND WS-Recipe-File-OK
                   AND WS-Master-File-OK
               MOVE WS-Price-Name TO RC-Recipe-Name
               MOVE 0 TO RC-Line-Number
               START RECIPE-FILE KEY IS NOT LESS THAN RC-Key
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-Recipe-Status = "00"
                   PERFORM 160-READ-RECIPE-LINES
               END-IF
           END-IF.
           IF NOT WS-Price-Found AND WS-Alias-File-OK
                   AND WS-Master-File-OK
               MOVE WS-Price-Name TO FA-Alias-Name
               READ FOOD-ALIAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FA-Food-Name TO FM-Food-Name
                       READ FOOD-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-Price-Found TO TRUE
                               MOVE FM-Calorie TO WS-Unit-Calorie
                               MOVE FM-Protein TO WS-Unit-Protein
                               MOVE FM-Carbs TO WS-Unit-Carbs
                               MOVE FM-Fat TO WS-Unit-Fat
                       END-READ
               END-READ
           END-IF.

       160-READ-RECIPE-LINES.
           SET WS-Recipe-EOF TO FALSE.
           PERFORM UNTIL WS-Recipe-EOF
               READ RECIPE-FILE NEXT RECORD
                   AT END
                       SET WS-Recipe-EOF TO TRUE
                   NOT AT END
                       IF RC-Recipe-Name NOT = WS-Price-Name
                           SET WS-Recipe-EOF TO TRUE
                       ELSE
                           PERFORM 170-ADD-INGREDIENT
                       END-IF
               END-READ
           END-PERFORM.

       170-ADD-INGREDIENT.
           MOVE RC-Ingredient-Name TO FM-Food-Name.
           READ FOOD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Price-Found TO TRUE
                   COMPUTE WS-Unit-Calorie ROUNDED = WS-Unit-Calorie
                           + RC-Quantity * FM-Calorie
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
                   COMPUTE WS-Unit-Protein ROUNDED = WS-Unit-Protein
                           + RC-Quantity * FM-Protein
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
                   COMPUTE WS-Unit-Carbs ROUNDED = WS-Unit-Carbs
                           + RC-Quantity * FM-Carbs
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
                   COMPUTE WS-Unit-Fat ROUNDED = WS-Unit-Fat
                           + RC-Quantity * FM-Fat
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
           END-READ.

       180-CLOSE-LOOKUPS.
           IF WS-Master-File-OK
               CLOSE FOOD-MASTER-FILE
           END-IF.
           IF WS-Recipe-File-OK
               CLOSE RECIPE-FILE
           END-IF.
           IF WS-Alias-File-OK
               CLOSE FOOD-ALIAS-FILE
           END-IF.

      *> Closed months live in DLYLOG-CCYYMM.DAT archive files written
      *> by CalorieArchive; walk every month in the requested range
      *> and fold any archive found in with the current log, the way
      *> CalorieReport does.
       200-READ-ARCHIVES.
           DIVIDE WS-Start-Date BY 100 GIVING WS-Arch-Month.
           DIVIDE WS-End-Date BY 100 GIVING WS-End-Month.
           PERFORM UNTIL WS-Arch-Month > WS-End-Month
               PERFORM 210-READ-ONE-ARCHIVE
               IF WS-Arch-Mo = 12
                   ADD 1 TO WS-Arch-Year
                   MOVE 1 TO WS-Arch-Mo
               ELSE
                   ADD 1 TO WS-Arch-Mo
               END-IF
           END-PERFORM.

       210-READ-ONE-ARCHIVE.
           MOVE SPACES TO WS-Archive-File-Name.
           STRING "DLYLOG-" DELIMITED BY SIZE
                   WS-Arch-Month DELIMITED BY SIZE
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
                           IF DL-Date >= WS-Start-Date
                                   AND DL-Date <= WS-End-Date
                               PERFORM 230-ACCUMULATE-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       220-READ-LOG.
           OPEN INPUT DAILY-LOG-FILE.
           IF WS-Daily-Log-Status NOT = "00"
               DISPLAY "No daily log data found."
           ELSE
               PERFORM UNTIL WS-Log-EOF
                   READ DAILY-LOG-FILE
                       AT END
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           IF DL-Date >= WS-Start-Date
                                   AND DL-Date <= WS-End-Date
                               PERFORM 230-ACCUMULATE-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-LOG-FILE
           END-IF.

      *> Only days that were planned are compared, so log records for
      *> other user-days are passed over.
       230-ACCUMULATE-ACTUAL.
           SET WS-Pday-Found TO FALSE.
           PERFORM VARYING WS-Pday-Sub FROM 1 BY 1
                   UNTIL WS-Pday-Sub > WS-Pday-Count
                   OR WS-Pday-Found
               IF WS-Pday-User (WS-Pday-Sub) = DL-User-Id
                       AND WS-Pday-Date (WS-Pday-Sub) = DL-Date
                   SET WS-Pday-Found TO TRUE
               END-IF
           END-PERFORM.
           IF WS-Pday-Found
               MOVE 0 TO WS-Act-Match
               IF WS-Act-Count > 0
                   PERFORM VARYING WS-Act-Sub FROM 1 BY 1
                           UNTIL WS-Act-Sub > WS-Act-Count
                           OR WS-Act-Match > 0
                       IF WS-Ac-User (WS-Act-Sub) = DL-User-Id
                               AND WS-Ac-Date (WS-Act-Sub) = DL-Date
                               AND WS-Ac-Meal (WS-Act-Sub)
                                   = DL-Meal-Type
                               AND WS-Ac-Food (WS-Act-Sub)
                                   = DL-Food-Name
                           MOVE WS-Act-Sub TO WS-Act-Match
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-Act-Match = 0
                   IF WS-Act-Count < 1000
                       ADD 1 TO WS-Act-Count
                       MOVE WS-Act-Count TO WS-Act-Match
                       MOVE DL-User-Id TO WS-Ac-User (WS-Act-Match)
                       MOVE DL-Date TO WS-Ac-Date (WS-Act-Match)
                       MOVE DL-Meal-Type TO WS-Ac-Meal (WS-Act-Match)
                       MOVE DL-Food-Name TO WS-Ac-Food (WS-Act-Match)
                       MOVE 0 TO WS-Ac-Quantity (WS-Act-Match)
                       MOVE 0 TO WS-Ac-Calorie (WS-Act-Match)
                       MOVE 0 TO WS-Ac-Protein (WS-Act-Match)
                       MOVE 0 TO WS-Ac-Carbs (WS-Act-Match)
                       MOVE 0 TO WS-Ac-Fat (WS-Act-Match)
                       MOVE "N" TO WS-Ac-Used-Flag (WS-Act-Match)
                   ELSE
                       IF NOT WS-Act-Full
                           SET WS-Act-Full TO TRUE
                           DISPLAY "Warning: more than 1000 logged "
                               "items on planned days; later items "
                               "are not included in this report."
                       END-IF
                   END-IF
               END-IF
               IF WS-Act-Match > 0
                   IF DL-Entry-Type = "V"
                       SUBTRACT DL-Quantity
                           FROM WS-Ac-Quantity (WS-Act-Match)
                       SUBTRACT DL-Calorie
                           FROM WS-Ac-Calorie (WS-Act-Match)
                       SUBTRACT DL-Protein
                           FROM WS-Ac-Protein (WS-Act-Match)
                       SUBTRACT DL-Carbs
                           FROM WS-Ac-Carbs (WS-Act-Match)
                       SUBTRACT DL-Fat FROM WS-Ac-Fat (WS-Act-Match)
                   ELSE
                       ADD DL-Quantity TO WS-Ac-Quantity (WS-Act-Match)
                       ADD DL-Calorie TO WS-Ac-Calorie (WS-Act-Match)
                       ADD DL-Protein TO WS-Ac-Protein (WS-Act-Match)
                       ADD DL-Carbs TO WS-Ac-Carbs (WS-Act-Match)
                       ADD DL-Fat TO WS-Ac-Fat (WS-Act-Match)
                   END-IF
               END-IF
           END-IF.

       300-PRINT-REPORT.
           DISPLAY " ".
           DISPLAY "Meal Plan Variance Report " WS-Start-Date
               " through " WS-End-Date.
           DISPLAY "--------------------------------------------".
           PERFORM VARYING WS-Pday-Sub FROM 1 BY 1
                   UNTIL WS-Pday-Sub > WS-Pday-Count
               MOVE WS-Pday-User (WS-Pday-Sub) TO WS-Cur-User
               MOVE WS-Pday-Date (WS-Pday-Sub) TO WS-Cur-Date
               DISPLAY " "
               DISPLAY WS-Cur-User " " WS-Cur-Date
               PERFORM VARYING WS-Meal-Sub FROM 1 BY 1
                       UNTIL WS-Meal-Sub > 4
                   MOVE WS-Meal-Name (WS-Meal-Sub) TO WS-Cur-Meal
                   PERFORM 310-PRINT-ONE-MEAL
               END-PERFORM
           END-PERFORM.
           PERFORM 350-PRINT-TOTALS.

      *> Planned items first - eaten or skipped - then anything
      *> logged for the meal that was not on the plan, then the
      *> meal's planned, actual and difference figures.
       310-PRINT-ONE-MEAL.
           SET WS-Meal-Shown TO FALSE.
           MOVE 0 TO WS-Meal-Plan-Calorie.
           MOVE 0 TO WS-Meal-Plan-Protein.
           MOVE 0 TO WS-Meal-Plan-Carbs.
           MOVE 0 TO WS-Meal-Plan-Fat.
           MOVE 0 TO WS-Meal-Act-Calorie.
           MOVE 0 TO WS-Meal-Act-Protein.
           MOVE 0 TO WS-Meal-Act-Carbs.
           MOVE 0 TO WS-Meal-Act-Fat.
           PERFORM VARYING WS-Plan-Sub FROM 1 BY 1
                   UNTIL WS-Plan-Sub > WS-Plan-Count
               IF WS-Pl-User (WS-Plan-Sub) = WS-Cur-User
                       AND WS-Pl-Date (WS-Plan-Sub) = WS-Cur-Date
                       AND WS-Pl-Meal (WS-Plan-Sub) = WS-Cur-Meal
                   PERFORM 320-PRINT-PLANNED-ITEM
               END-IF
           END-PERFORM.
           IF WS-Act-Count > 0
               PERFORM VARYING WS-Act-Sub FROM 1 BY 1
                       UNTIL WS-Act-Sub > WS-Act-Count
                   IF WS-Ac-User (WS-Act-Sub) = WS-Cur-User
                           AND WS-Ac-Date (WS-Act-Sub) = WS-Cur-Date
                           AND WS-Ac-Meal (WS-Act-Sub) = WS-Cur-Meal
                           AND WS-Ac-Used-Flag (WS-Act-Sub) = "N"
                           AND WS-Ac-Quantity (WS-Act-Sub) > 0
                       PERFORM 330-PRINT-UNPLANNED-ITEM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-Meal-Shown
               PERFORM 340-PRINT-MEAL-VARIANCE
           END-IF.

       320-PRINT-PLANNED-ITEM.
           PERFORM 315-SHOW-MEAL-HEADING.
           ADD 1 TO WS-Planned-Items.
           ADD WS-Pl-Calorie (WS-Plan-Sub) TO WS-Meal-Plan-Calorie.
           ADD WS-Pl-Protein (WS-Plan-Sub) TO WS-Meal-Plan-Protein.
           ADD WS-Pl-Carbs (WS-Plan-Sub) TO WS-Meal-Plan-Carbs.
           ADD WS-Pl-Fat (WS-Plan-Sub) TO WS-Meal-Plan-Fat.
           MOVE 0 TO WS-Act-Match.
           IF WS-Act-Count > 0
               PERFORM VARYING WS-Act-Sub FROM 1 BY 1
                       UNTIL WS-Act-Sub > WS-Act-Count
                       OR WS-Act-Match > 0
                   IF WS-Ac-User (WS-Act-Sub) = WS-Cur-User
                           AND WS-Ac-Date (WS-Act-Sub) = WS-Cur-Date
                           AND WS-Ac-Meal (WS-Act-Sub) = WS-Cur-Meal
                           AND WS-Ac-Food (WS-Act-Sub)
                               = WS-Pl-Food (WS-Plan-Sub)
                           AND WS-Ac-Quantity (WS-Act-Sub) > 0
                       MOVE WS-Act-Sub TO WS-Act-Match
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-Pl-Quantity (WS-Plan-Sub) TO WS-Qty-Plan-Edit.
           IF WS-Act-Match = 0
               ADD 1 TO WS-Skipped-Items
               MOVE "SKIPPED" TO WS-Item-Status
               MOVE 0 TO WS-Qty-Act-Edit
           ELSE
               ADD 1 TO WS-Eaten-Items
               MOVE "EATEN" TO WS-Item-Status
               MOVE "Y" TO WS-Ac-Used-Flag (WS-Act-Match)
               MOVE WS-Ac-Quantity (WS-Act-Match) TO WS-Qty-Act-Edit
               PERFORM 335-ADD-ACTUAL-TO-MEAL
           END-IF.
           DISPLAY "    " WS-Item-Status " "
               WS-Pl-Food (WS-Plan-Sub) " planned " WS-Qty-Plan-Edit
               " eaten " WS-Qty-Act-Edit.

       315-SHOW-MEAL-HEADING.
           IF NOT WS-Meal-Shown
               DISPLAY "  " WS-Cur-Meal
               SET WS-Meal-Shown TO TRUE
           END-IF.

       330-PRINT-UNPLANNED-ITEM.
           PERFORM 315-SHOW-MEAL-HEADING.
           ADD 1 TO WS-Unplanned-Items.
           MOVE WS-Act-Sub TO WS-Act-Match.
           MOVE "Y" TO WS-Ac-Used-Flag (WS-Act-Match).
           PERFORM 335-ADD-ACTUAL-TO-MEAL.
           MOVE "UNPLANNED" TO WS-Item-Status.
           MOVE 0 TO WS-Qty-Plan-Edit.
           MOVE WS-Ac-Quantity (WS-Act-Match) TO WS-Qty-Act-Edit.
           DISPLAY "    " WS-Item-Status " "
               WS-Ac-Food (WS-Act-Match) " planned " WS-Qty-Plan-Edit
               " eaten " WS-Qty-Act-Edit.

       335-ADD-ACTUAL-TO-MEAL.
           ADD WS-Ac-Calorie (WS-Act-Match) TO WS-Meal-Act-Calorie.
           ADD WS-Ac-Protein (WS-Act-Match) TO WS-Meal-Act-Protein.
           ADD WS-Ac-Carbs (WS-Act-Match) TO WS-Meal-Act-Carbs.
           ADD WS-Ac-Fat (WS-Act-Match) TO WS-Meal-Act-Fat.

       340-PRINT-MEAL-VARIANCE.
           ADD WS-Meal-Plan-Calorie TO WS-Total-Plan-Calorie.
           ADD WS-Meal-Act-Calorie TO WS-Total-Act-Calorie.
           DISPLAY "      " WS-Cur-Meal "    planned     actual  "
               "difference".
           MOVE WS-Meal-Plan-Calorie TO WS-Plan-Edit.
           MOVE WS-Meal-Act-Calorie TO WS-Act-Edit.
           COMPUTE WS-Diff-Value =
               WS-Meal-Act-Calorie - WS-Meal-Plan-Calorie.
           MOVE WS-Diff-Value TO WS-Diff-Edit.
           DISPLAY "      Calories  " WS-Plan-Edit " " WS-Act-Edit
               " " WS-Diff-Edit.
           MOVE WS-Meal-Plan-Protein TO WS-Plan-Edit.
           MOVE WS-Meal-Act-Protein TO WS-Act-Edit.
           COMPUTE WS-Diff-Value =
               WS-Meal-Act-Protein - WS-Meal-Plan-Protein.
           MOVE WS-Diff-Value TO WS-Diff-Edit.
           DISPLAY "      Protein g " WS-Plan-Edit " " WS-Act-Edit
               " " WS-Diff-Edit.
           MOVE WS-Meal-Plan-Carbs TO WS-Plan-Edit.
           MOVE WS-Meal-Act-Carbs TO WS-Act-Edit.
           COMPUTE WS-Diff-Value =
               WS-Meal-Act-Carbs - WS-Meal-Plan-Carbs.
           MOVE WS-Diff-Value TO WS-Diff-Edit.
           DISPLAY "      Carb g    " WS-Plan-Edit " " WS-Act-Edit
               " " WS-Diff-Edit.
           MOVE WS-Meal-Plan-Fat TO WS-Plan-Edit.
           MOVE WS-Meal-Act-Fat TO WS-Act-Edit.
           COMPUTE WS-Diff-Value =
               WS-Meal-Act-Fat - WS-Meal-Plan-Fat.
           MOVE WS-Diff-Value TO WS-Diff-Edit.
           DISPLAY "      Fat g     " WS-Plan-Edit " " WS-Act-Edit
               " " WS-Diff-Edit.

       350-PRINT-TOTALS.
           DISPLAY "--------------------------------------------".
           DISPLAY "Planned days:        " WS-Pday-Count.
           DISPLAY "Planned items:       " WS-Planned-Items.
           DISPLAY "Eaten as planned:    " WS-Eaten-Items.
           DISPLAY "Skipped:             " WS-Skipped-Items.
           DISPLAY "Unplanned additions: " WS-Unplanned-Items.
           MOVE WS-Total-Plan-Calorie TO WS-Total-Edit.
           DISPLAY "Planned calories:    " WS-Total-Edit.
           MOVE WS-Total-Act-Calorie TO WS-Total-Edit.
           DISPLAY "Actual calories:     " WS-Total-Edit.
           COMPUTE WS-Total-Diff =
               WS-Total-Act-Calorie - WS-Total-Plan-Calorie.
           MOVE WS-Total-Diff TO WS-Total-Edit.
           DISPLAY "Difference:          " WS-Total-Edit.
