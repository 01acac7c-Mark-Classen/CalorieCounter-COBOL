       IDENTIFICATION DIVISION.
       PROGRAM-ID. FoodHistory.
      *> Inquiry over FOOD-MASTER-HIST.DAT, the before and after
      *> images FoodMaster, FoodLoad and CalorieCounter append for
      *> every change to the food master.  Lists the changes made in
      *> a date range or to one food, and works out the per-serving
      *> values a food carried on any given date, so a logged day can
      *> be checked against the values in force when it was posted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOOD-HIST-FILE ASSIGN TO "FOOD-MASTER-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.
           SELECT FOOD-MASTER-FILE ASSIGN TO "FOOD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-Food-Name
               FILE STATUS IS WS-Food-Master-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  FOOD-HIST-FILE.
           COPY FMHISTRC.

       FD  FOOD-MASTER-FILE.
           COPY FOODMAST.

       WORKING-STORAGE SECTION.
       01 WS-Hist-Status PIC XX.
       01 WS-Food-Master-Status PIC XX.
       01 WS-Master-File-OK-Flag PIC X VALUE "N".
           88 WS-Master-File-OK VALUE "Y" FALSE "N".
       01 WS-Hist-EOF-Flag PIC X VALUE "N".
           88 WS-Hist-EOF VALUE "Y" FALSE "N".

       01 WS-Menu-Choice PIC X.
       01 WS-Done-Flag PIC X VALUE "N".
           88 WS-Done VALUE "Y".

       01 WS-Date-Input PIC X(8).
       01 WS-Date-Numval-RC PIC S9(4) COMP.
       01 WS-Date-Prompt PIC X(40).
       01 WS-Date-Value PIC 9(8).
       01 WS-Start-Date PIC 9(8).
       01 WS-End-Date PIC 9(8).
       01 WS-As-Of-Date PIC 9(8).
       01 WS-Food-Name PIC X(30).
       01 WS-Track-Name PIC X(30).

       01 WS-Change-Count PIC 9(6).
       01 WS-Action-Word PIC X(7).

       01 WS-Resolved-Flag PIC X VALUE "N".
           88 WS-Resolved VALUE "Y" FALSE "N".
       01 WS-Hit-Found-Flag PIC X VALUE "N".
           88 WS-Hit-Found VALUE "Y" FALSE "N".
       01 WS-Hit-Date PIC 9(8).
       01 WS-Hit-Action PIC X.
       01 WS-Hit-After-Name PIC X(30).
       01 WS-Hit-Before.
           05 WS-Hit-Before-Name PIC X(30).
           05 WS-Hit-Calorie PIC 9(5)V99.
           05 WS-Hit-Protein PIC 9(4)V99.
           05 WS-Hit-Carbs PIC 9(4)V99.
           05 WS-Hit-Fat PIC 9(4)V99.
           05 WS-Hit-Serving PIC X(20).

       01 WS-Calorie-Edit PIC ZZZZ9.99.
       01 WS-Protein-Edit PIC ZZZ9.99.
       01 WS-Carbs-Edit PIC ZZZ9.99.
       01 WS-Fat-Edit PIC ZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           SET WS-Master-File-OK TO FALSE.
           OPEN INPUT FOOD-MASTER-FILE.
           IF WS-Food-Master-Status = "00"
               SET WS-Master-File-OK TO TRUE
           END-IF.
           PERFORM UNTIL WS-Done
               PERFORM 200-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN "1" PERFORM 300-LIST-BY-DATE
                   WHEN "2" PERFORM 400-LIST-BY-FOOD
                   WHEN "3" PERFORM 500-AS-OF-VALUES
                   WHEN "4" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Please choose 1, 2, 3 or 4."
               END-EVALUATE
           END-PERFORM.
           IF WS-Master-File-OK
               CLOSE FOOD-MASTER-FILE
           END-IF.
           STOP RUN.

       200-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "Food Master Change History".
           DISPLAY "1. List changes in a date range".
           DISPLAY "2. List changes to one food".
           DISPLAY "3. Show a food's values on a given date".
           DISPLAY "4. Exit".
           DISPLAY "Choice: ".

       210-ACCEPT-DATE.
           MOVE 1 TO WS-Date-Numval-RC.
           PERFORM UNTIL WS-Date-Numval-RC = 0
               DISPLAY FUNCTION TRIM(WS-Date-Prompt) " (CCYYMMDD): "
               ACCEPT WS-Date-Input
               MOVE FUNCTION TEST-NUMVAL(WS-Date-Input)
                   TO WS-Date-Numval-RC
               IF WS-Date-Numval-RC NOT = 0
                   DISPLAY "Please enter the date as CCYYMMDD."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Date-Input)
                       TO WS-Date-Value
               END-IF
           END-PERFORM.

       220-ACCEPT-FOOD-NAME.
           MOVE SPACES TO WS-Food-Name.
           PERFORM UNTIL WS-Food-Name NOT = SPACES
               DISPLAY "Food name (as in food master): "
               ACCEPT WS-Food-Name
           END-PERFORM.

       300-LIST-BY-DATE.
           MOVE "Changes from date" TO WS-Date-Prompt.
           PERFORM 210-ACCEPT-DATE.
           MOVE WS-Date-Value TO WS-Start-Date.
           MOVE "Changes through date" TO WS-Date-Prompt.
           PERFORM 210-ACCEPT-DATE.
           MOVE WS-Date-Value TO WS-End-Date.
           MOVE 0 TO WS-Change-Count.
           DISPLAY " ".
           DISPLAY "Food master changes " WS-Start-Date
               " through " WS-End-Date.
           DISPLAY "------------------------------------------".
           SET WS-Hist-EOF TO FALSE.
           OPEN INPUT FOOD-HIST-FILE.
           IF WS-Hist-Status NOT = "00"
               DISPLAY "No FOOD-MASTER-HIST.DAT found; no changes "
                   "recorded."
           ELSE
               PERFORM UNTIL WS-Hist-EOF
                   READ FOOD-HIST-FILE
                       AT END
                           SET WS-Hist-EOF TO TRUE
                       NOT AT END
                           IF FH-Change-Date >= WS-Start-Date
                                   AND FH-Change-Date <= WS-End-Date
                               PERFORM 320-SHOW-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOOD-HIST-FILE
               DISPLAY "------------------------------------------"
               DISPLAY "Changes listed: " WS-Change-Count
           END-IF.

      *> A food's history runs under every name it has carried, so a
      *> change matches when either image carries the name asked for.
       400-LIST-BY-FOOD.
           PERFORM 220-ACCEPT-FOOD-NAME.
           MOVE 0 TO WS-Change-Count.
           DISPLAY " ".
           DISPLAY "Food master changes for "
               FUNCTION TRIM(WS-Food-Name).
           DISPLAY "------------------------------------------".
           SET WS-Hist-EOF TO FALSE.
           OPEN INPUT FOOD-HIST-FILE.
           IF WS-Hist-Status NOT = "00"
               DISPLAY "No FOOD-MASTER-HIST.DAT found; no changes "
                   "recorded."
           ELSE
               PERFORM UNTIL WS-Hist-EOF
                   READ FOOD-HIST-FILE
                       AT END
                           SET WS-Hist-EOF TO TRUE
                       NOT AT END
                           IF FH-Before-Name = WS-Food-Name
                                   OR FH-After-Name = WS-Food-Name
                               PERFORM 320-SHOW-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOOD-HIST-FILE
               DISPLAY "------------------------------------------"
               DISPLAY "Changes listed: " WS-Change-Count
           END-IF.

       320-SHOW-CHANGE.
           ADD 1 TO WS-Change-Count.
           EVALUATE FH-Action
               WHEN "A" MOVE "ADD" TO WS-Action-Word
               WHEN "C" MOVE "CORRECT" TO WS-Action-Word
               WHEN "R" MOVE "RENAME" TO WS-Action-Word
               WHEN "D" MOVE "DELETE" TO WS-Action-Word
               WHEN "U" MOVE "LOAD" TO WS-Action-Word
               WHEN OTHER MOVE FH-Action TO WS-Action-Word
           END-EVALUATE.
           EVALUATE FH-Action
               WHEN "A"
               WHEN "U"
               WHEN "C"
                   DISPLAY FH-Change-Date " " FH-Change-Time " "
                       WS-Action-Word " "
                       FUNCTION TRIM(FH-After-Name)
                       " by " FUNCTION TRIM(FH-Program)
               WHEN "R"
                   DISPLAY FH-Change-Date " " FH-Change-Time " "
                       WS-Action-Word " "
                       FUNCTION TRIM(FH-Before-Name) " to "
                       FUNCTION TRIM(FH-After-Name)
                       " by " FUNCTION TRIM(FH-Program)
               WHEN OTHER
                   DISPLAY FH-Change-Date " " FH-Change-Time " "
                       WS-Action-Word " "
                       FUNCTION TRIM(FH-Before-Name)
                       " by " FUNCTION TRIM(FH-Program)
           END-EVALUATE.
           IF FH-Before-Name NOT = SPACES
               MOVE FH-Before-Calorie TO WS-Calorie-Edit
               MOVE FH-Before-Protein TO WS-Protein-Edit
               MOVE FH-Before-Carbs TO WS-Carbs-Edit
               MOVE FH-Before-Fat TO WS-Fat-Edit
               DISPLAY "    before " WS-Calorie-Edit
                   " calories  P " WS-Protein-Edit
                   "  C " WS-Carbs-Edit "  F " WS-Fat-Edit
                   "  per " FUNCTION TRIM(FH-Before-Serving)
           END-IF.
           IF FH-After-Name NOT = SPACES
               MOVE FH-After-Calorie TO WS-Calorie-Edit
               MOVE FH-After-Protein TO WS-Protein-Edit
               MOVE FH-After-Carbs TO WS-Carbs-Edit
               MOVE FH-After-Fat TO WS-Fat-Edit
               DISPLAY "    after  " WS-Calorie-Edit
                   " calories  P " WS-Protein-Edit
                   "  C " WS-Carbs-Edit "  F " WS-Fat-Edit
                   "  per " FUNCTION TRIM(FH-After-Serving)
           END-IF.

      *> A food's values on a date are the before image of the first
      *> change made to it after that date; with no later change the
      *> food is unchanged since, and the current food master record
      *> holds them.  Changes made on the date itself count as in
      *> force for that day.  When the first later change is a rename
      *> into the name asked for, the food carried its old name on
      *> the date, so the search repeats under the old name (its
      *> first later change can be no later than the rename itself,
      *> which also names it, so the search always settles).
       500-AS-OF-VALUES.
           PERFORM 220-ACCEPT-FOOD-NAME.
           MOVE "Values in force on date" TO WS-Date-Prompt.
           PERFORM 210-ACCEPT-DATE.
           MOVE WS-Date-Value TO WS-As-Of-Date.
           MOVE WS-Food-Name TO WS-Track-Name.
           SET WS-Resolved TO FALSE.
           PERFORM UNTIL WS-Resolved
               PERFORM 510-FIND-FIRST-LATER-CHANGE
               IF WS-Hit-Found
                   IF WS-Hit-Action = "R"
                           AND WS-Hit-After-Name = WS-Track-Name
                           AND WS-Hit-Before-Name NOT = WS-Track-Name
                       MOVE WS-Hit-Before-Name TO WS-Track-Name
                   ELSE
                       SET WS-Resolved TO TRUE
                   END-IF
               ELSE
                   SET WS-Resolved TO TRUE
               END-IF
           END-PERFORM.
           DISPLAY " ".
           IF WS-Hit-Found
               PERFORM 520-SHOW-FROM-HISTORY
           ELSE
               PERFORM 530-SHOW-FROM-MASTER
           END-IF.

       510-FIND-FIRST-LATER-CHANGE.
           SET WS-Hit-Found TO FALSE.
           SET WS-Hist-EOF TO FALSE.
           OPEN INPUT FOOD-HIST-FILE.
           IF WS-Hist-Status = "00"
               PERFORM UNTIL WS-Hist-EOF OR WS-Hit-Found
                   READ FOOD-HIST-FILE
                       AT END
                           SET WS-Hist-EOF TO TRUE
                       NOT AT END
                           IF FH-Change-Date > WS-As-Of-Date
                                   AND (FH-Before-Name = WS-Track-Name
                                   OR FH-After-Name = WS-Track-Name)
                               SET WS-Hit-Found TO TRUE
                               MOVE FH-Change-Date TO WS-Hit-Date
                               MOVE FH-Action TO WS-Hit-Action
                               MOVE FH-After-Name TO WS-Hit-After-Name
                               MOVE FH-Before TO WS-Hit-Before
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOOD-HIST-FILE
           END-IF.

       520-SHOW-FROM-HISTORY.
           IF WS-Hit-Before-Name = SPACES
               DISPLAY FUNCTION TRIM(WS-Food-Name)
                   " was not on the food master on " WS-As-Of-Date
                   "; it was added on " WS-Hit-Date "."
           ELSE
               MOVE WS-Hit-Calorie TO WS-Calorie-Edit
               MOVE WS-Hit-Protein TO WS-Protein-Edit
               MOVE WS-Hit-Carbs TO WS-Carbs-Edit
               MOVE WS-Hit-Fat TO WS-Fat-Edit
               DISPLAY FUNCTION TRIM(WS-Food-Name) " on "
                   WS-As-Of-Date ":"
               IF WS-Track-Name NOT = WS-Food-Name
                   DISPLAY "  on file then as "
                       FUNCTION TRIM(WS-Track-Name)
               END-IF
               DISPLAY "  " WS-Calorie-Edit " calories  P "
                   WS-Protein-Edit "  C " WS-Carbs-Edit
                   "  F " WS-Fat-Edit
                   "  per " FUNCTION TRIM(WS-Hit-Serving)
               DISPLAY "  (in force until the change of "
                   WS-Hit-Date ")"
           END-IF.

       530-SHOW-FROM-MASTER.
           IF NOT WS-Master-File-OK
               DISPLAY "No change to " FUNCTION TRIM(WS-Track-Name)
                   " after " WS-As-Of-Date "; FOOD-MASTER.DAT is not "
                   "available to show its values."
           ELSE
               MOVE WS-Track-Name TO FM-Food-Name
               READ FOOD-MASTER-FILE
                   INVALID KEY
                       DISPLAY FUNCTION TRIM(WS-Food-Name)
                           " was not on the food master on "
                           WS-As-Of-Date "."
                   NOT INVALID KEY
                       MOVE FM-Calorie TO WS-Calorie-Edit
                       MOVE FM-Protein TO WS-Protein-Edit
                       MOVE FM-Carbs TO WS-Carbs-Edit
                       MOVE FM-Fat TO WS-Fat-Edit
                       DISPLAY FUNCTION TRIM(WS-Food-Name) " on "
                           WS-As-Of-Date ":"
                       DISPLAY "  " WS-Calorie-Edit " calories  P "
                           WS-Protein-Edit "  C " WS-Carbs-Edit
                           "  F " WS-Fat-Edit
                           "  per " FUNCTION TRIM(FM-Serving-Size)
                       DISPLAY "  (unchanged since; current food "
                           "master values)"
               END-READ
           END-IF.
