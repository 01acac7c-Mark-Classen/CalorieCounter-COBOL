               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-Key
               FILE STATUS IS WS-Recipe-Status.
           SELECT FOOD-HIST-FILE ASSIGN TO "FOOD-MASTER-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPE-FILE.
           COPY RECIPERC.

       FD  FOOD-HIST-FILE.
           COPY FMHISTRC.

       WORKING-STORAGE SECTION.
       01 WS-Food-Master-Status PIC XX.
       01 WS-Menu-Choice PIC X.
           05 WS-Saved-Fat PIC 9(4)V99.
           05 WS-Saved-Serving PIC X(20).

       01 WS-Hist-Status PIC XX.
       01 WS-Hist-Action PIC X.
       01 WS-Hist-Before PIC X(75).
       01 WS-Hist-After PIC X(75).
       01 WS-Hist-Date PIC 9(8).
       01 WS-Hist-Time-Raw PIC 9(8).
       01 WS-Hist-Time PIC 9(6).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
                           " already exists. Use Correct instead."
                   NOT INVALID KEY
                       DISPLAY WS-Entry-Name " added to food master."
                       MOVE "A" TO WS-Hist-Action
                       MOVE FM-Record TO WS-Hist-After
                       PERFORM 800-WRITE-HISTORY
               END-WRITE
           ELSE
               DISPLAY WS-Entry-Name " not added: " WS-Reject-Reason
               INVALID KEY
                   DISPLAY WS-Entry-Name " was not found."
               NOT INVALID KEY
                   MOVE FM-Record TO WS-Hist-Before
                   MOVE FM-Calorie TO WS-Calorie-Edit
                   DISPLAY "Current calories: " WS-Calorie-Edit
                   MOVE FM-Protein TO WS-Protein-Edit
                       REWRITE FM-Record
                           INVALID KEY
                               DISPLAY "Unable to update " WS-Entry-Name
                           NOT INVALID KEY
                               MOVE "C" TO WS-Hist-Action
                               MOVE FM-Record TO WS-Hist-After
                               PERFORM 800-WRITE-HISTORY
                       END-REWRITE
                   ELSE
                       DISPLAY WS-Entry-Name " not updated: "
                       FUNCTION TRIM(WS-Entry-Name) "? (Y/N): "
                   ACCEPT WS-Confirm-Response
                   IF WS-Confirm-Response = "Y" OR "y"
                       MOVE FM-Record TO WS-Hist-Before
                       MOVE WS-Entry-Name TO FM-Food-Name
                       DELETE FOOD-MASTER-FILE
                           INVALID KEY
                           NOT INVALID KEY
                               DISPLAY FUNCTION TRIM(WS-Entry-Name)
                                   " deleted from the food master."
                               MOVE "D" TO WS-Hist-Action
                               PERFORM 800-WRITE-HISTORY
                       END-DELETE
                   ELSE
                       DISPLAY "Not deleted."
                   INVALID KEY
                       DISPLAY WS-Entry-Name " was not found."
                   NOT INVALID KEY
                       MOVE FM-Record TO WS-Hist-Before
                       MOVE FM-Calorie TO WS-Saved-Calorie
                       MOVE FM-Protein TO WS-Saved-Protein
                       MOVE FM-Carbs TO WS-Saved-Carbs
                   DISPLAY FUNCTION TRIM(WS-New-Name)
                       " already exists; nothing renamed."
               NOT INVALID KEY
                   MOVE FM-Record TO WS-Hist-After
                   MOVE "R" TO WS-Hist-Action
                   MOVE WS-Entry-Name TO FM-Food-Name
                   DELETE FOOD-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Warning: the old record could "
                               "not be removed; both names are now "
                               "on file."
                           MOVE "A" TO WS-Hist-Action
                   END-DELETE
                   PERFORM 800-WRITE-HISTORY
                   PERFORM 760-CASCADE-RECIPES
                   PERFORM 770-CASCADE-ALIASES
                   DISPLAY FUNCTION TRIM(WS-Entry-Name)
                   END-DELETE
           END-READ.

      *> Every change to the food master leaves a before and after
      *> image on FOOD-MASTER-HIST.DAT, so a logged day can be checked
      *> against the per-serving values in force when it was posted.
      *> The caller sets the action and whichever images apply; an
      *> add has no before image and a delete no after image.  A
      *> rename whose old record would not delete is recorded as an
      *> add of the new name, since both names are then on file.
       800-WRITE-HISTORY.
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
           MOVE WS-Hist-Action TO FH-Action.
           MOVE "FOODMASTER" TO FH-Program.
           IF WS-Hist-Action NOT = "A"
               MOVE WS-Hist-Before TO FH-Before
           END-IF.
           IF WS-Hist-Action NOT = "D"
               MOVE WS-Hist-After TO FH-After
           END-IF.
           WRITE FH-Record.
           CLOSE FOOD-HIST-FILE.

       240-CAPTURE-SERVING-SIZE.
           DISPLAY "Serving size description "
               "(e.g. SLICE, blank if none): ".
