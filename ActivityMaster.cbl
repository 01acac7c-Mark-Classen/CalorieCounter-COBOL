       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActivityMaster.
      *> Maintenance for ACTIVITY-MASTER.DAT, the list of exercise
      *> activities ExerciseLog can price.  Each activity carries its
      *> burn rate: calories per minute per unit of body weight, in
      *> the unit users weigh in on WEIGHT-LOG.DAT.  Activity names
      *> are kept in upper case so ExerciseLog matches them however
      *> they are keyed.  Changing a rate does not touch sessions
      *> already logged; they keep the calories worked out when they
      *> were recorded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-MASTER-FILE ASSIGN TO "ACTIVITY-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-Activity-Name
               FILE STATUS IS WS-Activity-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVITY-MASTER-FILE.
           COPY ACTVMAST.

       WORKING-STORAGE SECTION.
       01 WS-Activity-Status PIC XX.
       01 WS-Menu-Choice PIC X.
       01 WS-Done-Flag PIC X VALUE "N".
           88 WS-Done VALUE "Y".
       01 WS-Entry-Name PIC X(30).
       01 WS-Rate-Input PIC X(8).
       01 WS-Rate-Numeric PIC S9(2)V9(4).
       01 WS-Numval-RC PIC S9(4) COMP.
       01 WS-Entry-Valid-Flag PIC X VALUE "Y".
           88 WS-Entry-Valid VALUE "Y" FALSE "N".
       01 WS-Reject-Reason PIC X(40).
       01 WS-Confirm-Response PIC X.
       01 WS-Rate-Edit PIC Z9.9999.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM 100-OPEN-FILES.
           PERFORM UNTIL WS-Done
               PERFORM 200-DISPLAY-MENU
               ACCEPT WS-Menu-Choice
               EVALUATE WS-Menu-Choice
                   WHEN "1" PERFORM 300-LIST-ENTRIES
                   WHEN "2" PERFORM 400-ADD-ENTRY
                   WHEN "3" PERFORM 500-CORRECT-ENTRY
                   WHEN "4" PERFORM 600-DELETE-ENTRY
                   WHEN "5" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Please choose 1 through 5."
               END-EVALUATE
           END-PERFORM.
           CLOSE ACTIVITY-MASTER-FILE.
           STOP RUN.

       100-OPEN-FILES.
           OPEN I-O ACTIVITY-MASTER-FILE.
           IF WS-Activity-Status = "35"
               OPEN OUTPUT ACTIVITY-MASTER-FILE
               CLOSE ACTIVITY-MASTER-FILE
               OPEN I-O ACTIVITY-MASTER-FILE
           END-IF.

       200-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "Activity Master Maintenance".
           DISPLAY "1. List activities".
           DISPLAY "2. Add activity".
           DISPLAY "3. Correct burn rate".
           DISPLAY "4. Delete activity".
           DISPLAY "5. Exit".
           DISPLAY "Choice: ".

       210-CAPTURE-NAME.
           SET WS-Entry-Valid TO TRUE.
           DISPLAY "Activity name: ".
           ACCEPT WS-Entry-Name.
           MOVE FUNCTION UPPER-CASE(WS-Entry-Name) TO WS-Entry-Name.
           IF WS-Entry-Name = SPACES
               SET WS-Entry-Valid TO FALSE
               MOVE "Missing activity name" TO WS-Reject-Reason
           END-IF.

      *> A brisk walk is around 0.03 calories a minute per pound and
      *> hard running about 0.1; anything at or past 1 per minute
      *> per unit of weight is a keying slip, not an activity.
       220-CAPTURE-RATE.
           DISPLAY "Calories burned per minute per unit of body "
               "weight: ".
           ACCEPT WS-Rate-Input.
           MOVE FUNCTION TEST-NUMVAL(WS-Rate-Input) TO WS-Numval-RC.
           IF WS-Numval-RC NOT = 0
               SET WS-Entry-Valid TO FALSE
               MOVE "Non-numeric burn rate" TO WS-Reject-Reason
           ELSE
               MOVE FUNCTION NUMVAL(WS-Rate-Input)
                   TO WS-Rate-Numeric
               IF WS-Rate-Numeric <= 0 OR WS-Rate-Numeric >= 1
                   SET WS-Entry-Valid TO FALSE
                   MOVE "Burn rate must be above 0 and below 1"
                       TO WS-Reject-Reason
               END-IF
           END-IF.

       300-LIST-ENTRIES.
           MOVE LOW-VALUES TO AC-Activity-Name.
           START ACTIVITY-MASTER-FILE
                   KEY IS NOT LESS THAN AC-Activity-Name
               INVALID KEY
                   DISPLAY "Activity master file is empty."
           END-START.
           IF WS-Activity-Status = "00"
               PERFORM UNTIL WS-Activity-Status NOT = "00"
                   READ ACTIVITY-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-Activity-Status
                       NOT AT END
                           MOVE AC-Burn-Rate TO WS-Rate-Edit
                           DISPLAY AC-Activity-Name " - "
                               WS-Rate-Edit
                               " calories/minute per unit weight"
                   END-READ
               END-PERFORM
           END-IF.

       400-ADD-ENTRY.
           PERFORM 210-CAPTURE-NAME.
           IF WS-Entry-Valid
               PERFORM 220-CAPTURE-RATE
           END-IF.
           IF WS-Entry-Valid
               MOVE WS-Entry-Name TO AC-Activity-Name
               MOVE WS-Rate-Numeric TO AC-Burn-Rate
               WRITE AC-Record
                   INVALID KEY
                       DISPLAY FUNCTION TRIM(WS-Entry-Name)
                           " already exists. Use Correct instead."
                   NOT INVALID KEY
                       DISPLAY FUNCTION TRIM(WS-Entry-Name)
                           " added to activity master."
               END-WRITE
           ELSE
               DISPLAY "Not added: " WS-Reject-Reason
           END-IF.

       500-CORRECT-ENTRY.
           PERFORM 210-CAPTURE-NAME.
           IF WS-Entry-Valid
               MOVE WS-Entry-Name TO AC-Activity-Name
               READ ACTIVITY-MASTER-FILE
                   INVALID KEY
                       DISPLAY FUNCTION TRIM(WS-Entry-Name)
                           " was not found."
                   NOT INVALID KEY
                       MOVE AC-Burn-Rate TO WS-Rate-Edit
                       DISPLAY "Current burn rate: " WS-Rate-Edit
                       PERFORM 220-CAPTURE-RATE
                       IF WS-Entry-Valid
                           MOVE WS-Rate-Numeric TO AC-Burn-Rate
                           REWRITE AC-Record
                               INVALID KEY
                                   DISPLAY "Unable to update "
                                       FUNCTION TRIM(WS-Entry-Name)
                               NOT INVALID KEY
                                   DISPLAY FUNCTION TRIM(WS-Entry-Name)
                                       " updated."
                           END-REWRITE
                       ELSE
                           DISPLAY "Not updated: " WS-Reject-Reason
                       END-IF
               END-READ
           ELSE
               DISPLAY "Not updated: " WS-Reject-Reason
           END-IF.

      *> Sessions already on EXERCISE-LOG.DAT carry their own
      *> calories, so an activity can go without breaking history.
       600-DELETE-ENTRY.
           PERFORM 210-CAPTURE-NAME.
           IF WS-Entry-Valid
               MOVE WS-Entry-Name TO AC-Activity-Name
               READ ACTIVITY-MASTER-FILE
                   INVALID KEY
                       DISPLAY FUNCTION TRIM(WS-Entry-Name)
                           " was not found."
                   NOT INVALID KEY
                       DISPLAY "Delete " FUNCTION TRIM(WS-Entry-Name)
                           "? (Y/N): "
                       ACCEPT WS-Confirm-Response
                       IF WS-Confirm-Response = "Y" OR "y"
                           DELETE ACTIVITY-MASTER-FILE RECORD
                               INVALID KEY
                                   DISPLAY "Unable to delete "
                                       FUNCTION TRIM(WS-Entry-Name)
                               NOT INVALID KEY
                                   DISPLAY FUNCTION TRIM(WS-Entry-Name)
                                       " deleted."
                           END-DELETE
                       ELSE
                           DISPLAY "Nothing deleted."
                       END-IF
               END-READ
           ELSE
               DISPLAY "Not deleted: " WS-Reject-Reason
           END-IF.
