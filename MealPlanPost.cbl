       IDENTIFICATION DIVISION.
       PROGRAM-ID. MealPlanPost.
      *> Writes one day's MEAL-PLAN.DAT items to TRANS-IN.DAT as
      *> ordinary "A" transactions, so CalorieBatch posts the plan
      *> "as eaten" under its usual run control, duplicate-run check
      *> and exception handling.  The calorie and gram columns are
      *> left blank so posting prices each line from the food
      *> master or recipe as it stands on the day it is posted.
      *> Anything eaten off-plan is keyed alongside as usual, and
      *> MealPlanVariance shows where the day departed from the plan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEAL-PLAN-FILE ASSIGN TO "MEAL-PLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-Key
               FILE STATUS IS WS-Plan-Status.
           SELECT TRANS-OUT-FILE ASSIGN TO "TRANS-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trans-Out-Status.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runctl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MEAL-PLAN-FILE.
           COPY MEALPLAN.

       FD  TRANS-OUT-FILE.
           COPY TRANSIN.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-Plan-Status PIC XX.
       01 WS-Trans-Out-Status PIC XX.

       01 WS-Today PIC 9(8).
       01 WS-Plan-Date PIC 9(8).
       01 WS-User-Filter PIC X(10).
       01 WS-Date-Input PIC X(8).
       01 WS-Date-Numval-RC PIC S9(4) COMP.
       01 WS-Date-Valid-Flag PIC X VALUE "N".
           88 WS-Date-Valid VALUE "Y" FALSE "N".
       01 WS-Confirm-Response PIC X.
       01 WS-Append-Flag PIC X VALUE "N".
           88 WS-Append VALUE "Y" FALSE "N".
       01 WS-Numval-RC PIC S9(4) COMP.
       01 WS-Runctl-Status PIC XX.
       01 WS-Runctl-EOF-Flag PIC X VALUE "N".
           88 WS-Runctl-EOF VALUE "Y" FALSE "N".
       01 WS-Old-Trans-EOF-Flag PIC X VALUE "N".
           88 WS-Old-Trans-EOF VALUE "Y" FALSE "N".
       01 WS-Old-Trans-Count PIC 9(6) VALUE 0.
       01 WS-Old-Trans-Hash PIC 9(9)V99 VALUE 0.
       01 WS-Old-Trans-Rec-Hash PIC 9(15) VALUE 0.
       01 WS-Hash-Col PIC 9(3).
       01 WS-Old-Trans-Posted-Flag PIC X VALUE "N".
           88 WS-Old-Trans-Posted VALUE "Y" FALSE "N".

       01 WS-Written-Count PIC 9(6) VALUE 0.
       01 WS-Qty-Edit PIC ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           PERFORM 050-ACCEPT-PLAN-DATE.
           PERFORM 060-ACCEPT-USER-FILTER.
           OPEN INPUT MEAL-PLAN-FILE.
           IF WS-Plan-Status NOT = "00"
               DISPLAY "No MEAL-PLAN.DAT found; nothing to post."
               STOP RUN
           END-IF.
           PERFORM 070-CHECK-EXISTING-TRANS.
           IF WS-Append
               OPEN EXTEND TRANS-OUT-FILE
               IF WS-Trans-Out-Status = "35"
                   OPEN OUTPUT TRANS-OUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT TRANS-OUT-FILE
           END-IF.
           PERFORM 100-READ-PLAN.
           CLOSE TRANS-OUT-FILE.
           CLOSE MEAL-PLAN-FILE.
           PERFORM 300-PRINT-TOTALS.
           STOP RUN.

      *> CalorieBatch rejects future-dated lines, so only today or a
      *> past day's plan can be written.
       050-ACCEPT-PLAN-DATE.
           SET WS-Date-Valid TO FALSE.
           PERFORM UNTIL WS-Date-Valid
               DISPLAY "Plan date to post (CCYYMMDD, blank for "
                   "today): "
               ACCEPT WS-Date-Input
               IF WS-Date-Input = SPACES
                   MOVE WS-Today TO WS-Plan-Date
                   SET WS-Date-Valid TO TRUE
               ELSE
                   MOVE FUNCTION TEST-NUMVAL(WS-Date-Input)
                       TO WS-Date-Numval-RC
                   IF WS-Date-Numval-RC NOT = 0
                       DISPLAY "Please enter the date as CCYYMMDD."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Date-Input)
                           TO WS-Plan-Date
                       IF WS-Plan-Date > WS-Today
                           DISPLAY "A plan cannot be posted before "
                               "its day."
                       ELSE
                           SET WS-Date-Valid TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       060-ACCEPT-USER-FILTER.
           DISPLAY "User id (blank for all users): ".
           ACCEPT WS-User-Filter.
           MOVE FUNCTION UPPER-CASE(WS-User-Filter)
               TO WS-User-Filter.

      *> An existing TRANS-IN.DAT may hold hand-keyed transactions
      *> CalorieBatch has not posted yet - often the day's off-plan
      *> extras - so the plan can be added to it rather than
      *> replacing it.
       070-CHECK-EXISTING-TRANS.
           SET WS-Append TO FALSE.
           OPEN INPUT TRANS-OUT-FILE.
           IF WS-Trans-Out-Status = "00"
               PERFORM 075-CHECK-TRANS-POSTED
               CLOSE TRANS-OUT-FILE
               IF WS-Old-Trans-Posted
                   DISPLAY "TRANS-IN.DAT matches a file CalorieBatch "
                       "has already posted; adding to it would post "
                       "those lines again."
                   DISPLAY "R = replace it, anything else = stop: "
               ELSE
                   DISPLAY "TRANS-IN.DAT already exists; it may hold "
                       "transactions CalorieBatch has not posted yet."
                   DISPLAY "A = add the plan to it, R = replace it, "
                       "anything else = stop: "
               END-IF
               ACCEPT WS-Confirm-Response
               IF WS-Old-Trans-Posted
                       AND (WS-Confirm-Response = "A"
                       OR WS-Confirm-Response = "a")
                   MOVE SPACE TO WS-Confirm-Response
               END-IF
               EVALUATE WS-Confirm-Response
                   WHEN "A"
                   WHEN "a"
                       SET WS-Append TO TRUE
                   WHEN "R"
                   WHEN "r"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Nothing posted; TRANS-IN.DAT is "
                           "unchanged."
                       CLOSE MEAL-PLAN-FILE
                       STOP RUN
               END-EVALUATE
           END-IF.

      *> CalorieBatch leaves TRANS-IN.DAT in place after posting it.
      *> A file whose record count and hash totals match a run on
      *> RUN-CONTROL.DAT has been posted - the test AppImport makes
      *> before replacing it - and appending the plan would give it
      *> a new count and hashes, so the old lines would pass the
      *> duplicate-run check and post a second time.
       075-CHECK-TRANS-POSTED.
           SET WS-Old-Trans-Posted TO FALSE.
           PERFORM UNTIL WS-Old-Trans-EOF
               READ TRANS-OUT-FILE
                   AT END
                       SET WS-Old-Trans-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Old-Trans-Count
                       MOVE FUNCTION TEST-NUMVAL(TI-Calorie-Text)
                           TO WS-Numval-RC
                       IF WS-Numval-RC = 0
                           ADD FUNCTION NUMVAL(TI-Calorie-Text)
                                   TO WS-Old-Trans-Hash
                               ON SIZE ERROR
                                   CONTINUE
                           END-ADD
                       END-IF
                       PERFORM 076-ADD-RECORD-HASH
               END-READ
           END-PERFORM.
           IF WS-Old-Trans-Count > 0
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-Runctl-Status = "00"
                   PERFORM UNTIL WS-Runctl-EOF
                       READ RUN-CONTROL-FILE
                           AT END
                               SET WS-Runctl-EOF TO TRUE
                           NOT AT END
                               IF RN-Input-Count
                                       = WS-Old-Trans-Count
                                       AND RN-Calorie-Hash
                                       = WS-Old-Trans-Hash
                                       AND ((RN-Record-Hash IS NUMERIC
                                           AND RN-Record-Hash
                                           = WS-Old-Trans-Rec-Hash)
                                       OR (RN-Record-Hash NOT NUMERIC
                                           AND RN-Run-Date = WS-Today))
                                   SET WS-Old-Trans-Posted TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

      *> Hashed exactly as CalorieBatch hashes its input, so the
      *> totals compare with the run that posted the file.
       076-ADD-RECORD-HASH.
           PERFORM VARYING WS-Hash-Col FROM 1 BY 1
                   UNTIL WS-Hash-Col > LENGTH OF TI-Record
               COMPUTE WS-Old-Trans-Rec-Hash = WS-Old-Trans-Rec-Hash
                       + FUNCTION ORD(TI-Record (WS-Hash-Col:1))
                       * WS-Hash-Col
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-PERFORM.

      *> One user's day is a single key range; for all users every
      *> plan record is read and the day's records kept.
       100-READ-PLAN.
           IF WS-User-Filter = SPACES
               MOVE LOW-VALUES TO MP-Key
           ELSE
               MOVE WS-User-Filter TO MP-User-Id
               MOVE WS-Plan-Date TO MP-Plan-Date
               MOVE 0 TO MP-Line-Number
           END-IF.
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
                           IF WS-User-Filter NOT = SPACES
                                   AND (MP-User-Id NOT = WS-User-Filter
                                   OR MP-Plan-Date NOT = WS-Plan-Date)
                               MOVE "10" TO WS-Plan-Status
                           ELSE
                               IF MP-Plan-Date = WS-Plan-Date
                                   PERFORM 200-WRITE-TRANSACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       200-WRITE-TRANSACTION.
           MOVE SPACES TO TI-Record.
           MOVE "A" TO TI-Trans-Code.
           MOVE MP-User-Id TO TI-User-Id.
           MOVE MP-Food-Name TO TI-Food-Name.
           MOVE MP-Meal-Type TO TI-Meal-Type.
           MOVE MP-Quantity TO WS-Qty-Edit.
           MOVE WS-Qty-Edit TO TI-Quantity-Text.
      *> Dated even for today: the file may be posted after
      *> midnight, and an undated line posts to the day it is run.
           MOVE WS-Plan-Date TO TI-Effective-Date.
           WRITE TI-Record.
           ADD 1 TO WS-Written-Count.

       300-PRINT-TOTALS.
           DISPLAY "Meal plan for " WS-Plan-Date " written.".
           IF WS-Written-Count = 0
               DISPLAY "  No planned items found for that day."
           ELSE
               DISPLAY "  Lines written: " WS-Written-Count
                   " (TRANS-IN.DAT, ready for CalorieBatch)"
           END-IF.
