           SELECT APP-EXPORT-FILE ASSIGN TO "APP-EXPORT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Export-Status.
           SELECT DONE-FILE ASSIGN TO DYNAMIC WS-Done-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Done-Status.
           SELECT TRANS-OUT-FILE ASSIGN TO "TRANS-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trans-Out-Status.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Alias-Name
               FILE STATUS IS WS-Alias-Status.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runctl-Status.
           SELECT JOB-STEP-FILE ASSIGN TO "JOB-STEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Step-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  APP-EXPORT-FILE.
       01  APP-Record PIC X(200).

       FD  DONE-FILE.
       01  DONE-Record PIC X(200).

       FD  TRANS-OUT-FILE.
           COPY TRANSIN.

       FD  FOOD-ALIAS-FILE.
           COPY FOODALIA.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       FD  JOB-STEP-FILE.
           COPY JOBSTEP.

       WORKING-STORAGE SECTION.
       01 WS-Export-Status PIC XX.
       01 WS-Done-Status PIC XX.
       01 WS-Done-File-Name PIC X(40).
       01 WS-Trans-Out-Status PIC XX.
       01 WS-Reject-Status PIC XX.
       01 WS-Food-Master-Status PIC XX.
       01 WS-User-Id PIC X(10) VALUE SPACES.
       01 WS-Confirm-Response PIC X.

       01 WS-Job-Step-Status PIC XX.
       01 WS-Unattended-Flag PIC X VALUE "N".
           88 WS-Unattended VALUE "Y" FALSE "N".
       01 WS-Job-Run-Date PIC 9(8).
       01 WS-Job-Process-Date PIC 9(8).
       01 WS-Job-User-Id PIC X(10).
       01 WS-Job-Outcome PIC X VALUE "S".
       01 WS-Job-Message PIC X(60) VALUE SPACES.
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

      *> Split CSV fields; the splitter honours quoted fields so a
      *> food name may carry embedded commas.
       01 WS-Fld-Count PIC 9(2).
       01 WS-SS-Pos PIC 9(2).
       01 WS-SS-Scan PIC 9(2).
       01 WS-SS-Char PIC X.
       01 WS-SS-After PIC X(5).
       01 WS-SS-Done-Flag PIC X.
           88 WS-SS-Done VALUE "Y" FALSE "N".


       MAIN-LOGIC.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           PERFORM 020-CHECK-JOB-STEP.
           PERFORM 050-CAPTURE-USER.
           PERFORM 060-CHECK-EXISTING-TRANS.
           PERFORM 100-OPEN-FILES.
               PERFORM 300-PRINT-TOTALS
           END-IF.
           PERFORM 900-CLOSE-FILES.
           IF WS-Unattended
               IF WS-Export-Status NOT = "00"
                   MOVE "No APP-EXPORT.CSV; nothing to translate"
                       TO WS-Job-Message
               ELSE
                   IF WS-Rejected-Count > 0
                       MOVE "Rows rejected to APP-IMPORT-REJECTS.DAT"
                           TO WS-Job-Message
                   END-IF
                   PERFORM 910-SET-ASIDE-EXPORT
               END-IF
               PERFORM 940-WRITE-JOB-STEP
           END-IF.
           STOP RUN.

      *> Started by JobStream, the program finds a pending
      *> JOB-STEP.DAT record addressed to it and takes the user from
      *> there instead of asking.
       020-CHECK-JOB-STEP.
           SET WS-Unattended TO FALSE.
           OPEN INPUT JOB-STEP-FILE.
           IF WS-Job-Step-Status = "00"
               READ JOB-STEP-FILE
                   AT END
                       MOVE SPACES TO JS-Program
               END-READ
               CLOSE JOB-STEP-FILE
               IF JS-Program = "APPIMPORT"
                       AND JS-Outcome = SPACE
                   SET WS-Unattended TO TRUE
                   MOVE JS-Run-Date TO WS-Job-Run-Date
                   MOVE JS-Process-Date TO WS-Job-Process-Date
                   MOVE JS-User-Id TO WS-Job-User-Id
               END-IF
           END-IF.

       050-CAPTURE-USER.
           IF WS-Unattended
               MOVE FUNCTION UPPER-CASE(WS-Job-User-Id) TO WS-User-Id
               IF WS-User-Id = SPACES
                   MOVE "No user id given for the app export"
                       TO WS-Job-Message
                   PERFORM 945-FAIL-JOB-STEP
               END-IF
           END-IF.
           PERFORM UNTIL WS-User-Id NOT = SPACES
               DISPLAY "User id for these entries: "
               ACCEPT WS-User-Id
      *> CalorieBatch has not posted yet; replacing it without asking
      *> would lose them, so confirm first the way the duplicate-run
      *> and stale-lock prompts do.
      *> Unattended there is nobody to ask, so the file is only
      *> replaced when it is empty or RUN-CONTROL.DAT shows a run
      *> with its record count and hash totals - the same test
      *> CalorieBatch uses to spot a file it has already posted.
       060-CHECK-EXISTING-TRANS.
           OPEN INPUT TRANS-OUT-FILE.
           IF WS-Trans-Out-Status = "00"
               IF WS-Unattended
                   PERFORM 065-CHECK-TRANS-POSTED
               END-IF
               CLOSE TRANS-OUT-FILE
               IF WS-Unattended
                   IF NOT WS-Old-Trans-Posted
                       DISPLAY "TRANS-IN.DAT holds transactions "
                           "CalorieBatch has not posted; it was not "
                           "replaced."
                       MOVE "TRANS-IN.DAT holds unposted transactions"
                           TO WS-Job-Message
                       PERFORM 945-FAIL-JOB-STEP
                   END-IF
               ELSE
                   DISPLAY "TRANS-IN.DAT already exists; it may hold "
                       "transactions CalorieBatch has not posted yet."
                   DISPLAY "Replace it with this translation? (Y/N): "
                   ACCEPT WS-Confirm-Response
                   IF WS-Confirm-Response NOT = "Y"
                           AND WS-Confirm-Response NOT = "y"
                       DISPLAY "Nothing translated; TRANS-IN.DAT is "
                           "unchanged."
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       065-CHECK-TRANS-POSTED.
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
                       PERFORM 066-ADD-RECORD-HASH
               END-READ
           END-PERFORM.
           IF WS-Old-Trans-Count = 0
               SET WS-Old-Trans-Posted TO TRUE
           ELSE
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
       066-ADD-RECORD-HASH.
           PERFORM VARYING WS-Hash-Col FROM 1 BY 1
                   UNTIL WS-Hash-Col > LENGTH OF TI-Record
               COMPUTE WS-Old-Trans-Rec-Hash = WS-Old-Trans-Rec-Hash
                       + FUNCTION ORD(TI-Record (WS-Hash-Col:1))
                       * WS-Hash-Col
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-PERFORM.

       100-OPEN-FILES.
           OPEN INPUT APP-EXPORT-FILE.
           OPEN OUTPUT TRANS-OUT-FILE.
               END-READ
           END-IF.

      *> "100 G", "30G", "100 GRAMS" and "250 G COOKED" all lead with
      *> a gram amount; anything else ("SLICE", "CUP COOKED",
      *> "1 GLASS") gives no conversion and the row falls back to
      *> explicit values.
       255-PARSE-SERVING-GRAMS.
           MOVE SPACES TO WS-SS-Digits.
           MOVE 0 TO WS-SS-Pos.
                   WHEN WS-SS-Char = SPACE AND WS-SS-Pos > 0
                       ADD 1 TO WS-SS-Scan
                   WHEN WS-SS-Char = "G" AND WS-SS-Pos > 0
                       MOVE SPACES TO WS-SS-After
                       IF WS-SS-Scan < 20
                           MOVE FM-Serving-Size (WS-SS-Scan + 1:)
                               TO WS-SS-After
                       END-IF
                       IF WS-SS-After (1:1) = SPACE
                               OR WS-SS-After (1:4) = "RAM "
                               OR WS-SS-After = "RAMS "
                           MOVE FUNCTION NUMVAL(WS-SS-Digits)
                               TO WS-Serving-Grams
                           IF WS-Serving-Grams > 0
                               SET WS-Serving-Found TO TRUE
                           END-IF
                       END-IF
                       SET WS-SS-Done TO TRUE
                   WHEN OTHER
           MOVE WS-User-Id TO TI-User-Id.
           MOVE WS-Food-Name TO TI-Food-Name.
           MOVE WS-Meal-Type TO TI-Meal-Type.
      *> A blank date posts to the day CalorieBatch runs.  Under
      *> JobStream that may be a restart a day or more later, so
      *> every line then carries its date.
           IF WS-Eff-Date NOT = WS-Today OR WS-Unattended
               MOVE WS-Eff-Date TO TI-Effective-Date
           END-IF.
           IF WS-Serving-Found
           IF WS-Alias-File-OK
               CLOSE FOOD-ALIAS-FILE
           END-IF.

      *> Run by JobStream, a translated export is moved aside to
      *> APP-EXPORT-CCYYMMDD.DONE for the run date, so a night with
      *> no fresh export finds nothing to translate rather than
      *> last night's file.  A second export on the same run date
      *> (a restart) is added to the end of that day's file.
       910-SET-ASIDE-EXPORT.
           MOVE SPACES TO WS-Done-File-Name.
           STRING "APP-EXPORT-" DELIMITED BY SIZE
                   WS-Job-Run-Date DELIMITED BY SIZE
                   ".DONE" DELIMITED BY SIZE
               INTO WS-Done-File-Name
           END-STRING.
           OPEN EXTEND DONE-FILE.
           IF WS-Done-Status = "35"
               OPEN OUTPUT DONE-FILE
           END-IF.
           IF WS-Done-Status NOT = "00"
               DISPLAY "Could not create "
                   FUNCTION TRIM(WS-Done-File-Name) " (status "
                   WS-Done-Status "); APP-EXPORT.CSV was left in place."
               MOVE "APP-EXPORT.CSV could not be set aside"
                   TO WS-Job-Message
               PERFORM 945-FAIL-JOB-STEP
           END-IF.
           SET WS-Export-EOF TO FALSE.
           OPEN INPUT APP-EXPORT-FILE.
           PERFORM UNTIL WS-Export-EOF
               READ APP-EXPORT-FILE
                   AT END
                       SET WS-Export-EOF TO TRUE
                   NOT AT END
                       WRITE DONE-Record FROM APP-Record
               END-READ
           END-PERFORM.
           CLOSE APP-EXPORT-FILE.
           CLOSE DONE-FILE.
           DELETE FILE APP-EXPORT-FILE.
           IF WS-Export-Status = "00"
               DISPLAY "APP-EXPORT.CSV moved to "
                   FUNCTION TRIM(WS-Done-File-Name) "."
           ELSE
               DISPLAY "APP-EXPORT.CSV was copied to "
                   FUNCTION TRIM(WS-Done-File-Name)
                   " but could not be removed (status "
                   WS-Export-Status ")."
               MOVE "APP-EXPORT.CSV copied aside but not removed"
                   TO WS-Job-Message
           END-IF.

       940-WRITE-JOB-STEP.
           MOVE "APPIMPORT" TO JS-Program.
           MOVE WS-Job-Run-Date TO JS-Run-Date.
           MOVE WS-Job-Process-Date TO JS-Process-Date.
           MOVE WS-Job-User-Id TO JS-User-Id.
           MOVE WS-Job-Outcome TO JS-Outcome.
           MOVE WS-Read-Count TO JS-Read-Count.
           MOVE WS-Written-Count TO JS-Written-Count.
           MOVE WS-Rejected-Count TO JS-Rejected-Count.
           MOVE WS-Job-Message TO JS-Message.
           OPEN OUTPUT JOB-STEP-FILE.
           WRITE JS-Record.
           CLOSE JOB-STEP-FILE.

       945-FAIL-JOB-STEP.
           MOVE "F" TO WS-Job-Outcome.
           PERFORM 940-WRITE-JOB-STEP.
           STOP RUN.
