           SELECT REJECT-FILE ASSIGN TO "FOOD-LOAD-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.
           SELECT FOOD-HIST-FILE ASSIGN TO "FOOD-MASTER-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJ-Record PIC X(150).

       FD  FOOD-HIST-FILE.
           COPY FMHISTRC.

       WORKING-STORAGE SECTION.
       01 WS-Load-Status PIC XX.
       01 WS-Food-Master-Status PIC XX.
       01 WS-Reject-Status PIC XX.
       01 WS-Hist-Status PIC XX.
       01 WS-Load-EOF-Flag PIC X VALUE "N".
           88 WS-Load-EOF VALUE "Y" FALSE "N".

       01 WS-Updated-Count PIC 9(6) VALUE 0.
       01 WS-Rejected-Count PIC 9(6) VALUE 0.

       01 WS-Quality-Mode PIC X VALUE SPACE.
       01 WS-Warned-Count PIC 9(6) VALUE 0.

      *> Values under check and what the rules found.  Kept the same
      *> as FoodQuality's so the two programs grade a food alike.
       01 WS-Chk-Calorie PIC 9(5)V99.
       01 WS-Chk-Protein PIC 9(4)V99.
       01 WS-Chk-Carbs PIC 9(4)V99.
       01 WS-Chk-Fat PIC 9(4)V99.
       01 WS-Chk-Serving PIC X(20).
       01 WS-Chk-Computed PIC 9(6)V99.
       01 WS-Chk-Grams PIC 9(5)V99.
       01 WS-Chk-Diff PIC 9(6)V99.
       01 WS-Chk-Larger PIC 9(6)V99.
       01 WS-Chk-Pct PIC 9(5).
       01 WS-Chk-Limit PIC 9(6)V99.
       01 WS-Fnd-Count PIC 9(2).
       01 WS-Fnd-Sub PIC 9(2).
       01 WS-Fnd-Table.
           05 WS-Fnd-Entry OCCURS 6 TIMES.
               10 WS-Fnd-Grade PIC X.
               10 WS-Fnd-Rule PIC X(7).
               10 WS-Fnd-Text PIC X(32).
       01 WS-New-Grade PIC X.
       01 WS-New-Rule PIC X(7).
       01 WS-New-Text PIC X(32).
       01 WS-Pct-Edit PIC ZZZZ9.

       01 WS-Serving-Grams PIC 9(4)V99.
       01 WS-Serving-Found-Flag PIC X VALUE "N".
           88 WS-Serving-Found VALUE "Y" FALSE "N".
       01 WS-SS-Digits PIC X(7).
       01 WS-SS-Pos PIC 9(2).
       01 WS-SS-Scan PIC 9(2).
       01 WS-SS-Char PIC X.
       01 WS-SS-After PIC X(5).
       01 WS-SS-Done-Flag PIC X.
           88 WS-SS-Done VALUE "Y" FALSE "N".

       01 WS-Hist-Action PIC X.
       01 WS-Hist-Before PIC X(75).
       01 WS-Hist-After PIC X(75).
       01 WS-Hist-Date PIC 9(8).
       01 WS-Hist-Time-Raw PIC 9(8).
       01 WS-Hist-Time PIC 9(6).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM 050-ACCEPT-QUALITY-MODE.
           PERFORM 100-OPEN-FILES.
           IF WS-Load-Status NOT = "00"
               DISPLAY "No FOOD-LOAD.DAT found; nothing to load."
           PERFORM 900-CLOSE-FILES.
           STOP RUN.

      *> The FoodQuality rules can screen the load as well: E turns
      *> rows that break an error rule away to FOOD-LOAD-REJECTS.DAT,
      *> W turns away warnings too.  Under E, warnings load and are
      *> listed on the console.
       050-ACCEPT-QUALITY-MODE.
           PERFORM UNTIL WS-Quality-Mode = "N" OR "E" OR "W"
               DISPLAY "Nutrition quality checks (N = none, E = reject "
                   "errors, W = reject errors and warnings): "
               ACCEPT WS-Quality-Mode
               MOVE FUNCTION UPPER-CASE(WS-Quality-Mode)
                   TO WS-Quality-Mode
               IF WS-Quality-Mode = SPACE
                   MOVE "N" TO WS-Quality-Mode
               END-IF
               IF WS-Quality-Mode NOT = "N" AND "E" AND "W"
                   DISPLAY "Please answer N, E or W."
               END-IF
           END-PERFORM.

       100-OPEN-FILES.
           OPEN INPUT LOAD-FILE.
           OPEN I-O FOOD-MASTER-FILE.
               OPEN I-O FOOD-MASTER-FILE
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN EXTEND FOOD-HIST-FILE.
           IF WS-Hist-Status = "35"
               OPEN OUTPUT FOOD-HIST-FILE
           END-IF.

       200-PROCESS-LOAD-ROW.
           SET WS-Entry-Valid TO TRUE.
           IF WS-Entry-Valid
               PERFORM 212-VALIDATE-MACROS
           END-IF.
           IF WS-Entry-Valid AND WS-Quality-Mode NOT = "N"
               PERFORM 215-APPLY-QUALITY-RULES
           END-IF.

           IF WS-Entry-Valid
               PERFORM 220-APPLY-TO-MASTER
               END-IF
           END-IF.

       215-APPLY-QUALITY-RULES.
           MOVE WS-Calorie-Numeric TO WS-Chk-Calorie.
           MOVE WS-Load-Protein TO WS-Chk-Protein.
           MOVE WS-Load-Carbs TO WS-Chk-Carbs.
           MOVE WS-Load-Fat TO WS-Chk-Fat.
           MOVE FUNCTION UPPER-CASE(WS-Fld-Serving) TO WS-Chk-Serving.
           PERFORM 500-CHECK-NUTRITION.
           PERFORM VARYING WS-Fnd-Sub FROM 1 BY 1
                   UNTIL WS-Fnd-Sub > WS-Fnd-Count
                   OR NOT WS-Entry-Valid
               IF WS-Fnd-Grade (WS-Fnd-Sub) = "E"
                       OR WS-Quality-Mode = "W"
                   SET WS-Entry-Valid TO FALSE
                   MOVE SPACES TO WS-Reject-Reason
                   STRING WS-Fnd-Rule (WS-Fnd-Sub) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-Fnd-Text (WS-Fnd-Sub) DELIMITED BY SIZE
                       INTO WS-Reject-Reason
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-Entry-Valid AND WS-Fnd-Count > 0
               ADD 1 TO WS-Warned-Count
               PERFORM VARYING WS-Fnd-Sub FROM 1 BY 1
                       UNTIL WS-Fnd-Sub > WS-Fnd-Count
                   DISPLAY "Warning: " FUNCTION TRIM(WS-Fld-Name) " "
                       WS-Fnd-Rule (WS-Fnd-Sub) " "
                       FUNCTION TRIM(WS-Fnd-Text (WS-Fnd-Sub))
               END-PERFORM
           END-IF.

       220-APPLY-TO-MASTER.
           MOVE WS-Fld-Name TO FM-Food-Name.
           MOVE WS-Calorie-Numeric TO FM-Calorie.
                   PERFORM 225-UPDATE-MASTER
               NOT INVALID KEY
                   ADD 1 TO WS-Added-Count
                   MOVE "A" TO WS-Hist-Action
                   MOVE FM-Record TO WS-Hist-After
                   PERFORM 240-WRITE-HISTORY
           END-WRITE.

       225-UPDATE-MASTER.
                       TO WS-Reject-Reason
                   PERFORM 230-WRITE-REJECT
               NOT INVALID KEY
                   MOVE FM-Record TO WS-Hist-Before
                   MOVE WS-Calorie-Numeric TO FM-Calorie
                   MOVE WS-Load-Protein TO FM-Protein
                   MOVE WS-Load-Carbs TO FM-Carbs
                           PERFORM 230-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-Updated-Count
                           MOVE "U" TO WS-Hist-Action
                           MOVE FM-Record TO WS-Hist-After
                           PERFORM 240-WRITE-HISTORY
                   END-REWRITE
           END-READ.

           END-STRING.
           WRITE REJ-Record.

      *> Each add and update leaves a before and after image on
      *> FOOD-MASTER-HIST.DAT, the same history FoodMaster keeps, so
      *> a bulk load that changes a food's values can be traced.
       240-WRITE-HISTORY.
           ACCEPT WS-Hist-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Hist-Time-Raw FROM TIME.
           DIVIDE WS-Hist-Time-Raw BY 100 GIVING WS-Hist-Time.
           INITIALIZE FH-Record.
           MOVE WS-Hist-Date TO FH-Change-Date.
           MOVE WS-Hist-Time TO FH-Change-Time.
           MOVE WS-Hist-Action TO FH-Action.
           MOVE "FOODLOAD" TO FH-Program.
           IF WS-Hist-Action NOT = "A"
               MOVE WS-Hist-Before TO FH-Before
           END-IF.
           MOVE WS-Hist-After TO FH-After.
           WRITE FH-Record.

       300-PRINT-TOTALS.
           DISPLAY "Food master load complete.".
           DISPLAY "  Rows read:    " WS-Read-Count.
           DISPLAY "  Foods updated:" WS-Updated-Count.
           DISPLAY "  Rows rejected:" WS-Rejected-Count
               " (see FOOD-LOAD-REJECTS.DAT)".
           IF WS-Quality-Mode = "E"
               DISPLAY "  Loaded with quality warnings:" WS-Warned-Count
           END-IF.

       900-CLOSE-FILES.
           CLOSE LOAD-FILE.
           CLOSE FOOD-MASTER-FILE.
           CLOSE REJECT-FILE.
           CLOSE FOOD-HIST-FILE.

      *> The nutrition rules, shared with FoodQuality.  The caller puts
      *> the food's values in WS-Chk-Calorie, -Protein, -Carbs, -Fat
      *> and -Serving; each rule broken adds a finding graded "E"
      *> (error) or "W" (warning) to WS-Fnd-Table.
       500-CHECK-NUTRITION.
           MOVE 0 TO WS-Fnd-Count.
           MOVE SPACES TO WS-Fnd-Table.
           COMPUTE WS-Chk-Grams = WS-Chk-Protein + WS-Chk-Carbs.
           COMPUTE WS-Chk-Computed = WS-Chk-Grams * 4.
           COMPUTE WS-Chk-Computed = WS-Chk-Computed + WS-Chk-Fat * 9.
           ADD WS-Chk-Fat TO WS-Chk-Grams.
           PERFORM 510-CHECK-ENERGY.
           PERFORM 520-CHECK-SERVING.

      *> Macros are optional - FoodMaster and FoodLoad take blank as
      *> zero - so a food with calories and no macros at all has
      *> nothing to compare against and only gets a warning.
       510-CHECK-ENERGY.
           IF WS-Chk-Calorie = 0
               IF WS-Chk-Grams >= 1
                   MOVE "E" TO WS-New-Grade
                   MOVE "ZEROCAL" TO WS-New-Rule
                   MOVE "Zero calories with macro grams"
                       TO WS-New-Text
                   PERFORM 530-ADD-FINDING
               END-IF
           ELSE
               IF WS-Chk-Protein = 0 AND WS-Chk-Carbs = 0
                       AND WS-Chk-Fat = 0
                   MOVE "W" TO WS-New-Grade
                   MOVE "NOMACRO" TO WS-New-Rule
                   MOVE "Calories with no macros to check them"
                       TO WS-New-Text
                   PERFORM 530-ADD-FINDING
               ELSE
                   PERFORM 515-CHECK-ENERGY-GAP
               END-IF
           END-IF.

       515-CHECK-ENERGY-GAP.
           IF WS-Chk-Calorie > WS-Chk-Computed
               COMPUTE WS-Chk-Diff
                   = WS-Chk-Calorie - WS-Chk-Computed
               MOVE WS-Chk-Calorie TO WS-Chk-Larger
           ELSE
               COMPUTE WS-Chk-Diff
                   = WS-Chk-Computed - WS-Chk-Calorie
               MOVE WS-Chk-Computed TO WS-Chk-Larger
           END-IF.
           COMPUTE WS-Chk-Pct ROUNDED
               = WS-Chk-Diff * 100 / WS-Chk-Larger.
           MOVE SPACE TO WS-New-Grade.
           IF WS-Chk-Diff > 50 AND WS-Chk-Pct > 50
               MOVE "E" TO WS-New-Grade
           ELSE
               IF WS-Chk-Diff > 20 AND WS-Chk-Pct > 20
                   MOVE "W" TO WS-New-Grade
               END-IF
           END-IF.
           IF WS-New-Grade NOT = SPACE
               MOVE "ENERGY" TO WS-New-Rule
               MOVE WS-Chk-Pct TO WS-Pct-Edit
               MOVE SPACES TO WS-New-Text
               STRING "Calories off P4+C4+F9 by "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Pct-Edit)
                           DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                   INTO WS-New-Text
               END-STRING
               PERFORM 530-ADD-FINDING
           END-IF.

       520-CHECK-SERVING.
           IF WS-Chk-Serving = SPACES
               MOVE "W" TO WS-New-Grade
               MOVE "NOSERV" TO WS-New-Rule
               MOVE "No serving size" TO WS-New-Text
               PERFORM 530-ADD-FINDING
           ELSE
               SET WS-Serving-Found TO FALSE
               PERFORM 525-PARSE-SERVING-GRAMS
               IF WS-Serving-Found
                   IF WS-Chk-Grams > WS-Serving-Grams
                       MOVE "E" TO WS-New-Grade
                       MOVE "SERVWT" TO WS-New-Rule
                       MOVE "Macro grams over serving weight"
                           TO WS-New-Text
                       PERFORM 530-ADD-FINDING
                   END-IF
                   COMPUTE WS-Chk-Limit = WS-Serving-Grams * 9 + 1
                   IF WS-Chk-Calorie > WS-Chk-Limit
                       MOVE "E" TO WS-New-Grade
                       MOVE "SERVCAL" TO WS-New-Rule
                       MOVE "Over 9 calories per gram"
                           TO WS-New-Text
                       PERFORM 530-ADD-FINDING
                   END-IF
               ELSE
                   IF WS-Chk-Calorie > 1500
                       MOVE "W" TO WS-New-Grade
                       MOVE "BIGSERV" TO WS-New-Rule
                       MOVE "Over 1500 calories per serving"
                           TO WS-New-Text
                       PERFORM 530-ADD-FINDING
                   END-IF
               END-IF
           END-IF.

      *> "100 G", "30G", "100 GRAMS" and "250 G COOKED" all lead with
      *> a gram amount; anything else ("SLICE", "CUP COOKED",
      *> "1 GLASS") has no weight to check against.  Same reading
      *> AppImport gives the field.
       525-PARSE-SERVING-GRAMS.
           MOVE SPACES TO WS-SS-Digits.
           MOVE 0 TO WS-SS-Pos.
           MOVE 0 TO WS-Serving-Grams.
           SET WS-SS-Done TO FALSE.
           MOVE 1 TO WS-SS-Scan.
           PERFORM UNTIL WS-SS-Done OR WS-SS-Scan > 20
               MOVE WS-Chk-Serving (WS-SS-Scan:1) TO WS-SS-Char
               EVALUATE TRUE
                   WHEN (WS-SS-Char >= "0" AND WS-SS-Char <= "9")
                           OR WS-SS-Char = "."
                       IF WS-SS-Pos < 7
                           ADD 1 TO WS-SS-Pos
                           MOVE WS-SS-Char
                               TO WS-SS-Digits (WS-SS-Pos:1)
                       END-IF
                       ADD 1 TO WS-SS-Scan
                   WHEN WS-SS-Char = SPACE AND WS-SS-Pos > 0
                       ADD 1 TO WS-SS-Scan
                   WHEN WS-SS-Char = "G" AND WS-SS-Pos > 0
                       MOVE SPACES TO WS-SS-After
                       IF WS-SS-Scan < 20
                           MOVE WS-Chk-Serving (WS-SS-Scan + 1:)
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
                       SET WS-SS-Done TO TRUE
               END-EVALUATE
           END-PERFORM.

       530-ADD-FINDING.
           IF WS-Fnd-Count < 6
               ADD 1 TO WS-Fnd-Count
               MOVE WS-New-Grade TO WS-Fnd-Grade (WS-Fnd-Count)
               MOVE WS-New-Rule TO WS-Fnd-Rule (WS-Fnd-Count)
               MOVE WS-New-Text TO WS-Fnd-Text (WS-Fnd-Count)
           END-IF.
