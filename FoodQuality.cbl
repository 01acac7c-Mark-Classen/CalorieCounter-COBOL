       IDENTIFICATION DIVISION.
       PROGRAM-ID. FoodQuality.
      *> Nutrition quality scan of FOOD-MASTER.DAT.  FoodMaster and
      *> FoodLoad only check that values are numeric and in range, so
      *> figures that are each plausible but wrong together still
      *> reach the master.  Every food is checked against these
      *> rules, and FoodLoad applies the same rules to FOOD-LOAD.DAT
      *> when asked:
      *>   ENERGY  calories should be close to protein x 4 + carbs x 4
      *>           + fat x 9.  Off by more than 20% (and 20 calories)
      *>           is a warning, by more than 50% (and 50) an error.
      *>           Alcohol and fibre account for small gaps.
      *>   ZEROCAL zero calories with a gram or more of macros: error.
      *>   NOMACRO calories but protein, carbs and fat all blank or
      *>           zero, so ENERGY cannot be checked: warning.
      *>   SERVWT  serving size leads with a gram weight ("30 G",
      *>           "30G", "30 GRAMS" - not "1 GLASS") and
      *>           the macro grams come to more than it: error.
      *>   SERVCAL serving size leads with a gram weight and the
      *>           calories are over 9 a gram, more than pure fat:
      *>           error.
      *>   BIGSERV no gram weight and over 1500 calories a serving:
      *>           warning.
      *>   NOSERV  serving size blank: warning.
      *> Errors print first, then warnings.  The scan then lists
      *> foods whose names look like two spellings of one food
      *> ("2% MILK" and "MILK 2 PCT"): the same words in any order,
      *> with "%" read as PCT and a plural S dropped.  Each pair is a
      *> candidate for deleting one and adding it on FOOD-ALIAS.DAT
      *> as an alias of the other.  Nothing on the master is changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOOD-MASTER-FILE ASSIGN TO "FOOD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-Food-Name
               FILE STATUS IS WS-Food-Master-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  FOOD-MASTER-FILE.
           COPY FOODMAST.

       WORKING-STORAGE SECTION.
       01 WS-Food-Master-Status PIC XX.
       01 WS-Today PIC 9(8).
       01 WS-Print-Grade PIC X.
       01 WS-Section-Count PIC 9(5).

       01 WS-Scanned-Count PIC 9(5) VALUE 0.
       01 WS-Clean-Count PIC 9(5) VALUE 0.
       01 WS-Error-Food-Count PIC 9(5) VALUE 0.
       01 WS-Warning-Food-Count PIC 9(5) VALUE 0.
       01 WS-Error-Count PIC 9(5) VALUE 0.
       01 WS-Warning-Count PIC 9(5) VALUE 0.
       01 WS-Dup-Count PIC 9(5) VALUE 0.
       01 WS-Food-Errors PIC 9(2).
       01 WS-Food-Warnings PIC 9(2).

      *> Values under check and what the rules found.  Kept the same
      *> as FoodLoad's so the two programs grade a food alike.
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

       01 WS-Cal-Edit PIC ZZZZ9.99.
       01 WS-Computed-Edit PIC ZZZZZ9.99.

      *> Every food's name and its comparison key: the name's words
      *> normalised and put in alphabetical order.
       01 WS-Nm-Count PIC 9(4) VALUE 0.
       01 WS-Nm-Sub PIC 9(4).
       01 WS-Nm-Other PIC 9(4).
       01 WS-Nm-Table.
           05 WS-Nm-Entry OCCURS 2000 TIMES.
               10 WS-Nm-Food PIC X(30).
               10 WS-Nm-Key PIC X(60).
       01 WS-Nm-Full-Flag PIC X VALUE "N".
           88 WS-Nm-Full VALUE "Y" FALSE "N".

       01 WS-Key-Text PIC X(60).
       01 WS-Key-Pos PIC 9(2).
       01 WS-Name-Pos PIC 9(2).
       01 WS-Name-Char PIC X.
       01 WS-Tok-Count PIC 9(2).
       01 WS-Tok-Sub PIC 9(2).
       01 WS-Tok-Pass PIC 9(2).
       01 WS-Tok-Len PIC 9(2).
       01 WS-Tok-Hold PIC X(15).
       01 WS-Tok-Table.
           05 WS-Tok OCCURS 10 TIMES PIC X(15).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           OPEN INPUT FOOD-MASTER-FILE.
           IF WS-Food-Master-Status NOT = "00"
               DISPLAY "No FOOD-MASTER.DAT found; nothing to scan."
               STOP RUN
           END-IF.
           DISPLAY " ".
           DISPLAY "Food Master Quality Scan  " WS-Today.
           DISPLAY "------------------------------------------".
           DISPLAY "ERRORS".
           MOVE "E" TO WS-Print-Grade.
           PERFORM 200-SCAN-MASTER.
           DISPLAY "------------------------------------------".
           DISPLAY "WARNINGS".
           MOVE "W" TO WS-Print-Grade.
           PERFORM 200-SCAN-MASTER.
           DISPLAY "------------------------------------------".
           DISPLAY "POSSIBLE DUPLICATES (FOOD-ALIAS candidates)".
           PERFORM 300-FIND-DUPLICATES.
           DISPLAY "------------------------------------------".
           PERFORM 400-PRINT-TOTALS.
           CLOSE FOOD-MASTER-FILE.
           STOP RUN.

      *> One pass per grade.  The error pass also does the counting
      *> and collects names for the duplicate check.
       200-SCAN-MASTER.
           MOVE 0 TO WS-Section-Count.
           MOVE LOW-VALUES TO FM-Food-Name.
           START FOOD-MASTER-FILE
                   KEY IS NOT LESS THAN FM-Food-Name
               INVALID KEY
                   MOVE "10" TO WS-Food-Master-Status
           END-START.
           PERFORM UNTIL WS-Food-Master-Status NOT = "00"
               READ FOOD-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-Food-Master-Status
                   NOT AT END
                       PERFORM 210-SCAN-ONE-FOOD
               END-READ
           END-PERFORM.
           IF WS-Section-Count = 0
               DISPLAY "  None."
           END-IF.

       210-SCAN-ONE-FOOD.
           MOVE FM-Calorie TO WS-Chk-Calorie.
           MOVE FM-Protein TO WS-Chk-Protein.
           MOVE FM-Carbs TO WS-Chk-Carbs.
           MOVE FM-Fat TO WS-Chk-Fat.
           MOVE FUNCTION UPPER-CASE(FM-Serving-Size) TO WS-Chk-Serving.
           PERFORM 500-CHECK-NUTRITION.
           MOVE 0 TO WS-Food-Errors.
           MOVE 0 TO WS-Food-Warnings.
           PERFORM VARYING WS-Fnd-Sub FROM 1 BY 1
                   UNTIL WS-Fnd-Sub > WS-Fnd-Count
               IF WS-Fnd-Grade (WS-Fnd-Sub) = "E"
                   ADD 1 TO WS-Food-Errors
               ELSE
                   ADD 1 TO WS-Food-Warnings
               END-IF
               IF WS-Fnd-Grade (WS-Fnd-Sub) = WS-Print-Grade
                   ADD 1 TO WS-Section-Count
                   PERFORM 220-PRINT-FINDING
               END-IF
           END-PERFORM.
           IF WS-Print-Grade = "E"
               ADD 1 TO WS-Scanned-Count
               ADD WS-Food-Errors TO WS-Error-Count
               ADD WS-Food-Warnings TO WS-Warning-Count
               EVALUATE TRUE
                   WHEN WS-Food-Errors > 0
                       ADD 1 TO WS-Error-Food-Count
                   WHEN WS-Food-Warnings > 0
                       ADD 1 TO WS-Warning-Food-Count
                   WHEN OTHER
                       ADD 1 TO WS-Clean-Count
               END-EVALUATE
               PERFORM 230-KEEP-NAME
           END-IF.

       220-PRINT-FINDING.
           MOVE WS-Chk-Calorie TO WS-Cal-Edit.
           MOVE WS-Chk-Computed TO WS-Computed-Edit.
           DISPLAY "  " FM-Food-Name " " WS-Fnd-Rule (WS-Fnd-Sub)
               " " WS-Fnd-Text (WS-Fnd-Sub).
           DISPLAY "      calories " WS-Cal-Edit
               "  P4+C4+F9 " WS-Computed-Edit
               "  serving " FM-Serving-Size.

       230-KEEP-NAME.
           IF WS-Nm-Count < 2000
               ADD 1 TO WS-Nm-Count
               MOVE FM-Food-Name TO WS-Nm-Food (WS-Nm-Count)
               PERFORM 310-BUILD-NAME-KEY
               MOVE WS-Key-Text TO WS-Nm-Key (WS-Nm-Count)
           ELSE
               IF NOT WS-Nm-Full
                   SET WS-Nm-Full TO TRUE
                   DISPLAY "Warning: more than 2000 foods; later "
                       "names are left out of the duplicate check."
               END-IF
           END-IF.

       300-FIND-DUPLICATES.
           PERFORM VARYING WS-Nm-Sub FROM 1 BY 1
                   UNTIL WS-Nm-Sub > WS-Nm-Count
               COMPUTE WS-Nm-Other = WS-Nm-Sub + 1
               PERFORM UNTIL WS-Nm-Other > WS-Nm-Count
                   IF WS-Nm-Key (WS-Nm-Other) = WS-Nm-Key (WS-Nm-Sub)
                           AND WS-Nm-Key (WS-Nm-Sub) NOT = SPACES
                       ADD 1 TO WS-Dup-Count
                       DISPLAY "  " WS-Nm-Food (WS-Nm-Sub)
                           " / " WS-Nm-Food (WS-Nm-Other)
                   END-IF
                   ADD 1 TO WS-Nm-Other
               END-PERFORM
           END-PERFORM.
           IF WS-Dup-Count = 0
               DISPLAY "  None."
           END-IF.

      *> Split the name into words on spaces and punctuation, read
      *> "%" and PERCENT as PCT, drop a plural S, and sort the words
      *> so word order does not matter.
       310-BUILD-NAME-KEY.
           MOVE SPACES TO WS-Tok-Table.
           MOVE 0 TO WS-Tok-Count.
           MOVE 0 TO WS-Tok-Len.
           PERFORM VARYING WS-Name-Pos FROM 1 BY 1
                   UNTIL WS-Name-Pos > 30
               MOVE FM-Food-Name (WS-Name-Pos:1) TO WS-Name-Char
               EVALUATE WS-Name-Char
                   WHEN "%"
                       PERFORM 320-END-WORD
                       MOVE "PCT" TO WS-Tok-Hold
                       PERFORM 325-ADD-WORD
                   WHEN SPACE
                   WHEN ","
                   WHEN "-"
                   WHEN "("
                   WHEN ")"
                   WHEN "/"
                   WHEN "&"
                   WHEN "'"
                       PERFORM 320-END-WORD
                   WHEN OTHER
                       IF WS-Tok-Len = 0
                           MOVE SPACES TO WS-Tok-Hold
                       END-IF
                       IF WS-Tok-Len < 15
                           ADD 1 TO WS-Tok-Len
                           MOVE WS-Name-Char
                               TO WS-Tok-Hold (WS-Tok-Len:1)
                       END-IF
               END-EVALUATE
           END-PERFORM.
           PERFORM 320-END-WORD.
           PERFORM VARYING WS-Tok-Pass FROM 1 BY 1
                   UNTIL WS-Tok-Pass >= WS-Tok-Count
               PERFORM VARYING WS-Tok-Sub FROM 1 BY 1
                       UNTIL WS-Tok-Sub > WS-Tok-Count - WS-Tok-Pass
                   IF WS-Tok (WS-Tok-Sub) > WS-Tok (WS-Tok-Sub + 1)
                       MOVE WS-Tok (WS-Tok-Sub) TO WS-Tok-Hold
                       MOVE WS-Tok (WS-Tok-Sub + 1)
                           TO WS-Tok (WS-Tok-Sub)
                       MOVE WS-Tok-Hold TO WS-Tok (WS-Tok-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-Key-Text.
           MOVE 1 TO WS-Key-Pos.
           PERFORM VARYING WS-Tok-Sub FROM 1 BY 1
                   UNTIL WS-Tok-Sub > WS-Tok-Count
               STRING FUNCTION TRIM(WS-Tok (WS-Tok-Sub))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                   INTO WS-Key-Text
                   WITH POINTER WS-Key-Pos
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-PERFORM.

       320-END-WORD.
           IF WS-Tok-Len > 0
               IF WS-Tok-Hold = "PERCENT"
                   MOVE "PCT" TO WS-Tok-Hold
               ELSE
                   IF WS-Tok-Len > 3
                           AND WS-Tok-Hold (WS-Tok-Len:1) = "S"
                           AND WS-Tok-Hold (WS-Tok-Len - 1:1)
                               NOT = "S"
                       MOVE SPACE TO WS-Tok-Hold (WS-Tok-Len:1)
                   END-IF
               END-IF
               PERFORM 325-ADD-WORD
               MOVE 0 TO WS-Tok-Len
           END-IF.

       325-ADD-WORD.
           IF WS-Tok-Count < 10
               ADD 1 TO WS-Tok-Count
               MOVE WS-Tok-Hold TO WS-Tok (WS-Tok-Count)
           END-IF.

       400-PRINT-TOTALS.
           DISPLAY "Foods scanned:          " WS-Scanned-Count.
           DISPLAY "Foods clean:            " WS-Clean-Count.
           DISPLAY "Foods with errors:      " WS-Error-Food-Count
               "  (" WS-Error-Count " errors)".
           DISPLAY "Foods with warnings only: " WS-Warning-Food-Count
               "  (" WS-Warning-Count " warnings in all)".
           DISPLAY "Possible duplicate pairs: " WS-Dup-Count.

      *> The nutrition rules, shared with FoodLoad.  The caller puts
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
