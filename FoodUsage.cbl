           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-Archive-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-Prt-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCH-Record PIC X(150).

       FD  PRINT-FILE.
       01  PRINT-Record PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Daily-Log-Status PIC XX.
       01 WS-Archive-Status PIC XX.
       01 WS-Gram-Edit PIC ZZZZZZ9.99.
       01 WS-Pct-Edit PIC ZZ9.9.

           COPY PRTCTL.
      *> The print file runs in sections - meal cut, calorie ranking,
      *> protein and fat sources - each with its own column headings,
      *> which are the ones repeated when a section runs onto a new
      *> page.
       01 WS-Prt-Section-Title PIC X(40).
       01 WS-Prt-Section-Head PIC X(132).
       01 WS-Prt-Section-Under PIC X(132).
       01 WS-Prt-Cut-Heading.
           05 FILLER PIC X(12) VALUE "Meal".
           05 FILLER PIC X(14) VALUE "   Calories".
           05 FILLER PIC X(6) VALUE " Share".
       01 WS-Prt-Cut-Underline.
           05 FILLER PIC X(12) VALUE "---------".
           05 FILLER PIC X(14) VALUE "-----------".
           05 FILLER PIC X(6) VALUE "------".
       01 WS-Prt-Cut-Line.
           05 WS-Pc-Meal PIC X(9).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Pc-Calories PIC ZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Pc-Pct PIC ZZ9.9.
           05 FILLER PIC X VALUE "%".
       01 WS-Prt-Rank-Heading.
           05 FILLER PIC X(5) VALUE "Rank".
           05 FILLER PIC X(32) VALUE "Food".
           05 FILLER PIC X(13) VALUE "   Calories".
           05 FILLER PIC X(8) VALUE " Share".
           05 FILLER PIC X(8) VALUE " Times".
           05 FILLER PIC X(7) VALUE "Avg qty".
       01 WS-Prt-Rank-Underline.
           05 FILLER PIC X(5) VALUE "---".
           05 FILLER PIC X(32) VALUE
               "------------------------------".
           05 FILLER PIC X(13) VALUE "-----------".
           05 FILLER PIC X(8) VALUE "------".
           05 FILLER PIC X(8) VALUE "------".
           05 FILLER PIC X(7) VALUE "-------".
       01 WS-Prt-Rank-Line.
           05 WS-Pr-Rank PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pr-Food PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pr-Calories PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pr-Pct PIC ZZ9.9.
           05 FILLER PIC X VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pr-Times PIC -ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pr-Qty PIC ZZZ9.99.
       01 WS-Prt-Macro-Heading.
           05 FILLER PIC X(5) VALUE "Rank".
           05 FILLER PIC X(32) VALUE "Food".
           05 FILLER PIC X(10) VALUE "     Grams".
       01 WS-Prt-Macro-Underline.
           05 FILLER PIC X(5) VALUE "---".
           05 FILLER PIC X(32) VALUE
               "------------------------------".
           05 FILLER PIC X(10) VALUE "----------".
       01 WS-Prt-Macro-Line.
           05 WS-Pm-Rank PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pm-Food PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pm-Grams PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
                       AT END
                           SET WS-Arch-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Prt-Read-Count
                           MOVE ARCH-Record TO DL-Record
                           IF DL-Date >= WS-Start-Date
                                   AND DL-Date <= WS-End-Date
                       AT END
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Prt-Read-Count
                           IF DL-Date >= WS-Start-Date
                                   AND DL-Date <= WS-End-Date
                                   AND (WS-User-Filter = SPACES
           END-PERFORM.

       300-PRINT-REPORT.
           PERFORM 800-OPEN-PRINT-FILE.
           DISPLAY " ".
           DISPLAY "Food Usage Report " WS-Start-Date
               " through " WS-End-Date.
           DISPLAY "--------------------------------------------".
           IF WS-Food-Count = 0
               MOVE "No entries found for this date range."
                   TO WS-Prt-Line
               PERFORM 805-SHOW-LINE
           ELSE
               MOVE WS-Grand-Calories TO WS-Grand-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Total calories:  " WS-Grand-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
               MOVE SPACES TO WS-Prt-Line
               STRING "Distinct foods:  " WS-Food-Count
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
               PERFORM 320-PRINT-MEAL-CUT
               PERFORM 330-PRINT-CALORIE-RANKING
               PERFORM 340-PRINT-MACRO-SOURCES
           END-IF.
           PERFORM 830-CLOSE-PRINT-FILE.

       320-PRINT-MEAL-CUT.
           DISPLAY " ".
           DISPLAY "By meal:".
           MOVE "By meal:" TO WS-Prt-Section-Title.
           MOVE WS-Prt-Cut-Heading TO WS-Prt-Section-Head.
           MOVE WS-Prt-Cut-Underline TO WS-Prt-Section-Under.
           PERFORM 815-START-SECTION.
           MOVE WS-Cut-Breakfast TO WS-Rank-Value.
           MOVE "BREAKFAST" TO WS-Cut-Label.
           PERFORM 325-PRINT-ONE-CUT.
           MOVE WS-Percent TO WS-Pct-Edit.
           DISPLAY "  " WS-Cut-Label " " WS-Calorie-Edit
               " calories (" WS-Pct-Edit "%)".
           MOVE WS-Cut-Label TO WS-Pc-Meal.
           MOVE WS-Rank-Value TO WS-Pc-Calories.
           MOVE WS-Percent TO WS-Pc-Pct.
           MOVE WS-Prt-Cut-Line TO WS-Prt-Line.
           PERFORM 810-PRINT-LINE.
           ADD 1 TO WS-Prt-Printed-Count.

      *> Rank by repeatedly pulling the biggest unprinted slot; the
      *> table is small enough that a sort would be more code than
       330-PRINT-CALORIE-RANKING.
           DISPLAY " ".
           DISPLAY "Top foods by calories:".
           MOVE "Top foods by calories:" TO WS-Prt-Section-Title.
           MOVE WS-Prt-Rank-Heading TO WS-Prt-Section-Head.
           MOVE WS-Prt-Rank-Underline TO WS-Prt-Section-Under.
           PERFORM 815-START-SECTION.
           PERFORM 350-RESET-PRINTED-FLAGS.
           MOVE 20 TO WS-Rank-Limit.
           IF WS-Food-Count < WS-Rank-Limit
               WS-Calorie-Edit " cal (" WS-Pct-Edit "%)  eaten "
               WS-Fd-Times (WS-Best-Sub) " time(s), avg qty "
               WS-Qty-Edit.
           MOVE WS-Rank TO WS-Pr-Rank.
           MOVE WS-Fd-Name (WS-Best-Sub) TO WS-Pr-Food.
           MOVE WS-Fd-Calories (WS-Best-Sub) TO WS-Pr-Calories.
           MOVE WS-Percent TO WS-Pr-Pct.
           MOVE WS-Fd-Times (WS-Best-Sub) TO WS-Pr-Times.
           MOVE WS-Avg-Quantity TO WS-Pr-Qty.
           MOVE WS-Prt-Rank-Line TO WS-Prt-Line.
           PERFORM 810-PRINT-LINE.
           ADD 1 TO WS-Prt-Printed-Count.

       340-PRINT-MACRO-SOURCES.
           DISPLAY " ".
           DISPLAY "Top protein sources (grams):".
           MOVE "Top protein sources (grams):"
               TO WS-Prt-Section-Title.
           MOVE WS-Prt-Macro-Heading TO WS-Prt-Section-Head.
           MOVE WS-Prt-Macro-Underline TO WS-Prt-Section-Under.
           PERFORM 815-START-SECTION.
           PERFORM 350-RESET-PRINTED-FLAGS.
           MOVE 5 TO WS-Rank-Limit.
           IF WS-Food-Count < WS-Rank-Limit
                   MOVE WS-Fd-Protein (WS-Best-Sub) TO WS-Gram-Edit
                   DISPLAY "  " WS-Rank ". "
                       WS-Fd-Name (WS-Best-Sub) " " WS-Gram-Edit
                   MOVE WS-Fd-Protein (WS-Best-Sub) TO WS-Pm-Grams
                   PERFORM 345-PRINT-MACRO-LINE
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Top fat sources (grams):".
           MOVE "Top fat sources (grams):" TO WS-Prt-Section-Title.
           PERFORM 815-START-SECTION.
           PERFORM 350-RESET-PRINTED-FLAGS.
           PERFORM VARYING WS-Rank FROM 1 BY 1
                   UNTIL WS-Rank > WS-Rank-Limit
                   MOVE WS-Fd-Fat (WS-Best-Sub) TO WS-Gram-Edit
                   DISPLAY "  " WS-Rank ". "
                       WS-Fd-Name (WS-Best-Sub) " " WS-Gram-Edit
                   MOVE WS-Fd-Fat (WS-Best-Sub) TO WS-Pm-Grams
                   PERFORM 345-PRINT-MACRO-LINE
               END-IF
           END-PERFORM.

      *> The caller has moved the grams into the line.
       345-PRINT-MACRO-LINE.
           MOVE WS-Rank TO WS-Pm-Rank.
           MOVE WS-Fd-Name (WS-Best-Sub) TO WS-Pm-Food.
           MOVE WS-Prt-Macro-Line TO WS-Prt-Line.
           PERFORM 810-PRINT-LINE.
           ADD 1 TO WS-Prt-Printed-Count.

       350-RESET-PRINTED-FLAGS.
           PERFORM VARYING WS-Food-Sub FROM 1 BY 1
                   UNTIL WS-Food-Sub > WS-Food-Count
                   MOVE WS-Fd-Fat (WS-Food-Sub) TO WS-Best-Value
               END-IF
           END-PERFORM.

       800-OPEN-PRINT-FILE.
           ACCEPT WS-Prt-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Prt-Time-Raw FROM TIME.
           DIVIDE WS-Prt-Time-Raw BY 100 GIVING WS-Prt-Run-Time.
           MOVE SPACES TO WS-Prt-File-Name.
           STRING "FOODUSAGE-" DELIMITED BY SIZE
                   WS-Prt-Run-Date DELIMITED BY SIZE
                   ".PRT" DELIMITED BY SIZE
               INTO WS-Prt-File-Name
           END-STRING.
           MOVE "FOODUSAGE" TO WS-Prt-H1-Program.
           MOVE "Food Usage Report" TO WS-Prt-H1-Title.
           MOVE WS-Prt-Run-Date TO WS-Prt-H1-Date.
           MOVE WS-Prt-Run-HH TO WS-Prt-H1-HH.
           MOVE WS-Prt-Run-MM TO WS-Prt-H1-MM.
           MOVE WS-Prt-Run-SS TO WS-Prt-H1-SS.
           MOVE SPACES TO WS-Prt-Heading-2.
           IF WS-User-Filter = SPACES
               STRING "Dates " WS-Start-Date " through " WS-End-Date
                       "   User: all users"
                       DELIMITED BY SIZE
                   INTO WS-Prt-Heading-2
               END-STRING
           ELSE
               STRING "Dates " WS-Start-Date " through " WS-End-Date
                       "   User: " WS-User-Filter
                       DELIMITED BY SIZE
                   INTO WS-Prt-Heading-2
               END-STRING
           END-IF.
           MOVE SPACES TO WS-Prt-Heading-3.
           MOVE SPACES TO WS-Prt-Heading-4.
           MOVE 0 TO WS-Prt-Page-No.
           MOVE WS-Prt-Page-Size TO WS-Prt-Line-No.
           SET WS-Prt-Open TO FALSE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-Prt-Status = "00"
               SET WS-Prt-Open TO TRUE
           ELSE
               DISPLAY "Could not open " FUNCTION TRIM(WS-Prt-File-Name)
                   " (status " WS-Prt-Status "); the report is on "
                   "the screen only."
           END-IF.

      *> A line for both the screen and the print file.
       805-SHOW-LINE.
           DISPLAY FUNCTION TRIM(WS-Prt-Line TRAILING).
           PERFORM 810-PRINT-LINE.

       810-PRINT-LINE.
           IF WS-Prt-Open
               IF WS-Prt-Line-No >= WS-Prt-Page-Size
                   PERFORM 820-PRINT-HEADINGS
               END-IF
               WRITE PRINT-Record FROM WS-Prt-Line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-Prt-Line-No
           END-IF.

      *> A section starts on a new page unless its title, headings
      *> and a few lines fit on this one; its headings then repeat
      *> on any page it runs onto.
       815-START-SECTION.
           IF WS-Prt-Open
               MOVE SPACES TO WS-Prt-Heading-3
               MOVE SPACES TO WS-Prt-Heading-4
               IF WS-Prt-Line-No + 7 > WS-Prt-Page-Size
                   PERFORM 820-PRINT-HEADINGS
               ELSE
                   MOVE SPACES TO WS-Prt-Line
                   PERFORM 810-PRINT-LINE
               END-IF
               MOVE WS-Prt-Section-Title TO WS-Prt-Line
               PERFORM 810-PRINT-LINE
               MOVE WS-Prt-Section-Head TO WS-Prt-Heading-3
               MOVE WS-Prt-Section-Under TO WS-Prt-Heading-4
               MOVE WS-Prt-Section-Head TO WS-Prt-Line
               PERFORM 810-PRINT-LINE
               MOVE WS-Prt-Section-Under TO WS-Prt-Line
               PERFORM 810-PRINT-LINE
           END-IF.

       820-PRINT-HEADINGS.
           ADD 1 TO WS-Prt-Page-No.
           MOVE WS-Prt-Page-No TO WS-Prt-H1-Page.
           WRITE PRINT-Record FROM WS-Prt-Heading-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-Record FROM WS-Prt-Heading-2
               AFTER ADVANCING 1 LINE.
           IF WS-Prt-Heading-3 NOT = SPACES
               WRITE PRINT-Record FROM WS-Prt-Heading-3
                   AFTER ADVANCING 2 LINES
               WRITE PRINT-Record FROM WS-Prt-Heading-4
                   AFTER ADVANCING 1 LINE
               MOVE 5 TO WS-Prt-Line-No
           ELSE
               MOVE SPACES TO PRINT-Record
               WRITE PRINT-Record AFTER ADVANCING 1 LINE
               MOVE 3 TO WS-Prt-Line-No
           END-IF.

       830-CLOSE-PRINT-FILE.
           IF WS-Prt-Open
               MOVE SPACES TO WS-Prt-Line
               PERFORM 810-PRINT-LINE
               MOVE WS-Prt-Read-Count TO WS-Prt-Count-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Log records read:  " WS-Prt-Count-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 810-PRINT-LINE
               MOVE WS-Prt-Printed-Count TO WS-Prt-Count-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Food lines printed:" WS-Prt-Count-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 810-PRINT-LINE
               MOVE "*** End of report ***" TO WS-Prt-Line
               PERFORM 810-PRINT-LINE
               CLOSE PRINT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-Prt-File-Name) "."
           END-IF.
