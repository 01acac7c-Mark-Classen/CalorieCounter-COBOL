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
       01 WS-High-Total-Edit PIC ZZZZZ9.99.
       01 WS-Low-Total-Edit PIC ZZZZZ9.99.

           COPY PRTCTL.
       01 WS-Prt-Day-Heading.
           05 FILLER PIC X(11) VALUE "Date".
           05 FILLER PIC X(12) VALUE " Calories".
           05 FILLER PIC X(12) VALUE "Protein g".
           05 FILLER PIC X(12) VALUE "  Carbs g".
           05 FILLER PIC X(12) VALUE "    Fat g".
           05 FILLER PIC X(4) VALUE "Goal".
       01 WS-Prt-Day-Underline.
           05 FILLER PIC X(11) VALUE "--------".
           05 FILLER PIC X(12) VALUE "---------".
           05 FILLER PIC X(12) VALUE "---------".
           05 FILLER PIC X(12) VALUE "---------".
           05 FILLER PIC X(12) VALUE "---------".
           05 FILLER PIC X(9) VALUE "---------".
       01 WS-Prt-Day-Line.
           05 WS-Pd-Date PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Pd-Calories PIC ZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Pd-Protein PIC ZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Pd-Carbs PIC ZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Pd-Fat PIC ZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Pd-Goal PIC X(9).

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
           END-IF.

       300-PRINT-REPORT.
           PERFORM 800-OPEN-PRINT-FILE.
           DISPLAY " ".
           DISPLAY "Calorie Summary Report " WS-Start-Date
               " through " WS-End-Date.
           DISPLAY "------------------------------------------".
           IF WS-Day-Count = 0
               MOVE "No entries found for this date range."
                   TO WS-Prt-Line
               PERFORM 805-SHOW-LINE
           ELSE
               PERFORM VARYING WS-Day-Idx FROM 1 BY 1
                       UNTIL WS-Day-Idx > WS-Day-Count
                   DISPLAY "            P " WS-Protein-Edit
                       "  C " WS-Carbs-Edit
                       "  F " WS-Fat-Edit " grams"
                   PERFORM 310-PRINT-DAY-LINE
               END-PERFORM
               MOVE WS-Week-Total TO WS-Week-Total-Edit
               MOVE WS-Week-Average TO WS-Week-Average-Edit
               MOVE WS-High-Total TO WS-High-Total-Edit
               MOVE WS-Low-Total TO WS-Low-Total-Edit
               MOVE "------------------------------------------"
                   TO WS-Prt-Line
               PERFORM 805-SHOW-LINE
               MOVE SPACES TO WS-Prt-Line
               STRING "Days reported:    " WS-Day-Count
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
               MOVE SPACES TO WS-Prt-Line
               STRING "Total calories:   " WS-Week-Total-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
               MOVE WS-Week-Protein TO WS-Week-Macro-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Total protein g:  " WS-Week-Macro-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
               MOVE WS-Week-Carbs TO WS-Week-Macro-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Total carb g:     " WS-Week-Macro-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
               MOVE WS-Week-Fat TO WS-Week-Macro-Edit
               MOVE SPACES TO WS-Prt-Line
               STRING "Total fat g:      " WS-Week-Macro-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
               MOVE SPACES TO WS-Prt-Line
               STRING "Running average:  " WS-Week-Average-Edit
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
               MOVE SPACES TO WS-Prt-Line
               STRING "Highest day:      " WS-High-Date
                       " (" WS-High-Total-Edit " calories)"
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
               MOVE SPACES TO WS-Prt-Line
               STRING "Lowest day:       " WS-Low-Date
                       " (" WS-Low-Total-Edit " calories)"
                       DELIMITED BY SIZE
                   INTO WS-Prt-Line
               END-STRING
               PERFORM 805-SHOW-LINE
           END-IF.
           PERFORM 830-CLOSE-PRINT-FILE.

       310-PRINT-DAY-LINE.
           MOVE WS-Day-Date (WS-Day-Idx) TO WS-Pd-Date.
           MOVE WS-Day-Total (WS-Day-Idx) TO WS-Pd-Calories.
           MOVE WS-Day-Protein (WS-Day-Idx) TO WS-Pd-Protein.
           MOVE WS-Day-Carbs (WS-Day-Idx) TO WS-Pd-Carbs.
           MOVE WS-Day-Fat (WS-Day-Idx) TO WS-Pd-Fat.
           IF WS-Day-Goal-Status (WS-Day-Idx) = "OVER"
               MOVE "OVER GOAL" TO WS-Pd-Goal
           ELSE
               MOVE SPACES TO WS-Pd-Goal
           END-IF.
           MOVE WS-Prt-Day-Line TO WS-Prt-Line.
           PERFORM 810-PRINT-LINE.
           ADD 1 TO WS-Prt-Printed-Count.

      *> The print file is CALREPORT-CCYYMMDD.PRT for the run date;
      *> the selection line repeats the dates and user asked for.
       800-OPEN-PRINT-FILE.
           ACCEPT WS-Prt-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Prt-Time-Raw FROM TIME.
           DIVIDE WS-Prt-Time-Raw BY 100 GIVING WS-Prt-Run-Time.
           MOVE SPACES TO WS-Prt-File-Name.
           STRING "CALREPORT-" DELIMITED BY SIZE
                   WS-Prt-Run-Date DELIMITED BY SIZE
                   ".PRT" DELIMITED BY SIZE
               INTO WS-Prt-File-Name
           END-STRING.
           MOVE "CALORIEREPORT" TO WS-Prt-H1-Program.
           MOVE "Calorie Summary Report" TO WS-Prt-H1-Title.
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
           MOVE WS-Prt-Day-Heading TO WS-Prt-Heading-3.
           MOVE WS-Prt-Day-Underline TO WS-Prt-Heading-4.
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
               STRING "Days printed:      " WS-Prt-Count-Edit
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
