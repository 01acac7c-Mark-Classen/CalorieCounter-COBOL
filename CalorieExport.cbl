           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-Archive-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.
           SELECT JOB-STEP-FILE ASSIGN TO "JOB-STEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Step-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCH-Record PIC X(150).

       FD  JOB-STEP-FILE.
           COPY JOBSTEP.

       WORKING-STORAGE SECTION.
       01 WS-Daily-Log-Status PIC XX.
       01 WS-Csv-Status PIC XX.
       01 WS-Meal-Type-Trim PIC X(9).
       01 WS-Goal-Status-Trim PIC X(5).

       01 WS-Job-Step-Status PIC XX.
       01 WS-Unattended-Flag PIC X VALUE "N".
           88 WS-Unattended VALUE "Y" FALSE "N".
       01 WS-Job-Run-Date PIC 9(8).
       01 WS-Job-Process-Date PIC 9(8).
       01 WS-Job-User-Id PIC X(10).
       01 WS-Job-Outcome PIC X VALUE "S".
       01 WS-Job-Message PIC X(60) VALUE SPACES.
       01 WS-Job-Read-Count PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM 020-CHECK-JOB-STEP.
           IF WS-Unattended
               MOVE WS-Job-Process-Date TO WS-Start-Date
               MOVE WS-Job-Process-Date TO WS-End-Date
               MOVE FUNCTION UPPER-CASE(WS-Job-User-Id)
                   TO WS-User-Filter
           ELSE
               PERFORM 050-ACCEPT-START-DATE
               PERFORM 060-ACCEPT-END-DATE
               PERFORM 070-ACCEPT-USER-FILTER
           END-IF.

           PERFORM 100-OPEN-FILES.
           PERFORM 150-EXPORT-ARCHIVES.
           PERFORM 900-CLOSE-FILES.

           DISPLAY WS-Export-Count " entries exported to EXPORT.CSV".
           IF WS-Unattended
               PERFORM 940-WRITE-JOB-STEP
           END-IF.
           STOP RUN.

      *> Started by JobStream, the program finds a pending
      *> JOB-STEP.DAT record addressed to it and exports the
      *> processing date for the user named there (all users when
      *> blank) instead of asking for a range.
       020-CHECK-JOB-STEP.
           SET WS-Unattended TO FALSE.
           OPEN INPUT JOB-STEP-FILE.
           IF WS-Job-Step-Status = "00"
               READ JOB-STEP-FILE
                   AT END
                       MOVE SPACES TO JS-Program
               END-READ
               CLOSE JOB-STEP-FILE
               IF JS-Program = "CALORIEEXPORT"
                       AND JS-Outcome = SPACE
                   SET WS-Unattended TO TRUE
                   MOVE JS-Run-Date TO WS-Job-Run-Date
                   MOVE JS-Process-Date TO WS-Job-Process-Date
                   MOVE JS-User-Id TO WS-Job-User-Id
               END-IF
           END-IF.

       050-ACCEPT-START-DATE.
           MOVE 1 TO WS-Date-Numval-RC.
           PERFORM UNTIL WS-Date-Numval-RC = 0
                       AT END
                           SET WS-Arch-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Job-Read-Count
                           MOVE ARCH-Record TO DL-Record
                           IF DL-Date >= WS-Start-Date
                                   AND DL-Date <= WS-End-Date
       200-EXPORT-RECORDS.
           IF WS-Daily-Log-Status NOT = "00"
               DISPLAY "No daily log data found."
               MOVE "No daily log data found" TO WS-Job-Message
           ELSE
               PERFORM UNTIL WS-Log-EOF
                   READ DAILY-LOG-FILE
                       AT END
                           SET WS-Log-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Job-Read-Count
                           IF DL-Date >= WS-Start-Date
                                   AND DL-Date <= WS-End-Date
                                   AND (WS-User-Filter = SPACES
       900-CLOSE-FILES.
           CLOSE DAILY-LOG-FILE.
           CLOSE CSV-OUT-FILE.

       940-WRITE-JOB-STEP.
           IF WS-Csv-Status NOT = "00"
               MOVE "F" TO WS-Job-Outcome
               MOVE "EXPORT.CSV could not be written" TO WS-Job-Message
           END-IF.
           MOVE "CALORIEEXPORT" TO JS-Program.
           MOVE WS-Job-Run-Date TO JS-Run-Date.
           MOVE WS-Job-Process-Date TO JS-Process-Date.
           MOVE WS-Job-User-Id TO JS-User-Id.
           MOVE WS-Job-Outcome TO JS-Outcome.
           MOVE WS-Job-Read-Count TO JS-Read-Count.
           MOVE WS-Export-Count TO JS-Written-Count.
           MOVE 0 TO JS-Rejected-Count.
           MOVE WS-Job-Message TO JS-Message.
           OPEN OUTPUT JOB-STEP-FILE.
           WRITE JS-Record.
           CLOSE JOB-STEP-FILE.
