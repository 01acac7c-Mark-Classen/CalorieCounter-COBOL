               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.
           SELECT GOAL-HISTORY-FILE ASSIGN TO "GOAL-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-Key
               FILE STATUS IS WS-Goal-Hist-Status.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAILY-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Summary-Status.
       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       FD  GOAL-HISTORY-FILE.
           COPY GOALHIST.

       FD  DAY-SUMMARY-FILE.
           COPY DAYSUMRC.

       01 WS-Profile-Status PIC XX.
       01 WS-Profile-File-OK-Flag PIC X VALUE "N".
           88 WS-Profile-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-Hist-Status PIC XX.
       01 WS-Goal-Hist-File-OK-Flag PIC X VALUE "N".
           88 WS-Goal-Hist-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-User-Id PIC X(10).
       01 WS-Goal-Date PIC 9(8).
       01 WS-Goal-In-Force PIC 9(6)V99.

       01 WS-Menu-Choice PIC X.
       01 WS-Done-Flag PIC X VALUE "N".
           IF WS-Profile-File-OK
               CLOSE USER-PROFILE-FILE
           END-IF.
           IF WS-Goal-Hist-File-OK
               CLOSE GOAL-HISTORY-FILE
           END-IF.
           PERFORM 930-RELEASE-POSTING-LOCK.
           STOP RUN.

           IF WS-Profile-Status = "00"
               SET WS-Profile-File-OK TO TRUE
           END-IF.
           SET WS-Goal-Hist-File-OK TO FALSE.
           OPEN INPUT GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "00"
               SET WS-Goal-Hist-File-OK TO TRUE
           END-IF.

       200-DISPLAY-MENU.
           DISPLAY " ".
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UP-Daily-Goal TO WS-Goal-In-Force
                       MOVE WS-Exc-User-Id (WS-Exc-Sub)
                           TO WS-Goal-User-Id
                       MOVE WS-Post-Date TO WS-Goal-Date
                       PERFORM 438-FIND-GOAL-IN-FORCE
                       MOVE WS-Goal-In-Force TO WS-Daily-Goal
                       SET WS-Goal-Configured TO TRUE
               END-READ
           END-IF.

      *> The goal in force on a date is the one on the user's
      *> GOAL-HISTORY.DAT record with the latest effective date not
      *> after it; a user with no dated goals keeps the profile goal
      *> the caller has already put in WS-Goal-In-Force.
       438-FIND-GOAL-IN-FORCE.
           IF WS-Goal-Hist-File-OK
               MOVE WS-Goal-User-Id TO GH-User-Id
               MOVE 0 TO GH-Eff-Date
               START GOAL-HISTORY-FILE KEY IS NOT LESS THAN GH-Key
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-Goal-Hist-Status = "00"
                   PERFORM UNTIL WS-Goal-Hist-Status NOT = "00"
                       READ GOAL-HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO WS-Goal-Hist-Status
                           NOT AT END
                               IF GH-User-Id NOT = WS-Goal-User-Id
                                       OR GH-Eff-Date > WS-Goal-Date
                                   MOVE "10" TO WS-Goal-Hist-Status
                               ELSE
                                   MOVE GH-Daily-Goal
                                       TO WS-Goal-In-Force
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       432-SUM-ARCHIVED-DAY.
           DIVIDE WS-Post-Date BY 100 GIVING WS-Post-Month.
           MOVE SPACES TO WS-Archive-File-Name.
           MOVE WS-Goal-Status TO DL-Goal-Status.
           MOVE "A" TO DL-Entry-Type.
           MOVE "REVIEW" TO DL-Run-Id.
           MOVE SPACES TO DL-Share-Ref.
           WRITE DL-Record.
           CLOSE DAILY-LOG-FILE.

