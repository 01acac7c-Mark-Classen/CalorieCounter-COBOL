
      *> Rebuilds DL-Running-Total and DL-Goal-Status for every
      *> record on DAILY-LOG.DAT from the stored entry values and the
      *> goal in force on each day (GOAL-HISTORY.DAT, falling back to
      *> UP-Daily-Goal), so a food-master correction or a goal
      *> change stops leaving stale history for CalorieAudit to flag.
      *> The restated log is written to DAILY-LOG.TMP first and only
      *> replaces DAILY-LOG.DAT after the operator has seen the
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-User-Id
               FILE STATUS IS WS-Profile-Status.
           SELECT GOAL-HISTORY-FILE ASSIGN TO "GOAL-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-Key
               FILE STATUS IS WS-Goal-Hist-Status.

           SELECT POSTING-LOCK-FILE ASSIGN TO "POSTING-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  USER-PROFILE-FILE.
           COPY USERPROF.

       FD  GOAL-HISTORY-FILE.
           COPY GOALHIST.

       FD  POSTING-LOCK-FILE.
           COPY POSTLOCK.

       01 WS-Profile-Status PIC XX.
       01 WS-Profile-File-OK-Flag PIC X VALUE "N".
           88 WS-Profile-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-Hist-Status PIC XX.
       01 WS-Goal-Hist-File-OK-Flag PIC X VALUE "N".
           88 WS-Goal-Hist-File-OK VALUE "Y" FALSE "N".
       01 WS-Goal-User-Id PIC X(10).
       01 WS-Goal-Date PIC 9(8).
       01 WS-Goal-In-Force PIC 9(6)V99.

       01 WS-Log-EOF-Flag PIC X VALUE "N".
           88 WS-Log-EOF VALUE "Y" FALSE "N".
           IF WS-Profile-File-OK
               CLOSE USER-PROFILE-FILE
           END-IF.
           IF WS-Goal-Hist-File-OK
               CLOSE GOAL-HISTORY-FILE
           END-IF.
           PERFORM 930-RELEASE-POSTING-LOCK.
           STOP RUN.

               DISPLAY "No USER-PROFILE.DAT found; restated records "
                   "carry goal status NONE."
           END-IF.
           SET WS-Goal-Hist-File-OK TO FALSE.
           OPEN INPUT GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "00"
               SET WS-Goal-Hist-File-OK TO TRUE
           END-IF.

       100-RESTATE-LOG.
           OPEN OUTPUT WORK-FILE.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UP-Daily-Goal TO WS-Goal-In-Force
                       MOVE DL-User-Id TO WS-Goal-User-Id
                       MOVE DL-Date TO WS-Goal-Date
                       PERFORM 126-FIND-GOAL-IN-FORCE
                       MOVE WS-Goal-In-Force
                           TO WS-Day-Goal (WS-Day-Match)
                       MOVE "Y"
                           TO WS-Day-Goal-Flag (WS-Day-Match)
               END-READ
           END-IF.

      *> The goal in force on a date is the one on the user's
      *> GOAL-HISTORY.DAT record with the latest effective date not
      *> after it; a user with no dated goals keeps the profile goal
      *> the caller has already put in WS-Goal-In-Force.
       126-FIND-GOAL-IN-FORCE.
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

       130-CHECK-GOAL.
           IF WS-Day-Goal-Flag (WS-Day-Match) NOT = "Y"
               MOVE "NONE" TO WS-Goal-Status
