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

       01 WS-Today PIC 9(8).
       01 WS-Time-Raw PIC 9(8).
               10 WS-Ent-Carbs PIC 9(5)V99.
               10 WS-Ent-Fat PIC 9(5)V99.
               10 WS-Ent-Run-Id PIC X(14).
               10 WS-Ent-Share-Ref PIC X(16).
               10 WS-Ent-Voided-Flag PIC X.
       01 WS-Ent-Table-Full-Flag PIC X VALUE "N".
           88 WS-Ent-Table-Full VALUE "Y" FALSE "N".
                   IF WS-Profile-File-OK
                       CLOSE USER-PROFILE-FILE
                   END-IF
                   IF WS-Goal-Hist-File-OK
                       CLOSE GOAL-HISTORY-FILE
                   END-IF
               END-IF
           END-IF.
           PERFORM 930-RELEASE-POSTING-LOCK.
               DISPLAY "No USER-PROFILE.DAT found; reversal records "
                   "carry goal status NONE."
           END-IF.
           SET WS-Goal-Hist-File-OK TO FALSE.
           OPEN INPUT GOAL-HISTORY-FILE.
           IF WS-Goal-Hist-Status = "00"
               SET WS-Goal-Hist-File-OK TO TRUE
           END-IF.

       200-LOAD-DAILY-LOG.
           OPEN INPUT DAILY-LOG-FILE.
               MOVE DL-Carbs TO WS-Ent-Carbs (WS-Ent-Count)
               MOVE DL-Fat TO WS-Ent-Fat (WS-Ent-Count)
               MOVE DL-Run-Id TO WS-Ent-Run-Id (WS-Ent-Count)
               MOVE DL-Share-Ref TO WS-Ent-Share-Ref (WS-Ent-Count)
               MOVE "N" TO WS-Ent-Voided-Flag (WS-Ent-Count)
           ELSE
               IF NOT WS-Ent-Table-Full
           MOVE WS-Goal-Status TO DL-Goal-Status.
           MOVE "V" TO DL-Entry-Type.
           MOVE WS-Backout-Run-Id TO DL-Run-Id.
           MOVE WS-Ent-Share-Ref (WS-Ent-Sub) TO DL-Share-Ref.
           WRITE DL-Record.
           MOVE "Y" TO WS-Ent-Voided-Flag (WS-Ent-Sub).
           ADD 1 TO WS-Reversed-Count.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UP-Daily-Goal TO WS-Goal-In-Force
                       MOVE WS-Ent-User (WS-Ent-Sub) TO WS-Goal-User-Id
                       MOVE WS-Ent-Date (WS-Ent-Sub) TO WS-Goal-Date
                       PERFORM 435-FIND-GOAL-IN-FORCE
                       MOVE WS-Goal-In-Force TO WS-Daily-Goal
                       SET WS-Goal-Configured TO TRUE
               END-READ
           END-IF.

      *> The goal in force on a date is the one on the user's
      *> GOAL-HISTORY.DAT record with the latest effective date not
      *> after it; a user with no dated goals keeps the profile goal
      *> the caller has already put in WS-Goal-In-Force.
       435-FIND-GOAL-IN-FORCE.
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

       440-CHECK-GOAL.
           IF NOT WS-Goal-Configured
               MOVE "NONE" TO WS-Goal-Status
           MOVE WS-Reversed-Count TO RN-Accepted-Count.
           MOVE 0 TO RN-Rejected-Count.
           MOVE WS-Live-Calories TO RN-Calorie-Hash.
           MOVE 0 TO RN-Record-Hash.
           WRITE RN-Record.
           CLOSE RUN-CONTROL-FILE.

