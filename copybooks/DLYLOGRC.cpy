      *> Nothing is ever deleted, so the history shows what happened.
      *> DL-User-Id says whose entry this is; running totals and goal
      *> status are per user per day.
      *> DL-Share-Ref ties together the portions of one shared
      *> household meal: one record per person, each with that
      *> person's servings and extended values, all carrying the same
      *> reference (the posting run's date and time plus a two-digit
      *> sequence).  A void of any portion reverses every portion
      *> with the reference.  Blank on ordinary entries.
       01  DL-Record.
           05  DL-Date              PIC 9(8).
           05  DL-User-Id           PIC X(10).
           05  DL-Goal-Status       PIC X(5).
           05  DL-Entry-Type        PIC X.
           05  DL-Run-Id            PIC X(14).
           05  DL-Share-Ref         PIC X(16).
