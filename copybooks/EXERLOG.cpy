      *> Exercise-log record layout for EXERCISE-LOG.DAT, written by
      *> the ExerciseLog capture program and read by DayClose (calories
      *> burned and net calories on the daily summary) and WeightTrend
      *> (weekly burn next to intake).  Append-only like the daily
      *> log: a mistaken session is backed out by a "V" record that
      *> repeats it, and readers subtract "V" records.
      *> XL-Burn-Source is "W" when the burn was worked out from the
      *> activity rate and XL-Weight, the user's latest weigh-in on
      *> or before the session date, and "K" when the calories burned
      *> were keyed directly (XL-Weight is then zero).
       01  XL-Record.
           05  XL-Date              PIC 9(8).
           05  XL-User-Id           PIC X(10).
           05  XL-Activity-Name     PIC X(30).
           05  XL-Minutes           PIC 9(3).
           05  XL-Weight            PIC 9(3)V9.
           05  XL-Burned            PIC 9(5)V99.
           05  XL-Burn-Source       PIC X.
           05  XL-Entry-Type        PIC X.
