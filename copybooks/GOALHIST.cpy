      *> Goal-history record layout for GOAL-HISTORY.DAT, maintained
      *> by UserProfile: one record per user per effective date, each
      *> giving the daily calorie goal in force from that date until
      *> the user's next record.  An effective date of zeros is the
      *> goal the profile carried before its first dated change.
      *> Every program that judges a day (posting, DayClose,
      *> CalorieRestate, CalorieAudit, WeightTrend) takes the record
      *> with the latest effective date on or before the day; a user
      *> with no records at all falls back to UP-Daily-Goal, which
      *> UserProfile keeps equal to the goal in force today.
      *> GH-Goal-Basis says what DayClose judges against the goal
      *> from that date: "N" net calories (food less exercise from
      *> EXERCISE-LOG.DAT), "G" the food calories alone; a user with
      *> no records is judged on food calories.
       01  GH-Record.
           05  GH-Key.
               10  GH-User-Id       PIC X(10).
               10  GH-Eff-Date      PIC 9(8).
           05  GH-Daily-Goal        PIC 9(6)V99.
           05  GH-Goal-Basis        PIC X.
               88  GH-Goal-On-Net       VALUE "N".
