      *> Activity-Master record layout for ACTIVITY-MASTER.DAT,
      *> maintained by ActivityMaster and read by ExerciseLog.  One
      *> record per activity ("RUNNING 10 KPH", "CYCLING MODERATE").
      *> AC-Burn-Rate is calories burned per minute per unit of body
      *> weight, in the same unit the user weighs in on
      *> WEIGHT-LOG.DAT, so a session burns rate x weight x minutes.
       01  AC-Record.
           05  AC-Activity-Name     PIC X(30).
           05  AC-Burn-Rate         PIC 9(2)V9(4).
