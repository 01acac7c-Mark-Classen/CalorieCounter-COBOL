      *> (CalorieCounter, CalorieBatch, ExceptionReview,
      *> CalorieBackout) refuse adds, voids and reposts against a
      *> user-day whose latest record says "C".
      *> DS-Burned is the day's calories burned from EXERCISE-LOG.DAT
      *> and DS-Net-Calorie is DS-Calorie less DS-Burned (never below
      *> zero).  DS-Goal-Basis is "N" when DS-Goal-Status was judged
      *> on net calories and "G" when on DS-Calorie.
       01  DS-Record.
           05  DS-Date              PIC 9(8).
           05  DS-User-Id           PIC X(10).
           05  DS-Goal-Status       PIC X(5).
           05  DS-Entry-Count       PIC 9(5).
           05  DS-Status            PIC X.
           05  DS-Burned            PIC 9(6)V99.
           05  DS-Net-Calorie       PIC 9(6)V99.
           05  DS-Goal-Basis        PIC X.
