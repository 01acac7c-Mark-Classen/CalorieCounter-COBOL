      *> Meal-plan record layout for MEAL-PLAN.DAT, maintained by
      *> MealPlan: one record per planned item, numbered per user and
      *> day the way recipe lines are numbered per recipe.
      *> MP-Food-Name is a FOOD-MASTER.DAT food or a RECIPES.DAT
      *> recipe name; an alias keyed at entry is stored under its
      *> canonical food name, so the plan matches what posting logs.
      *> MP-Quantity is planned servings.  MealPlanPost turns one
      *> day's plan into TRANS-IN.DAT lines for CalorieBatch, and
      *> MealPlanVariance compares the plan with the daily log.
       01  MP-Record.
           05  MP-Key.
               10  MP-User-Id       PIC X(10).
               10  MP-Plan-Date     PIC 9(8).
               10  MP-Line-Number   PIC 9(2).
           05  MP-Meal-Type         PIC X(9).
           05  MP-Food-Name         PIC X(30).
           05  MP-Quantity          PIC 9(3)V99.
