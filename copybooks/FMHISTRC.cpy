      *> Food-Master change history record for FOOD-MASTER-HIST.DAT.
      *> Every program that adds, corrects, renames, deletes or
      *> bulk-updates a FOOD-MASTER.DAT record appends one of these
      *> (FoodMaster, FoodLoad, and CalorieCounter when a new food is
      *> saved to the master).  The file is append-only, so file
      *> order is change order; FoodHistory reads it to list changes
      *> and to work out a food's per-serving values on any date.
      *> FH-Action: "A" add, "C" correct, "R" rename, "D" delete,
      *> "U" update from a FoodLoad bulk load.  The before and after
      *> images are laid out exactly like FM-Record; an add carries a
      *> blank-name, zero-value before image and a delete the same
      *> kind of after image.  On a rename FH-Before-Name is the old
      *> name and FH-After-Name the new one.
       01  FH-Record.
           05  FH-Change-Date       PIC 9(8).
           05  FH-Change-Time       PIC 9(6).
           05  FH-Action            PIC X.
           05  FH-Program           PIC X(16).
           05  FH-Before.
               10  FH-Before-Name       PIC X(30).
               10  FH-Before-Calorie    PIC 9(5)V99.
               10  FH-Before-Protein    PIC 9(4)V99.
               10  FH-Before-Carbs      PIC 9(4)V99.
               10  FH-Before-Fat        PIC 9(4)V99.
               10  FH-Before-Serving    PIC X(20).
           05  FH-After.
               10  FH-After-Name        PIC X(30).
               10  FH-After-Calorie     PIC 9(5)V99.
               10  FH-After-Protein     PIC 9(4)V99.
               10  FH-After-Carbs       PIC 9(4)V99.
               10  FH-After-Fat         PIC 9(4)V99.
               10  FH-After-Serving     PIC X(20).
