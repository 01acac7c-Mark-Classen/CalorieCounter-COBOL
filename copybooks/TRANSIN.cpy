      *> effective day's matching entry (same user, meal and food) by
      *> writing a reversal record, "C" voids the match and re-adds
      *> the line's values as the correction.
      *> A shared household meal is an "S" line followed by one "P"
      *> line per person.  On the "S" line TI-Food-Name, TI-Meal-Type
      *> and TI-Effective-Date are the dish, meal and day,
      *> TI-Quantity-Text is the total servings made and the calorie
      *> and gram columns are per serving (blank looks the dish up).
      *> On each "P" line TI-User-Id is the person and
      *> TI-Quantity-Text that person's servings (blank is 1); the
      *> other columns are ignored.  The meal posts one log record
      *> per person tied by a shared reference, or rejects whole if
      *> the shares exceed the servings made or anyone's day is
      *> closed.  A "V" line matching any person's portion voids the
      *> whole meal.
      *> TI-Effective-Date (CCYYMMDD) is the day the entry belongs
      *> to: blank posts to today, a prior date posts to that day
      *> with its running totals and goal status recomputed, and
