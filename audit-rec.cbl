      *    the NEW image, a DELETE (which now marks the employee as
      *    a leaver rather than dropping the record) writes the OLD
      *    image then the leaver-marked NEW image, an ADD writes the
      *    incoming NEW image, each stamped with the run date. Each
      *    line ends with the user ID of the clerk who keyed the
      *    transaction and, for a CHANGE that had to be held for
      *    approval, the user ID of the second person who approved
      *    it - spaces on history written before they were kept.
       FD AUDIT-FILE
           label records are standard
           record contains 112 characters.
       01 AUDIT-LINE PIC X(112).
