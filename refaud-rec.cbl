      *    Cumulative change history of the reference files - one
      *    line per accepted change written by EMPLOYEE-REFMAINT
      *    (opened EXTEND, never overwritten): the run date, ADDED/
      *    CHANGED/DELETED, GRADE or DEPT, the code, and the
      *    reference line as it stood before and after the change
      *    (spaces for the side that didn't exist), so "when did
      *    the grade C ceiling change" is answered from one file.
       FD REF-LOG-FILE
           label records are standard
           record contains 80 characters.
       01 REF-LOG-LINE PIC X(80).
