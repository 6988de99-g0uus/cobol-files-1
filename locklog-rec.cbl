      *    Cumulative record of locks cleared by hand - one line per
      *    lock EMPLOYEE-UNLOCK removed (opened EXTEND, never
      *    overwritten): the yyyymmddhhmmss stamp, the operator's
      *    user ID, CLEARED, and the lock line exactly as it stood
      *    in EmployeeLock.dat, so a lock that went missing can
      *    always be traced to whoever cleared it.
       FD LOCK-LOG-FILE
           label records are standard
           record contains 100 characters.
       01 LOCK-LOG-LINE PIC X(100).
