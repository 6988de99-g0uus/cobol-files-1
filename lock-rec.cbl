      *    Run lock file - one line per job holding Employee.dat:
      *    the lock mode, a space, the program holding it, a space,
      *    the yyyymmddhhmmss start stamp of that run, a space, and
      *    the Employee.new (or other replacement master) the run
      *    owns - spaces for a run that only reads. A run that
      *    replaces the master takes an exclusive lock, granted only
      *    when the file holds no line at all; a run that only reads
      *    takes a shared lock, granted unless an exclusive lock is
      *    held. Each run drops its own line when it ends, except
      *    that EMPLOYEE-AWARD turns its exclusive lock into a
      *    sign-off hold: its Employee.new waits for Finance, so
      *    every other run that would write Employee.new is kept out
      *    while readers carry on. A line left by a run that died is
      *    reported by EMPLOYEE-CONTROL and is only ever cleared by
      *    the operator, through EMPLOYEE-UNLOCK.
       FD LOCK-FILE
           label records are standard
           record contains 60 characters.
       01 LOCK-RECORD.
          05 LOCK-MODE        pic x(1).
             88 LOCK-EXCLUSIVE value 'X'.
             88 LOCK-SHARED    value 'S'.
             88 LOCK-SIGN-OFF  value 'H'.
          05 filler           pic x(1).
          05 LOCK-PROGRAM     pic x(19).
          05 filler           pic x(1).
          05 LOCK-START       pic x(14).
          05 filler           pic x(1).
          05 LOCK-NEW-MASTER  pic x(20).
          05 filler           pic x(3).
