      *    Master backup control file - one line per retained backup
      *    generation of Employee.dat, oldest first, newest last:
      *    the Dyyyymmdd.Gnnn suffix of the Employee.Dyyyymmdd.Gnnn
      *    copy, a space, the trailer count the backed-up master
      *    carried, a space, and the program that replaced it. Every
      *    program that swaps a new master in over Employee.dat
      *    appends its outgoing copy here first and sweeps copies
      *    beyond the retention count; EMPLOYEE-ROLLBACK reads it to
      *    list and restore them. A generation tagged EMPLOYEE-IDCONV
      *    is the master from before the ID widening, in the
      *    three-digit layout - listed, but never restored.
       FD BACKUP-CONTROL-FILE
           label records are standard
           record contains 40 characters.
       01 BACKUP-CONTROL-LINE PIC X(40).
