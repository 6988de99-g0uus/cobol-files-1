      *    the same way Employee.new replaces Employee.dat.
       FD NEW-PENDING-FILE
           label records are standard
           record contains 88 characters.
       01 NEW-PENDING-RECORD PIC X(88).
