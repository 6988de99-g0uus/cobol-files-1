      *    anyone rekeying it.
       FD PENDING-TXN-FILE
           label records are standard
           record contains 88 characters.
       01 PENDING-TXN-RECORD PIC X(88).
