      *    Transactions that passed the pre-edit, written through
      *    unchanged in Employee.trn layout (see txn-rec.cbl), plus
      *    any held CHANGE approved today with its approver stamped
      *    in TXN-APPROVED-BY -
      *    this is the only transaction input EMPLOYEE-MAINT reads,
      *    so nothing reaches the master merge without going through
      *    EMPLOYEE-EDIT first.
       FD EDITED-TXN-FILE
           label records are standard
           record contains 88 characters.
       01 EDITED-TXN-RECORD PIC X(88).
