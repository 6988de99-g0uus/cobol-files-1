      *    CHANGE transactions awaiting a second person's approval -
      *    the Employee.trn image (see txn-rec.cbl, keyer in
      *    TXN-KEYED-BY), then the date EMPLOYEE-EDIT first held
      *    it and why: HSAL for a salary move over the approval
      *    percentage, HGRD for a grade change, HPRI for a later
      *    transaction queued behind one already held for the same
      *    employee - the same codes the edit report shows. Read
      *    at the start of every edit run; anything approved in
      *    EmployeeApprove.trn by a different user is released into
      *    Employee.edt, the rest is carried forward.
       FD HOLD-TXN-FILE
           label records are standard
           record contains 102 characters.
       01 HOLD-TXN-RECORD.
          05 HOLD-TXN-IMAGE pic x(88).
          05 filler         pic x(1).
          05 HOLD-DATE      pic x(8).
          05 filler         pic x(1).
          05 HOLD-REASON    pic x(4).
