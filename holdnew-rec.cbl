      *    The awaiting-approval file being rewritten by this edit
      *    run - items still unapproved, carried forward from the
      *    old file, followed by anything newly held. Same layout
      *    as EmployeeHold.dat (see holdtxn-rec.cbl); swapped in
      *    over it once the run completes cleanly, the same way
      *    EmployeePend.new replaces EmployeePend.trn.
       FD NEW-HOLD-FILE
           label records are standard
           record contains 102 characters.
       01 NEW-HOLD-RECORD PIC X(102).
