      *    Approval decisions on held transactions - one
      *    fixed-column line per employee, keyed by a user other
      *    than the clerk who keyed the held transaction. A
      *    approves every transaction held for the EMPLOYEE-ID,
      *    D declines them (they are dropped from the hold file
      *    without reaching the master). An approval keyed by the
      *    same user who keyed the transaction is refused and the
      *    transaction stays held. Consumed by EMPLOYEE-EDIT, which
      *    renames the file to EmployeeApprove.done once read, so
      *    an approval can never be replayed against a later hold.
       FD APPROVAL-FILE
           label records are standard
           record contains 20 characters.
       01 APPROVAL-RECORD.
          05 APPR-ACTION pic x(1).
             88 APPR-APPROVE value 'A'.
             88 APPR-DECLINE value 'D'.
          05 APPR-EMPLOYEE-ID pic x(5).
          05 filler           pic x(1).
          05 APPR-APPROVER    pic x(8).
          05 filler           pic x(5).
