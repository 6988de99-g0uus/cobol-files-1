      *    One add/change/delete instruction against the Employee
      *    master file, keyed on EMPLOYEE-ID. The name/age/grade/
      *    salary fields are only meaningful for ADD and CHANGE.
      *    Clerks key the first 80 columns; TXN-APPROVED-BY is only
      *    ever filled in by EMPLOYEE-EDIT.
       FD TRANSACTION-FILE
           label records are standard
           record contains 88 characters.
       01 TRANSACTION-RECORD.
          05 TXN-ACTION pic x(1).
             88 TXN-ADD    value 'A'.
          05 TXN-EMPLOYEE_DOB pic 9(8).
          05 filler pic x(2).
          05 TXN-EMPLOYEE_NAME pic x(30).
      *       user ID of the clerk who keyed the transaction - in
      *       the columns the master record gives to
      *       EMPLOYEE_TERM_DATE, which a transaction never sets.
      *       Mandatory: EMPLOYEE-EDIT rejects a transaction without
      *       one, and EMPLOYEE-MAINT carries it onto the audit
      *       images.
          05 TXN-KEYED-BY pic x(8).
          05 filler pic x(1).
          05 TXN-EMPLOYEE_AGE pic 9(2).
          05 filler pic x(3).
          05 TXN-EMPLOYEE_GRADE pic x(1).
      *       maintenance run"; a future date parks the transaction
      *       in the pending file until the date is reached.
          05 TXN-EFFECTIVE-DATE pic 9(8).
      *       user ID of the second person who approved a held
      *       CHANGE - stamped by EMPLOYEE-EDIT when it releases the
      *       transaction from EmployeeHold.dat, spaces on anything
      *       that never needed approval. Appended past the keyed
      *       80 columns, the same way the effective date was.
          05 TXN-APPROVED-BY pic x(8).
