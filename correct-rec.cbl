      *    the age from EMPLOYEE_DOB), and the remaining fields
      *    replace their counterparts in the raw reject image; any
      *    field left as spaces keeps the value already on the raw
      *    record. CORR-KEYED-BY is the user ID of whoever wrote the
      *    correction - mandatory, and carried into TXN-KEYED-BY so
      *    that a correction EMPLOYEE-EDIT holds for approval needs
      *    a second person to release it, as keyed work does.
       FD CORRECTION-FILE
           label records are standard
           record contains 65 characters.
       01 CORRECTION-RECORD.
          05 CORR-ACTION pic x(1).
             88 CORR-ADD    value 'A'.
          05 CORR-AGE      pic x(2).
          05 CORR-GRADE    pic x(1).
          05 CORR-SALARY   pic x(5).
          05 CORR-KEYED-BY pic x(8).
