      *    Anonymisation register - one line per leaver whose name
      *    and date of birth EMPLOYEE-PURGE has blanked, appended
      *    each run and never rewritten: the EMPLOYEE-ID, the
      *    termination date the retention period ran from, and the
      *    date the personal data was removed. Leavers are not in
      *    EmployeeMaster.idx, so EMPLOYEE-INQUIRY reads this when
      *    an ID lookup misses, to answer "anonymised" rather than
      *    "not found" for a number that did once exist.
       FD ANON-REGISTER-FILE
           label records are standard
           record contains 40 characters.
       01 ANON-REGISTER-RECORD.
          05 ANON-EMPLOYEE-ID pic 9(5).
          05 filler           pic x(1).
          05 ANON-TERM-DATE   pic x(8).
          05 filler           pic x(1).
          05 ANON-PURGE-DATE  pic x(8).
          05 filler           pic x(17).
