      *    Payroll acknowledgement file - payroll's answer to the
      *    extract we sent them, one fixed-column CSV line per
      *    EMPLOYEE-ID in ascending order (the order it was sent):
      *    the ID, A (accepted and loaded) or R (rejected), the
      *    salary and grade payroll actually loaded, and for a
      *    rejected row their reason. Salary and grade may be
      *    blank on a rejected row. Read by EMPLOYEE-PAYACK.
       FD PAYROLL-ACK-FILE
           label records are standard
           record contains 60 characters.
       01 PAYROLL-ACK-RECORD.
          05 ACK-EMPLOYEE-ID pic 9(5).
          05 filler pic x(1).
          05 ACK-STATUS pic x(1).
             88 ACK-ACCEPTED value 'A'.
             88 ACK-REJECTED value 'R'.
          05 filler pic x(1).
          05 ACK-SALARY pic 9(5).
          05 filler pic x(1).
          05 ACK-GRADE pic x(1).
          05 filler pic x(1).
          05 ACK-REASON pic x(44).
