      *    Twelve-month salary-bill forecast - headcount and salary
      *    bill by department and grade at the end of each month,
      *    with the movement from joiners, leavers, retirements and
      *    pay/grade/department changes shown separately.
       FD FORECAST-REPORT-FILE
           label records are standard
           record contains 132 characters.
       01 FORECAST-REPORT-LINE PIC X(132).
