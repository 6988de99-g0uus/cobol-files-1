      *    Establishment budget file - one "year,dept,headcount,
      *    salary" line per department code and budget year (e.g.
      *    "2026,FIN,12,420000"), giving the funded headcount and
      *    the salary bill Finance has budgeted for that department
      *    in that year. Kept in a text editor the same way
      *    GradeRef.dat and DeptRef.dat were; lines for other years
      *    are simply carried in the file until they are needed.
      *    Read by EMPLOYEE-ESTAB.
       FD ESTAB-BUDGET-FILE
           label records are standard
           record contains 40 characters.
       01 ESTAB-BUDGET-LINE PIC X(40).
