      *    Reference-data maintenance requests - one comma-separated
      *    line per add/change/delete against GradeRef.dat or
      *    DeptRef.dat, in the form action,file,code,... where the
      *    action is A, C or D and the file is G (grade) or D
      *    (department):
      *       A,G,D,30000,39999     add grade D with its band
      *       C,G,C,22000,34999     change grade C's band
      *       D,G,D                 delete grade D
      *       A,D,MKT,MARKETING     add a department code
      *       C,D,MKT,SALES         change its description
      *       D,D,MKT               delete the department code
      *    Read by EMPLOYEE-REFMAINT, which applies them in order.
       FD REF-REQUEST-FILE
           label records are standard
           record contains 60 characters.
       01 REF-REQUEST-LINE PIC X(60).
