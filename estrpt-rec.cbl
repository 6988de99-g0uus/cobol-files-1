      *    Establishment report - actual active headcount and salary
      *    against the budgeted establishment, department by
      *    department with the grade mix beneath each, followed by
      *    the employees still on the GEN holding code whose cost
      *    no department budget covers.
       FD ESTAB-REPORT-FILE
           label records are standard
           record contains 132 characters.
       01 ESTAB-REPORT-LINE PIC X(132).
