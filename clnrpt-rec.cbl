      *    Outstanding-conversion clean-up worklist - the active
      *    employees still carrying a value one of the one-off
      *    conversions guessed at (the 1 July birthday, no date of
      *    birth at all, the GEN holding code or no department),
      *    grouped by department with each department's progress,
      *    and the audit-history date to check each one from.
       FD CLEANUP-REPORT-FILE
           label records are standard
           record contains 132 characters.
       01 CLEANUP-REPORT-LINE PIC X(132).
