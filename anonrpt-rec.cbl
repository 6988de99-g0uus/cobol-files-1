      *    Data-protection anonymisation certificate - every leaver
      *    whose name and date of birth were removed in the run,
      *    the leavers that could not be assessed, and every
      *    retained file rewritten or found wanting, so the data
      *    protection officer has paper to show for each purge.
       FD PURGE-REPORT-FILE
           label records are standard
           record contains 132 characters.
       01 PURGE-REPORT-LINE PIC X(132).
