      *    Keying session summary - one line per transaction the
      *    clerk started in the session, whether written to
      *    Employee.trn, refused against the live index, or
      *    abandoned, with the session counts at the end, so the
      *    keying can be checked against the source paperwork
      *    before the batch window.
       FD KEYING-REPORT-FILE
           label records are standard
           record contains 132 characters.
       01 KEYING-REPORT-LINE PIC X(132).
