      *    Payroll acknowledgement reconciliation - every row we
      *    sent that payroll did not load, every row they loaded
      *    that we did not send, and every salary or grade they
      *    loaded differently from the extract, so nobody goes
      *    unpaid because a rejected row went unnoticed.
       FD ACK-REPORT-FILE
           label records are standard
           record contains 132 characters.
       01 ACK-REPORT-LINE PIC X(132).
