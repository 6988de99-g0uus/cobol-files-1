      *    Reference-data maintenance report - the outcome of every
      *    request (accepted, or rejected with the reason), then
      *    every active employee a new or changed salary band puts
      *    outside their grade's band.
       FD REF-REPORT-FILE
           label records are standard
           record contains 132 characters.
       01 REF-REPORT-LINE PIC X(132).
