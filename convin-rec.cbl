      *    Generic input side of a whole-file rewrite - the
      *    ID-widening conversion reads each old-layout file through
      *    this one buffer, and the data-protection purge each
      *    retained master copy and audit file; both work on the
      *    line as text, so no old record layout needs to be kept
      *    alive in copybook form.
       FD CONV-IN-FILE
           label records are standard
           record contains 132 characters.
