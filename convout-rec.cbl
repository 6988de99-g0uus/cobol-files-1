      *    Generic output side of a whole-file rewrite (the
      *    ID-widening conversion, the data-protection purge) - the
      *    rewritten file, swapped in over the original once its
      *    pass completes cleanly.
       FD CONV-OUT-FILE
