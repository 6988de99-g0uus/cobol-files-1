      *    knows the chain - EMPLOYEE-SORT before EMPLOYEE-EDIT,
      *    EMPLOYEE-EDIT before EMPLOYEE-MAINT,
      *    EMPLOYEE-MAINT before EMPLOYEE-LOAD, EMPLOYEE-DATA before
      *    EMPLOYEE-VARIANCE and before EMPLOYEE-PAYACK (whose
      *    record is FATAL while payroll's acknowledgement does not
      *    reconcile with the extract, so an unreconciled extract
      *    holds the batch like any failed step) - reads each
      *    step's record, verifies its START/END stamps and STATUS,
      *    checks each step really ran after the step it depends on
      *    finished, declares which steps are runnable next, and
      *    writes the whole-of-batch status record EmployeeBatch.run
      *    for the scheduler. Any
      *    step run out of sequence, run against a failed
      *    predecessor, or left FATAL ends this run with a non-zero
      *    return code so the batch is held.
      *
      *    It also reads the run lock file EmployeeLock.dat (see
      *    lock-rec.cbl). A step refused its lock wrote a LOCKED
      *    record and is shown LOCKED-OUT, waiting for a rerun. A
      *    lock line older than WS-STALE-HOURS, or with a start
      *    stamp that will not read, belongs to a run that died
      *    without giving it back; an EMPLOYEE-AWARD sign-off hold
      *    whose Employee.new is no longer there has nothing left to
      *    protect. Either is reported STALE and holds the batch
      *    until the operator clears it with EMPLOYEE-UNLOCK - this
      *    run never clears a lock itself. A live lock shows the
      *    batch as still running; a sign-off hold is reported but
      *    does not hold the batch on its own.


       ENVIRONMENT DIVISION.
           access mode is sequential
           file status is WS-BATCH-RUN-STATUS.

      *    Run lock file - who holds Employee.dat; see lock-rec.cbl.
       SELECT LOCK-FILE
           ASSIGN TO './EmployeeLock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the run-control record definition
      *    Bring in the whole-of-batch record definition
       copy batchrun-rec.

      *    Bring in the run lock file definition
       copy lock-rec.

       WORKING-STORAGE SECTION.

           01 filler.
      *    State codes: C complete, N not run, F failed (FATAL or
      *    unusable run record), S stale (ran before its
      *    predecessor finished), X ran against a predecessor that
      *    is failed or missing, L refused its lock on Employee.dat.
           77 WS-STEP-COUNT pic 9(2) comp sync value 7.
           77 WS-STEP-IDX   pic 9(2) comp sync value 0.
           77 WS-PRED-IDX   pic 9(2) comp sync value 0.
           01 WS-STEP-TABLE.
                    88 STEP-FAILED     value 'F'.
                    88 STEP-STALE      value 'S'.
                    88 STEP-OUT-OF-SEQ value 'X'.
                    88 STEP-LOCKED-OUT value 'L'.
                 10 WS-STEP-START    pic x(14).
                 10 WS-STEP-END      pic x(14).
                 10 WS-STEP-STATUS   pic x(8).

      *    The state spelt out for the operator and the batch
      *    record.
           77 WS-STATE-TEXT pic x(17) value spaces.

           77 WS-HELD-COUNT     pic 9(2) comp sync value 0.
           77 WS-WAITING-COUNT  pic 9(2) comp sync value 0.
           77 WS-RUNNABLE-COUNT pic 9(2) comp sync value 0.

      *    The run lock file, each line with its verdict: U in use
      *    by a run still going, A an award awaiting sign-off, S
      *    stale - left by a run that died, for the operator.
           77 WS-LOCK-FILE-STATUS pic x(2) value '00'.
           77 WS-LOCK-ENTRIES pic 9(2) comp sync value 0.
           77 WS-LOCK-MAX-ENTRIES pic 9(2) comp sync value 50.
           77 WS-LOCK-IDX     pic 9(2) comp sync value 0.
           77 WS-STALE-HOURS  pic 9(3) comp sync value 12.
           01 WS-LOCK-TABLE.
              05 WS-LOCK-ITEM occurs 50 times.
                 10 WS-LOCK-ENTRY pic x(60).
                 10 WS-LOCK-STATE pic x(1).
                    88 LOCK-IN-USE            value 'U'.
                    88 LOCK-AWAITING-SIGN-OFF value 'A'.
                    88 LOCK-STALE             value 'S'.
           01 WS-LOCK-HOLD.
              05 WS-LH-MODE    pic x(1).
              05 filler        pic x(1).
              05 WS-LH-PROGRAM pic x(19).
              05 filler        pic x(1).
              05 WS-LH-START   pic x(14).
              05 filler        pic x(1).
              05 WS-LH-NEW     pic x(20).
              05 filler        pic x(3).
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-LOCK-EOF     value 'Y'.
                 88 WS-LOCK-NOT-EOF value 'n'.

      *    Age of a lock in minutes - both stamps are turned into
      *    minutes from a fixed day count, so a lock taken before
      *    midnight or at a month end ages correctly.
           01 WS-AGE-STAMP.
              05 WS-AGE-YYYY pic 9(4).
              05 WS-AGE-MM   pic 9(2).
              05 WS-AGE-DD   pic 9(2).
              05 WS-AGE-HH   pic 9(2).
              05 WS-AGE-MI   pic 9(2).
              05 WS-AGE-SS   pic 9(2).
           77 WS-AGE-YEAR    pic 9(5)  comp sync value 0.
           77 WS-AGE-MONTH   pic 9(2)  comp sync value 0.
           77 WS-AGE-QUOT    pic 9(5)  comp sync value 0.
           77 WS-AGE-DAYS    pic 9(9)  comp sync value 0.
           77 WS-AGE-MINUTES pic 9(11) comp sync value 0.
           77 WS-NOW-MINUTES pic 9(11) comp sync value 0.
           77 WS-STALE-MINUTES pic 9(11) comp sync value 0.

      *    Return codes - the controller itself holds the batch:
      *       4  chain incomplete (steps still waiting to run, or
      *          a run still holding Employee.dat)
      *       8  chain broken (step failed, stale or out of
      *          sequence, or a stale lock on Employee.dat)
           77 WS-PROPOSED-RC pic 9(2) comp sync value 0.

      *    Run-control bookkeeping for the batch record
              varying WS-STEP-IDX from 1 by 1
              until WS-STEP-IDX > WS-STEP-COUNT

           perform CHECK-LOCKS-PROCEDURE

           perform WRITE-BATCH-RECORD-PROCEDURE
           perform ANNOUNCE-VERDICT-PROCEDURE

      D    display 'Finished.'

           STOP RUN.

      *    The overall verdict on the console, and the return code
      *    that holds the batch.
       ANNOUNCE-VERDICT-PROCEDURE.
           if WS-HELD-COUNT greater than 0
              display 'BATCH HELD - ' WS-HELD-COUNT
                 ' step(s) failed, stale or out of sequence,'
                 ' or stale lock(s) on Employee.dat'
              move 8 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           else if WS-WAITING-COUNT greater than 0
              display 'BATCH INCOMPLETE - ' WS-WAITING-COUNT
                 ' step(s) still to run or running'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           else
              display 'BATCH COMPLETE - all steps ran in sequence'
           end-if.

      *    Captures the current date and time as a yyyymmddhhmmss
      *    stamp in WS-STAMP-BUILD - called at start of job for the

           move 'EMPLOYEE-VARIANCE' to WS-STEP-PROGRAM (6)
           move './EmployeeVariance.run' to WS-STEP-RUN-NAME (6)
           move 5 to WS-STEP-PRED (6)

           move 'EMPLOYEE-PAYACK'   to WS-STEP-PROGRAM (7)
           move './EmployeePayAck.run'   to WS-STEP-RUN-NAME (7)
           move 5 to WS-STEP-PRED (7).

      *    Reads and judges one step's run record on its own terms -
      *    the file must exist, name the program the chain expects,

           if WS-RC-STATUS = 'OK' or WS-RC-STATUS = 'WARNING'
              set STEP-COMPLETE (WS-STEP-IDX) to true
           else if WS-RC-STATUS = 'LOCKED'
              set STEP-LOCKED-OUT (WS-STEP-IDX) to true
           else
              set STEP-FAILED (WS-STEP-IDX) to true
           end-if.
                 continue
              when STEP-NOT-RUN (WS-STEP-IDX)
                 add 1 to WS-WAITING-COUNT
              when STEP-LOCKED-OUT (WS-STEP-IDX)
                 add 1 to WS-WAITING-COUNT
              when other
                 add 1 to WS-HELD-COUNT
           end-evaluate
                 move 'FAILED' to WS-STATE-TEXT
              when STEP-STALE (WS-STEP-IDX)
                 move 'STALE' to WS-STATE-TEXT
              when STEP-LOCKED-OUT (WS-STEP-IDX)
                 move 'LOCKED-OUT' to WS-STATE-TEXT
              when other
                 move 'OUT-OF-SEQUENCE' to WS-STATE-TEXT
           end-evaluate.
              varying WS-STEP-IDX from 1 by 1
              until WS-STEP-IDX > WS-STEP-COUNT

           perform WRITE-LOCK-LINE-PROCEDURE
              varying WS-LOCK-IDX from 1 by 1
              until WS-LOCK-IDX > WS-LOCK-ENTRIES

           evaluate true
              when WS-HELD-COUNT greater than 0
                 move 8 to WS-RUN-CTL-RC
                 write BATCH-RUN-LINE
              end-if
           end-if.

      *    One KEYWORD=value line per lock line, by the program that
      *    holds it.
       WRITE-LOCK-LINE-PROCEDURE.
           move WS-LOCK-ENTRY (WS-LOCK-IDX) to WS-LOCK-HOLD
           perform DECODE-LOCK-STATE-PROCEDURE
           move spaces to BATCH-RUN-LINE
           string 'LOCK-' WS-LH-PROGRAM
              delimited by space
              '=' WS-STATE-TEXT
              delimited by size into BATCH-RUN-LINE
           write BATCH-RUN-LINE.

      *    Every line in the run lock file, judged and shown to the
      *    operator with what it holds. Nothing here changes the
      *    lock file - a stale lock is cleared with EMPLOYEE-UNLOCK
      *    once the operator knows what became of the run.
       CHECK-LOCKS-PROCEDURE.
           move 0 to WS-LOCK-ENTRIES
           set WS-LOCK-NOT-EOF to true
           OPEN INPUT LOCK-FILE
           if WS-LOCK-FILE-STATUS not = '00'
              exit paragraph
           end-if
           perform READ-LOCK-LINE-PROCEDURE until WS-LOCK-EOF
           CLOSE LOCK-FILE

           move WS-START-STAMP to WS-AGE-STAMP
           perform AGE-MINUTES-PROCEDURE
           move WS-AGE-MINUTES to WS-NOW-MINUTES
           compute WS-STALE-MINUTES = WS-STALE-HOURS * 60

           perform JUDGE-LOCK-PROCEDURE
              varying WS-LOCK-IDX from 1 by 1
              until WS-LOCK-IDX > WS-LOCK-ENTRIES.

       READ-LOCK-LINE-PROCEDURE.
           READ LOCK-FILE
              AT END set WS-LOCK-EOF to true
              NOT AT END
                 if LOCK-RECORD not = spaces
                    and WS-LOCK-ENTRIES < WS-LOCK-MAX-ENTRIES
                    add 1 to WS-LOCK-ENTRIES
                    move LOCK-RECORD to WS-LOCK-ENTRY (WS-LOCK-ENTRIES)
                 end-if
           END-READ.

       JUDGE-LOCK-PROCEDURE.
           move WS-LOCK-ENTRY (WS-LOCK-IDX) to WS-LOCK-HOLD
           perform CLASSIFY-LOCK-PROCEDURE
           perform DECODE-LOCK-STATE-PROCEDURE
           display 'LOCK ' WS-LH-MODE ' ' WS-LH-PROGRAM
              ' SINCE ' WS-LH-START ' : ' WS-STATE-TEXT
           if WS-LH-NEW not = spaces
              display '  OWNS ' WS-LH-NEW
           end-if

           evaluate true
              when LOCK-STALE (WS-LOCK-IDX)
                 add 1 to WS-HELD-COUNT
                 display '  CLEAR WITH EMPLOYEE-UNLOCK once the run '
                    'is known to have ended'
              when LOCK-IN-USE (WS-LOCK-IDX)
                 add 1 to WS-WAITING-COUNT
              when other
                 continue
           end-evaluate.

      *    A sign-off hold lasts as long as the Employee.new it
      *    protects is there to be renamed in. Any other lock is
      *    stale once older than WS-STALE-HOURS - no run in the
      *    batch takes anything like that long.
       CLASSIFY-LOCK-PROCEDURE.
           if WS-LH-MODE = 'H'
              move WS-LH-NEW to WS-RUN-INPUT-NAME
              OPEN INPUT RUN-CONTROL-FILE
              if WS-RUN-CONTROL-STATUS = '00'
                 CLOSE RUN-CONTROL-FILE
                 set LOCK-AWAITING-SIGN-OFF (WS-LOCK-IDX) to true
              else
                 set LOCK-STALE (WS-LOCK-IDX) to true
              end-if
              exit paragraph
           end-if

           if WS-LH-START is not numeric
              set LOCK-STALE (WS-LOCK-IDX) to true
              exit paragraph
           end-if
           move WS-LH-START to WS-AGE-STAMP
           perform AGE-MINUTES-PROCEDURE
           if WS-AGE-MINUTES > WS-NOW-MINUTES
              or WS-NOW-MINUTES - WS-AGE-MINUTES > WS-STALE-MINUTES
              set LOCK-STALE (WS-LOCK-IDX) to true
           else
              set LOCK-IN-USE (WS-LOCK-IDX) to true
           end-if.

       DECODE-LOCK-STATE-PROCEDURE.
           evaluate true
              when LOCK-IN-USE (WS-LOCK-IDX)
                 move 'IN-USE' to WS-STATE-TEXT
              when LOCK-AWAITING-SIGN-OFF (WS-LOCK-IDX)
                 move 'AWAITING-SIGN-OFF' to WS-STATE-TEXT
              when other
                 move 'STALE' to WS-STATE-TEXT
           end-evaluate.

      *    WS-AGE-STAMP as minutes from a fixed day count - the
      *    year is taken to start in March, so the leap day falls
      *    at the end and the month lengths follow the 153/5 rule.
       AGE-MINUTES-PROCEDURE.
           move WS-AGE-YYYY to WS-AGE-YEAR
           move WS-AGE-MM   to WS-AGE-MONTH
           if WS-AGE-MONTH < 3
              subtract 1 from WS-AGE-YEAR
              add 12 to WS-AGE-MONTH
           end-if
           compute WS-AGE-DAYS = (365 * WS-AGE-YEAR) + WS-AGE-DD
           divide WS-AGE-YEAR by 4 giving WS-AGE-QUOT
           add WS-AGE-QUOT to WS-AGE-DAYS
           divide WS-AGE-YEAR by 100 giving WS-AGE-QUOT
           subtract WS-AGE-QUOT from WS-AGE-DAYS
           divide WS-AGE-YEAR by 400 giving WS-AGE-QUOT
           add WS-AGE-QUOT to WS-AGE-DAYS
           compute WS-AGE-QUOT = (153 * (WS-AGE-MONTH - 3)) + 2
           divide WS-AGE-QUOT by 5 giving WS-AGE-QUOT
           add WS-AGE-QUOT to WS-AGE-DAYS
           compute WS-AGE-MINUTES = (WS-AGE-DAYS * 1440)
              + (WS-AGE-HH * 60) + WS-AGE-MI.
