       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-ROLLBACK.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.

      *    Puts a retained backup generation of the master back in
      *    place of Employee.dat. Every program that replaces the
      *    master - EMPLOYEE-MAINT, the DOBCONV/DEPTCONV/IDCONV
      *    passes, and EMPLOYEE-AWARD for the master its award was
      *    computed from - first keeps the outgoing Employee.dat as
      *    Employee.Dyyyymmdd.Gnnn and records it, with its trailer
      *    count, in EmployeeBackup.ctl. Until then the only way
      *    back from a bad master (last quarter's wrong award file
      *    renamed in) was to reverse every salary by hand from the
      *    audit images. This run lists the retained generations on
      *    the console, asks which to restore, and confirms. The
      *    chosen copy is read through first - header present,
      *    trailer count agreeing with the details and with the
      *    count recorded when it was taken - so a damaged backup
      *    is never put live. The master being rolled away is
      *    itself kept as a new generation, so a rollback can be
      *    undone the same way. The restored copy is staged as
      *    Employee.rbk (never Employee.new, which may hold an award
      *    awaiting sign-off) and renamed in, EmployeeMaster.idx is
      *    rebuilt from it exactly as EMPLOYEE-LOAD builds it, and
      *    a ROLLBACK line goes on the audit history naming both
      *    generations. Transactions applied since the restored
      *    generation are NOT reapplied - the audit history shows
      *    what they were, for rekeying. The generation
      *    EMPLOYEE-IDCONV kept is the master from before the ID
      *    widening, still in the three-digit layout, and is never
      *    restored - it is there for reference only.


       ENVIRONMENT DIVISION.
       configuration section.
       source-computer. GrahamLap-01 with debugging mode.
       object-computer. GrahamLap-01.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    A master - the chosen backup generation, the current
      *    Employee.dat being rolled away, then the restored
      *    Employee.dat for the index rebuild. Assigned to a data
      *    item so one SELECT serves all three. Read only here.
       SELECT EMPLOYEE
           ASSIGN DYNAMIC WS-MASTER-INPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-EMPLOYEE-FILE-STATUS.

      *    The indexed copy - rebuilt from scratch from the restored
      *    master, as EMPLOYEE-LOAD does.
       SELECT INDEX-MASTER-FILE
           ASSIGN TO './EmployeeMaster.idx'
           ORGANIZATION IS INDEXED
           access mode is sequential
           record key is IDX-EMPLOYEE-ID
           alternate record key is IDX-EMPLOYEE_NAME with duplicates
           file status is WS-INDEX-FILE-STATUS.

      *    Retained backup generations of the master - see
      *    bkpctl-rec.cbl.
       SELECT BACKUP-CONTROL-FILE
           ASSIGN TO './EmployeeBackup.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BACKUP-CONTROL-STATUS.

      *    Cumulative before/after audit history - opened EXTEND,
      *    as EMPLOYEE-MAINT does, for the ROLLBACK line.
       SELECT AUDIT-FILE
           ASSIGN TO './EmployeeAudit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-AUDIT-FILE-STATUS.

      *    End-of-job run-control record for the scheduler - see
      *    runctl-rec.cbl.
       SELECT RUN-CONTROL-FILE
           ASSIGN TO './EmployeeRollback.run'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-RUN-CONTROL-STATUS.

      *    Run lock file - who holds Employee.dat; see lock-rec.cbl.
       SELECT LOCK-FILE
           ASSIGN TO './EmployeeLock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the master file definition
       copy employee-rec.

      *    Bring in the indexed master definition
       copy idxmaster-rec.

      *    Bring in the master backup control line definition
       copy bkpctl-rec.

      *    Bring in the audit history line definition
       copy audit-rec.

      *    Bring in the run-control record definition
       copy runctl-rec.

      *    Bring in the run lock file definition
       copy lock-rec.

       WORKING-STORAGE SECTION.

           01 filler.
      *      indicates whether we have read the mandatory header record
             10 filler pic x value 'n'.
                88  hdr-found value 'Y'.
                88  hdr-not-found value 'n'.
      *      indicates whether we have read the mandatory trailer record
             10 filler pic x value 'n'.
                88  trl-found value 'Y'.
                88  trl-not-found value 'n'.
      *      indicates when we get to End of File
             10 filler PIC X(1) VALUE 'N'.
                88 WS-EOF     VALUE 'T'.
                88 WS-NOT-EOF VALUE 'N'.

      *    Whether the run is still going ahead - cleared by the
      *    operator quitting or declining, and by anything fatal.
           01 filler.
              10 filler pic x value 'Y'.
                 88 RBK-PROCEED     value 'Y'.
                 88 RBK-NOT-PROCEED value 'n'.

      *    Set once the chosen generation is live as Employee.dat.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-RESTORED     value 'Y'.
                 88 WS-NOT-RESTORED value 'n'.

      *    One pass of a master - whether it could be opened, found
      *    nothing wrong, and is filing details into the index as
      *    it goes or only counting them.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-SCAN-OPENED     value 'Y'.
                 88 WS-SCAN-NOT-OPENED value 'n'.
              10 filler pic x value 'n'.
                 88 WS-SCAN-BAD value 'Y'.
                 88 WS-SCAN-OK  value 'n'.
              10 filler pic x value 'n'.
                 88 WS-SCAN-INDEXING value 'Y'.
                 88 WS-SCAN-COUNTING value 'n'.

           77 WS-EMPLOYEE-FILE-STATUS pic x(2) value '00'.
           77 WS-INDEX-FILE-STATUS    pic x(2) value '00'.
           77 WS-AUDIT-FILE-STATUS    pic x(2) value '00'.

           77 WS-MASTER-INPUT-NAME pic x(40) value spaces.

           77 WS-DETAIL-COUNT   pic 9(5) comp sync value 0.
           77 WS-EXPECTED-COUNT pic 9(5) comp sync value 0.
           77 WS-LOADED-COUNT   pic 9(5) comp sync value 0.
           77 WS-LEAVER-COUNT   pic 9(5) comp sync value 0.
           77 WS-RECORDED-COUNT pic 9(5) value 0.
           77 WS-RESTORED-COUNT pic 9(5) value 0.
           77 WS-LOADED-COUNT-D pic Z(4)9.

      *    The operator's choice from the list, and the generation
      *    it names - held apart from the backup table, which
      *    TAKE-BACKUP-PROCEDURE reloads and sweeps.
           77 WS-CHOICE-REQUEST pic x(2) value spaces.
           77 WS-CHOICE         pic 9(2) value 0.
           77 WS-CONFIRM        pic x(1) value space.
           77 WS-RESTORE-SFX    pic x(14) value spaces.
           77 WS-RESTORE-NAME   pic x(40) value spaces.
           77 WS-LIST-NO        pic Z9.

      *    The restored copy is staged under its own name and then
      *    renamed in over Employee.dat, the way Employee.new
      *    replaces it in EMPLOYEE-MAINT.
           77 WS-OLD-MASTER-NAME pic x(20) value './Employee.dat'.
           77 WS-STAGE-NAME      pic x(20) value './Employee.rbk'.
           77 WS-RENAME-STATUS   pic 9(9) comp-5 value 0.

      *    Run date, for the backup generation name and the audit
      *    line.
           77 WS-CURRENT-DATE pic 9(8) value 0.

      *    The master rolled away is kept as a backup generation
      *    too - see EMPLOYEE-MAINT and bkpctl-rec.cbl.
           77 WS-BACKUP-CONTROL-STATUS pic x(2) value '00'.
           77 WS-BKP-KEEP     pic 9(2) value 5.
           77 WS-BKP-ENTRIES  pic 9(2) comp sync value 0.
           77 WS-BKP-IDX      pic 9(2) comp sync value 0.
           01 WS-BKP-TABLE.
              05 WS-BKP-ENTRY occurs 10 times.
                 10 WS-BKP-SFX   pic x(14).
                 10 filler       pic x(1).
                 10 WS-BKP-COUNT pic x(5).
                 10 filler       pic x(1).
                 10 WS-BKP-PGM   pic x(19).
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-BKP-EOF     value 'Y'.
                 88 WS-BKP-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-BKP-TAKEN     value 'Y'.
                 88 WS-BKP-NOT-TAKEN value 'n'.
           77 WS-BKP-SUFFIX   pic x(14) value spaces.
           77 WS-BKP-NUMBER   pic 9(3)  value 0.
           77 WS-BKP-NUMBER-X pic x(3)  value spaces.
           77 WS-BKP-TRAILER-COUNT pic 9(5) value 0.
           77 WS-BKP-NAME        pic x(40) value spaces.
           77 WS-BKP-DELETE-NAME pic x(40) value spaces.
           77 WS-BKP-STATUS      pic 9(9) comp-5 value 0.

      *    Audit history line - same layout EMPLOYEE-MAINT writes.
      *    A rollback touches every employee, so instead of a record
      *    image it carries the generation restored, the generation
      *    the outgoing master was kept as, and the restored count.
           01 WS-AUDIT-BUILD.
              05 WS-AUD-DATE   pic 9(8).
              05 filler        pic x value spaces.
              05 WS-AUD-ACTION pic x(9).
              05 filler        pic x value spaces.
              05 WS-AUD-TAG    pic x(3).
              05 filler        pic x value spaces.
              05 WS-AUD-IMAGE  pic x(71).
           01 WS-RBK-IMAGE.
              05 filler              pic x(15) value 'ROLLED BACK TO '.
              05 WS-RBK-IMG-RESTORED pic x(14).
              05 filler              pic x(15) value ' PRIOR KEPT AS '.
              05 WS-RBK-IMG-KEPT     pic x(14).
              05 filler              pic x(8)  value ' COUNT  '.
              05 WS-RBK-IMG-COUNT    pic 9(5).

      *    Return codes:
      *       4  nothing restored (quit or declined at the prompt),
      *          or the audit line / backup control line not written
      *       8  EmployeeMaster.idx not rebuilt - run EMPLOYEE-LOAD
      *      12  Employee.rbk could not replace Employee.dat
      *      13  the current Employee.dat could not be backed up
      *      16  no generations retained, or the chosen one missing,
      *          failing its read-through, or not staged
      *      30  Employee.dat locked by another run - nothing read
           77 WS-PROPOSED-RC pic 9(2) comp sync value 0.

      *    The run lock on Employee.dat - see lock-rec.cbl. This run
      *    replaces the master, so it takes an exclusive lock and
      *    records the replacement it owns.
           77 WS-LOCK-FILE-STATUS pic x(2) value '00'.
           77 WS-LOCK-ENTRIES pic 9(2) comp sync value 0.
           77 WS-LOCK-MAX-ENTRIES pic 9(2) comp sync value 50.
           77 WS-LOCK-IDX     pic 9(2) comp sync value 0.
           77 WS-LOCK-HOLDER  pic 9(2) comp sync value 0.
           01 WS-LOCK-TABLE.
              05 WS-LOCK-ENTRY pic x(60) occurs 50 times.
           01 WS-MY-LOCK.
              05 WS-MY-LOCK-MODE    pic x(1)  value 'X'.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-ROLLBACK'.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-START   pic x(14) value spaces.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-NEW     pic x(20) value './Employee.rbk'.
              05 filler             pic x(3)  value spaces.
      *    A line from the lock file - the holder, when refused.
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
                 88 WS-LOCK-HELD     value 'Y'.
                 88 WS-LOCK-NOT-HELD value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-LOCK-REFUSED value 'Y'.
                 88 WS-LOCK-GRANTED value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-LOCK-EOF     value 'Y'.
                 88 WS-LOCK-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-LOCK-DROPPED     value 'Y'.
                 88 WS-LOCK-NOT-DROPPED value 'n'.

      *    Run-control bookkeeping for the scheduler record
           77 WS-RUN-CONTROL-STATUS pic x(2) value '00'.
           77 WS-START-STAMP pic x(14) value spaces.
           77 WS-END-STAMP   pic x(14) value spaces.
           77 WS-STAMP-BUILD pic x(14) value spaces.
           77 WS-STAMP-DATE  pic 9(8)  value 0.
           77 WS-STAMP-TIME  pic x(8)  value spaces.
           77 WS-RUN-CTL-NUM pic 9(5)  value 0.
           77 WS-RUN-CTL-RC  pic 9(2)  value 0.
           77 WS-FINAL-STATUS  pic x(8)  value 'OK'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      D    display 'Starting master rollback...'
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-START-STAMP

           perform TAKE-LOCK-PROCEDURE
           if WS-LOCK-REFUSED
              move 30 to RETURN-CODE
              perform WRITE-RUN-CONTROL-PROCEDURE
              STOP RUN
           end-if

           accept WS-CURRENT-DATE from date yyyymmdd

           perform LOAD-BKP-TABLE-PROCEDURE
           if WS-BKP-ENTRIES = 0
              display 'FATAL: EmployeeBackup.ctl lists no retained '
                 'backups of Employee.dat'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set RBK-NOT-PROCEED to true
           end-if

           if RBK-PROCEED
              perform LIST-BACKUPS-PROCEDURE
              perform PROMPT-CHOICE-PROCEDURE
           end-if

           if RBK-PROCEED
              perform VERIFY-BACKUP-PROCEDURE
           end-if

           if RBK-PROCEED
              perform RESTORE-MASTER-PROCEDURE
           end-if

           if WS-RESTORED
              perform REBUILD-INDEX-PROCEDURE
              perform WRITE-ROLLBACK-AUDIT-PROCEDURE
              display 'Rollback complete - Employee.dat is now '
                 WS-RESTORE-NAME
           end-if

           perform RELEASE-LOCK-PROCEDURE
           perform WRITE-RUN-CONTROL-PROCEDURE

      D    display 'Finished.'

           STOP RUN.

      *    Captures the current date and time as a yyyymmddhhmmss
      *    stamp in WS-STAMP-BUILD - called at start of job for the
      *    START stamp and again at end of job for the END stamp.
       STAMP-TIME-PROCEDURE.
           accept WS-STAMP-DATE from date yyyymmdd
           accept WS-STAMP-TIME from time
           move spaces to WS-STAMP-BUILD
           string WS-STAMP-DATE WS-STAMP-TIME (1:6)
              delimited by size into WS-STAMP-BUILD.

      *    Only ever raises the return code - the worst problem of
      *    the run is what the scheduler gets to see.
       RAISE-RETURN-CODE-PROCEDURE.
           if WS-PROPOSED-RC greater than RETURN-CODE
              move WS-PROPOSED-RC to RETURN-CODE
           end-if.

      *    The machine-readable end-of-job record - rewritten from
      *    scratch every run so the scheduler always reads the
      *    outcome of the run just finished.
       WRITE-RUN-CONTROL-PROCEDURE.
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-END-STAMP

           evaluate true
              when WS-LOCK-REFUSED
                 move 'LOCKED'  to WS-FINAL-STATUS
              when RETURN-CODE greater than or equal to 8
                 move 'FATAL'   to WS-FINAL-STATUS
              when RETURN-CODE greater than or equal to 4
                 move 'WARNING' to WS-FINAL-STATUS
              when other
                 move 'OK'      to WS-FINAL-STATUS
           end-evaluate

           OPEN OUTPUT RUN-CONTROL-FILE
           if WS-RUN-CONTROL-STATUS not = '00'
              display 'WARNING: EmployeeRollback.run could not be '
                 'written - status ' WS-RUN-CONTROL-STATUS
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           move spaces to RUN-CONTROL-LINE
           string 'PROGRAM=EMPLOYEE-ROLLBACK'
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move spaces to RUN-CONTROL-LINE
           string 'START=' WS-START-STAMP
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move spaces to RUN-CONTROL-LINE
           string 'END=' WS-END-STAMP
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           if WS-LOCK-REFUSED
              move spaces to RUN-CONTROL-LINE
              string 'LOCKED-BY=' WS-LH-PROGRAM
                 delimited by size into RUN-CONTROL-LINE
              write RUN-CONTROL-LINE
              move spaces to RUN-CONTROL-LINE
              string 'LOCKED-SINCE=' WS-LH-START
                 delimited by size into RUN-CONTROL-LINE
              write RUN-CONTROL-LINE
              move spaces to RUN-CONTROL-LINE
              string 'LOCKED-OWNING=' WS-LH-NEW
                 delimited by size into RUN-CONTROL-LINE
              write RUN-CONTROL-LINE
           end-if

           move spaces to RUN-CONTROL-LINE
           if WS-RESTORED
              string 'RESTORED-FROM=' WS-RESTORE-NAME
                 delimited by size into RUN-CONTROL-LINE
           else
              string 'RESTORED-FROM=NONE'
                 delimited by size into RUN-CONTROL-LINE
           end-if
           write RUN-CONTROL-LINE

           move spaces to RUN-CONTROL-LINE
           if WS-BKP-TAKEN
              string 'MASTER-BACKUP=' WS-BKP-NAME
                 delimited by size into RUN-CONTROL-LINE
           else
              string 'MASTER-BACKUP=NONE'
                 delimited by size into RUN-CONTROL-LINE
           end-if
           write RUN-CONTROL-LINE

           move WS-RESTORED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'RECORDS-RESTORED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-LOADED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'RECORDS-LOADED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move RETURN-CODE to WS-RUN-CTL-RC
           move spaces to RUN-CONTROL-LINE
           string 'RETURN-CODE=' WS-RUN-CTL-RC
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move spaces to RUN-CONTROL-LINE
           string 'STATUS=' WS-FINAL-STATUS
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           CLOSE RUN-CONTROL-FILE.

      *    Takes this run's lock on Employee.dat before the master is
      *    touched. Exclusive is refused while any line is in the
      *    lock file, shared only while someone holds it exclusive.
      *    Refused, the run ends at once with return code 30 and
      *    the holder named on the console and in the .run record.
       TAKE-LOCK-PROCEDURE.
           move WS-START-STAMP to WS-MY-LOCK-START
           perform LOAD-LOCK-TABLE-PROCEDURE
           move 0 to WS-LOCK-HOLDER
           perform CHECK-LOCK-ENTRY-PROCEDURE
              varying WS-LOCK-IDX from 1 by 1
              until WS-LOCK-IDX > WS-LOCK-ENTRIES
                 or WS-LOCK-HOLDER > 0
           if WS-LOCK-HOLDER > 0
              move WS-LOCK-ENTRY (WS-LOCK-HOLDER) to WS-LOCK-HOLD
              set WS-LOCK-REFUSED to true
              display 'FATAL: Employee.dat is locked by '
                 WS-LH-PROGRAM ' since ' WS-LH-START
              if WS-LH-NEW not = spaces
                 display '  which owns ' WS-LH-NEW
              end-if
              exit paragraph
           end-if

           if WS-LOCK-ENTRIES >= WS-LOCK-MAX-ENTRIES
              move spaces to WS-LOCK-HOLD
              move 'LOCK FILE FULL' to WS-LH-PROGRAM
              set WS-LOCK-REFUSED to true
              display 'FATAL: EmployeeLock.dat is full - have the '
                 'operator check it with EMPLOYEE-CONTROL'
              exit paragraph
           end-if

           OPEN EXTEND LOCK-FILE
           if WS-LOCK-FILE-STATUS = '35'
              OPEN OUTPUT LOCK-FILE
           end-if
           if WS-LOCK-FILE-STATUS not = '00'
              move spaces to WS-LOCK-HOLD
              move 'LOCK FILE FAULT' to WS-LH-PROGRAM
              set WS-LOCK-REFUSED to true
              display 'FATAL: EmployeeLock.dat could not be written '
                 '- status ' WS-LOCK-FILE-STATUS
              exit paragraph
           end-if
           move WS-MY-LOCK to LOCK-RECORD
           write LOCK-RECORD
           CLOSE LOCK-FILE
           set WS-LOCK-HELD to true.

       CHECK-LOCK-ENTRY-PROCEDURE.
           move WS-LOCK-ENTRY (WS-LOCK-IDX) to WS-LOCK-HOLD
           if WS-MY-LOCK-MODE = 'X' or WS-LH-MODE = 'X'
              move WS-LOCK-IDX to WS-LOCK-HOLDER
           end-if.

       LOAD-LOCK-TABLE-PROCEDURE.
           move 0 to WS-LOCK-ENTRIES
           set WS-LOCK-NOT-EOF to true
           OPEN INPUT LOCK-FILE
           if WS-LOCK-FILE-STATUS not = '00'
              exit paragraph
           end-if
           perform READ-LOCK-LINE-PROCEDURE until WS-LOCK-EOF
           CLOSE LOCK-FILE.

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

      *    Gives the lock back - the lock file is rewritten with
      *    every other holder's line and without this run's own.
       RELEASE-LOCK-PROCEDURE.
           if WS-LOCK-NOT-HELD
              exit paragraph
           end-if
           perform LOAD-LOCK-TABLE-PROCEDURE
           OPEN OUTPUT LOCK-FILE
           if WS-LOCK-FILE-STATUS not = '00'
              display 'WARNING: EmployeeLock.dat could not be '
                 'rewritten - status ' WS-LOCK-FILE-STATUS
                 ' - the lock is left for the operator to clear'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if
           set WS-LOCK-NOT-DROPPED to true
           perform KEEP-LOCK-ENTRY-PROCEDURE
              varying WS-LOCK-IDX from 1 by 1
              until WS-LOCK-IDX > WS-LOCK-ENTRIES
           CLOSE LOCK-FILE
           set WS-LOCK-NOT-HELD to true.

       KEEP-LOCK-ENTRY-PROCEDURE.
           if WS-LOCK-NOT-DROPPED
              and WS-LOCK-ENTRY (WS-LOCK-IDX) = WS-MY-LOCK
              set WS-LOCK-DROPPED to true
              exit paragraph
           end-if
           move WS-LOCK-ENTRY (WS-LOCK-IDX) to LOCK-RECORD
           write LOCK-RECORD.

      *    The retained generations, oldest first, numbered for the
      *    prompt.
       LIST-BACKUPS-PROCEDURE.
           display 'RETAINED BACKUPS OF Employee.dat (OLDEST FIRST):'
           display ' NO  GENERATION      RECORDS  REPLACED BY'
           perform LIST-BACKUP-LINE-PROCEDURE
              varying WS-BKP-IDX from 1 by 1
              until WS-BKP-IDX > WS-BKP-ENTRIES.

       LIST-BACKUP-LINE-PROCEDURE.
           move WS-BKP-IDX to WS-LIST-NO
           display ' ' WS-LIST-NO '  ' WS-BKP-SFX (WS-BKP-IDX)
              '  ' WS-BKP-COUNT (WS-BKP-IDX)
              '    ' WS-BKP-PGM (WS-BKP-IDX).

      *    Which generation, then a confirmation - the same kind of
      *    console conversation EMPLOYEE-HISTORY holds. A blank
      *    reply or anything but Y at the confirmation restores
      *    nothing; a reply that names no listed generation, or
      *    names the pre-widening copy EMPLOYEE-IDCONV kept, is
      *    fatal rather than a guess.
       PROMPT-CHOICE-PROCEDURE.
           display 'ENTER BACKUP NO TO RESTORE (BLANK TO QUIT):'
           move spaces to WS-CHOICE-REQUEST
           accept WS-CHOICE-REQUEST
           if WS-CHOICE-REQUEST = spaces
              display 'WARNING: no backup chosen - Employee.dat '
                 'left unchanged'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set RBK-NOT-PROCEED to true
              exit paragraph
           end-if

           if WS-CHOICE-REQUEST (2:1) = space
              move WS-CHOICE-REQUEST (1:1) to WS-CHOICE-REQUEST (2:1)
              move '0' to WS-CHOICE-REQUEST (1:1)
           end-if
           if WS-CHOICE-REQUEST is numeric
              move WS-CHOICE-REQUEST to WS-CHOICE
           else
              move 0 to WS-CHOICE
           end-if
           if WS-CHOICE = 0 or WS-CHOICE > WS-BKP-ENTRIES
              display 'FATAL: ' WS-CHOICE-REQUEST
                 ' is not a listed backup number'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set RBK-NOT-PROCEED to true
              exit paragraph
           end-if

           if WS-BKP-PGM (WS-CHOICE) = 'EMPLOYEE-IDCONV'
              display 'FATAL: ' WS-BKP-SFX (WS-CHOICE)
                 ' was kept by EMPLOYEE-IDCONV - it has three-digit '
                 'IDs and cannot be restored'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set RBK-NOT-PROCEED to true
              exit paragraph
           end-if

           move WS-BKP-SFX (WS-CHOICE) to WS-RESTORE-SFX
           move spaces to WS-RESTORE-NAME
           string './Employee.' WS-RESTORE-SFX
              delimited by size into WS-RESTORE-NAME

           display 'RESTORE ' WS-RESTORE-NAME
           display '  OVER Employee.dat? (Y/N):'
           move space to WS-CONFIRM
           accept WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
              display 'WARNING: rollback not confirmed - '
                 'Employee.dat left unchanged'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set RBK-NOT-PROCEED to true
           end-if.

      *    The chosen generation is read through before anything is
      *    touched - header present, trailer present, and the
      *    trailer count agreeing both with the details actually
      *    there and with the count recorded when it was taken.
       VERIFY-BACKUP-PROCEDURE.
           if WS-BKP-COUNT (WS-CHOICE) is numeric
              move WS-BKP-COUNT (WS-CHOICE) to WS-RECORDED-COUNT
           else
              display 'FATAL: EmployeeBackup.ctl entry for '
                 WS-RESTORE-SFX ' carries no record count'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set RBK-NOT-PROCEED to true
              exit paragraph
           end-if

           move WS-RESTORE-NAME to WS-MASTER-INPUT-NAME
           set WS-SCAN-COUNTING to true
           perform SCAN-MASTER-PROCEDURE

           if WS-SCAN-NOT-OPENED
              display 'FATAL: ' WS-RESTORE-NAME
                 ' could not be opened - status '
                 WS-EMPLOYEE-FILE-STATUS
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set RBK-NOT-PROCEED to true
           else if WS-SCAN-BAD or trl-not-found
              display 'FATAL: ' WS-RESTORE-NAME
                 ' is not a complete master - header or trailer '
                 'missing'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set RBK-NOT-PROCEED to true
           else if WS-EXPECTED-COUNT not = WS-DETAIL-COUNT
              or WS-DETAIL-COUNT not = WS-RECORDED-COUNT
              display 'FATAL: RECORD COUNT MISMATCH IN '
                 WS-RESTORE-NAME
              display '  TRAILER EXPECTS ' WS-EXPECTED-COUNT
                 ', BACKUP RECORDED ' WS-RECORDED-COUNT
                 ' BUT ' WS-DETAIL-COUNT ' PROCESSED'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set RBK-NOT-PROCEED to true
           else
              move WS-DETAIL-COUNT to WS-RESTORED-COUNT
           end-if.

      *    Stage the chosen copy, keep the master being rolled away
      *    as a generation of its own, then rename the staged copy
      *    in. Employee.dat is untouched until the rename, so any
      *    failure before it leaves the current master live.
       RESTORE-MASTER-PROCEDURE.
           CALL 'CBL_COPY_FILE' USING WS-RESTORE-NAME
              WS-STAGE-NAME
              RETURNING WS-BKP-STATUS
           if WS-BKP-STATUS not = 0
              display 'FATAL: ' WS-RESTORE-NAME
                 ' could not be copied to Employee.rbk - '
                 'Employee.dat unchanged'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           move WS-OLD-MASTER-NAME to WS-MASTER-INPUT-NAME
           set WS-SCAN-COUNTING to true
           perform SCAN-MASTER-PROCEDURE
           if WS-SCAN-NOT-OPENED
              display 'WARNING: no current Employee.dat to keep - '
                 'restoring without a prior backup'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           else
              if trl-found
                 move WS-EXPECTED-COUNT to WS-BKP-TRAILER-COUNT
              else
                 move WS-DETAIL-COUNT to WS-BKP-TRAILER-COUNT
              end-if
              perform TAKE-BACKUP-PROCEDURE
              if WS-BKP-NOT-TAKEN
                 display 'FATAL: Employee.dat could not be backed up '
                    'to ' WS-BKP-NAME
                 display '  restored copy left in Employee.rbk, '
                    'Employee.dat unchanged'
                 move 13 to WS-PROPOSED-RC
                 perform RAISE-RETURN-CODE-PROCEDURE
                 exit paragraph
              end-if
              display 'Outgoing master kept as ' WS-BKP-NAME
           end-if

           CALL 'CBL_RENAME_FILE' USING WS-STAGE-NAME
              WS-OLD-MASTER-NAME
              RETURNING WS-RENAME-STATUS
           if WS-RENAME-STATUS not = 0
              display 'FATAL: Could not replace Employee.dat - '
                 'restored copy left in Employee.rbk, '
                 'Employee.dat unchanged'
              move 12 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if
           set WS-RESTORED to true.

      *    The index is rebuilt from the restored master the way
      *    EMPLOYEE-LOAD builds it. The master is already live, so
      *    a failure here only costs inquiry its index - a rerun of
      *    EMPLOYEE-LOAD puts it right.
       REBUILD-INDEX-PROCEDURE.
           OPEN OUTPUT INDEX-MASTER-FILE
           if WS-INDEX-FILE-STATUS not = '00'
              display 'FATAL: EmployeeMaster.idx could not be opened '
                 '- status ' WS-INDEX-FILE-STATUS
              display '  RUN EMPLOYEE-LOAD BEFORE INQUIRY IS USED'
              move 8 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           move WS-OLD-MASTER-NAME to WS-MASTER-INPUT-NAME
           set WS-SCAN-INDEXING to true
           perform SCAN-MASTER-PROCEDURE
           CLOSE INDEX-MASTER-FILE

           if WS-SCAN-NOT-OPENED or WS-SCAN-BAD or trl-not-found
              or WS-EXPECTED-COUNT not = WS-DETAIL-COUNT
              display 'FATAL: EmployeeMaster.idx not rebuilt - '
                 'RUN EMPLOYEE-LOAD BEFORE INQUIRY IS USED'
              move 8 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           else
              move WS-LOADED-COUNT to WS-LOADED-COUNT-D
              display 'Index rebuilt - ' WS-LOADED-COUNT-D
                 ' active employees loaded, ' WS-LEAVER-COUNT
                 ' leavers filtered'
           end-if.

      *    One ROLLBACK line on the cumulative audit history. The
      *    master has already moved, so a history that can't be
      *    written is a warning, with the line to add by hand.
       WRITE-ROLLBACK-AUDIT-PROCEDURE.
           move WS-RESTORE-SFX to WS-RBK-IMG-RESTORED
           if WS-BKP-TAKEN
              move WS-BKP-SUFFIX to WS-RBK-IMG-KEPT
           else
              move 'NONE' to WS-RBK-IMG-KEPT
           end-if
           move WS-RESTORED-COUNT to WS-RBK-IMG-COUNT

           move WS-CURRENT-DATE to WS-AUD-DATE
           move 'ROLLBACK' to WS-AUD-ACTION
           move 'BKP' to WS-AUD-TAG
           move WS-RBK-IMAGE to WS-AUD-IMAGE

           OPEN EXTEND AUDIT-FILE
           if WS-AUDIT-FILE-STATUS not = '00'
              OPEN OUTPUT AUDIT-FILE
           end-if
           if WS-AUDIT-FILE-STATUS not = '00'
              display 'WARNING: EmployeeAudit.dat could not be '
                 'opened - status ' WS-AUDIT-FILE-STATUS
              display '  add by hand: ' WS-AUDIT-BUILD
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if
           move WS-AUDIT-BUILD to AUDIT-LINE
           write AUDIT-LINE
           CLOSE AUDIT-FILE.

      *    One pass of the master named in WS-MASTER-INPUT-NAME,
      *    counting its details and picking up its trailer, and
      *    filing active employees into the index when indexing.
       SCAN-MASTER-PROCEDURE.
           set WS-SCAN-NOT-OPENED to true
           set WS-SCAN-OK         to true
           set hdr-not-found      to true
           set trl-not-found      to true
           set WS-NOT-EOF         to true
           move 0 to WS-DETAIL-COUNT
           move 0 to WS-EXPECTED-COUNT
           move 0 to WS-LOADED-COUNT
           move 0 to WS-LEAVER-COUNT

           OPEN INPUT EMPLOYEE
           if WS-EMPLOYEE-FILE-STATUS not = '00'
              exit paragraph
           end-if
           set WS-SCAN-OPENED to true

           perform READ-MASTER-PROCEDURE until WS-EOF
           CLOSE EMPLOYEE.

       READ-MASTER-PROCEDURE.
           READ EMPLOYEE
              AT END set WS-EOF to true
              NOT AT END perform FILE-RECORD-PROCEDURE
           END-READ.

       FILE-RECORD-PROCEDURE.
           if HDR-CHK = 'EMPLOYEE-ID'
              set hdr-found to true
              exit paragraph
           end-if

           if TRL-CHK = 'EMPLOYEE-CT'
              set trl-found to true
              move TRL-EXPECTED-COUNT to WS-EXPECTED-COUNT
              exit paragraph
           end-if

           if HDR = space or HDR = low-value
              exit paragraph
           end-if

           if hdr-not-found
              set WS-EOF      to true
              set WS-SCAN-BAD to true
              display 'FATAL: Header Record Missing in '
                 WS-MASTER-INPUT-NAME
              exit paragraph
           end-if

           add 1 to WS-DETAIL-COUNT

           if WS-SCAN-COUNTING
              exit paragraph
           end-if

      *    leavers are not indexed - see EMPLOYEE-LOAD
           if EMPLOYEE-LEAVER
              add 1 to WS-LEAVER-COUNT
              exit paragraph
           end-if

           move HDR to INDEX-MASTER-RECORD
           WRITE INDEX-MASTER-RECORD
           if WS-INDEX-FILE-STATUS not = '00'
              set WS-EOF      to true
              set WS-SCAN-BAD to true
              display 'FATAL: index write failed for EMPLOYEE-ID '
                 EMPLOYEE-ID ' - status ' WS-INDEX-FILE-STATUS
              exit paragraph
           end-if

           add 1 to WS-LOADED-COUNT.

      *    Keeps the outgoing Employee.dat as the next backup
      *    generation - copied, not renamed, so Employee.dat stays
      *    in place until the swap itself succeeds. Same scheme as
      *    EMPLOYEE-MAINT's TAKE-BACKUP-PROCEDURE.
       TAKE-BACKUP-PROCEDURE.
           set WS-BKP-NOT-TAKEN to true
           perform LOAD-BKP-TABLE-PROCEDURE

           move 0 to WS-BKP-NUMBER
           if WS-BKP-ENTRIES greater than 0
              move WS-BKP-SFX (WS-BKP-ENTRIES) (12:3)
                 to WS-BKP-NUMBER-X
              if WS-BKP-NUMBER-X is numeric
                 move WS-BKP-NUMBER-X to WS-BKP-NUMBER
              end-if
           end-if
           if WS-BKP-NUMBER greater than or equal to 999
              move 0 to WS-BKP-NUMBER
           end-if
           add 1 to WS-BKP-NUMBER

           move spaces to WS-BKP-SUFFIX
           string 'D' WS-CURRENT-DATE '.G' WS-BKP-NUMBER
              delimited by size into WS-BKP-SUFFIX
           move spaces to WS-BKP-NAME
           string './Employee.' WS-BKP-SUFFIX
              delimited by size into WS-BKP-NAME

           CALL 'CBL_COPY_FILE' USING WS-OLD-MASTER-NAME
              WS-BKP-NAME
              RETURNING WS-BKP-STATUS
           if WS-BKP-STATUS not = 0
              exit paragraph
           end-if
           set WS-BKP-TAKEN to true

           if WS-BKP-ENTRIES greater than or equal to 10
              perform SWEEP-OLDEST-BACKUP-PROCEDURE
           end-if
           add 1 to WS-BKP-ENTRIES
           move spaces to WS-BKP-ENTRY (WS-BKP-ENTRIES)
           move WS-BKP-SUFFIX to WS-BKP-SFX (WS-BKP-ENTRIES)
           move WS-BKP-TRAILER-COUNT to WS-BKP-COUNT (WS-BKP-ENTRIES)
           move 'EMPLOYEE-ROLLBACK' to WS-BKP-PGM (WS-BKP-ENTRIES)

           perform SWEEP-OLDEST-BACKUP-PROCEDURE
              until WS-BKP-ENTRIES not greater than WS-BKP-KEEP

           perform WRITE-BKP-CONTROL-PROCEDURE.

       LOAD-BKP-TABLE-PROCEDURE.
           move 0 to WS-BKP-ENTRIES
           set WS-BKP-NOT-EOF to true
           OPEN INPUT BACKUP-CONTROL-FILE
           if WS-BACKUP-CONTROL-STATUS = '00'
              perform READ-BKP-LINE-PROCEDURE until WS-BKP-EOF
              CLOSE BACKUP-CONTROL-FILE
           end-if.

       READ-BKP-LINE-PROCEDURE.
           READ BACKUP-CONTROL-FILE
              AT END set WS-BKP-EOF to true
              NOT AT END
                 if BACKUP-CONTROL-LINE not = spaces
                    and WS-BKP-ENTRIES less than 10
                    add 1 to WS-BKP-ENTRIES
                    move BACKUP-CONTROL-LINE
                       to WS-BKP-ENTRY (WS-BKP-ENTRIES)
                 end-if
           END-READ.

       SWEEP-OLDEST-BACKUP-PROCEDURE.
           move spaces to WS-BKP-DELETE-NAME
           string './Employee.' WS-BKP-SFX (1)
              delimited by size into WS-BKP-DELETE-NAME
           CALL 'CBL_DELETE_FILE' USING WS-BKP-DELETE-NAME
              RETURNING WS-BKP-STATUS

           perform SHIFT-BKP-ENTRY-PROCEDURE
              varying WS-BKP-IDX from 1 by 1
              until WS-BKP-IDX greater than or equal to WS-BKP-ENTRIES
           subtract 1 from WS-BKP-ENTRIES.

       SHIFT-BKP-ENTRY-PROCEDURE.
           move WS-BKP-ENTRY (WS-BKP-IDX + 1)
              to WS-BKP-ENTRY (WS-BKP-IDX).

       WRITE-BKP-CONTROL-PROCEDURE.
           OPEN OUTPUT BACKUP-CONTROL-FILE
           if WS-BACKUP-CONTROL-STATUS not = '00'
              display 'WARNING: EmployeeBackup.ctl could not be '
                 'written - status ' WS-BACKUP-CONTROL-STATUS
              display '  record ' WS-BKP-SUFFIX ' ' WS-BKP-TRAILER-COUNT
                 ' by hand'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if
           perform WRITE-BKP-LINE-PROCEDURE
              varying WS-BKP-IDX from 1 by 1
              until WS-BKP-IDX > WS-BKP-ENTRIES
           CLOSE BACKUP-CONTROL-FILE.

       WRITE-BKP-LINE-PROCEDURE.
           move WS-BKP-ENTRY (WS-BKP-IDX) to BACKUP-CONTROL-LINE
           write BACKUP-CONTROL-LINE.
