           access mode is sequential
           file status is WS-AUDIT-CONTROL-STATUS.

      *    Retained backup generations of the master - see
      *    bkpctl-rec.cbl.
       SELECT BACKUP-CONTROL-FILE
           ASSIGN TO './EmployeeBackup.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BACKUP-CONTROL-STATUS.

      *    End-of-job run-control record for the scheduler - see
      *    runctl-rec.cbl.
       SELECT RUN-CONTROL-FILE
           ASSIGN TO './EmployeeIdConv.run'
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
      *    Bring in the conversion buffer definitions
      *    Bring in the audit archive control line definition
       copy audctl-rec.

      *    Bring in the master backup control line definition
       copy bkpctl-rec.

      *    Bring in the run-control record definition
       copy runctl-rec.

      *    Bring in the run lock file definition
       copy lock-rec.

       WORKING-STORAGE SECTION.

           01 filler.

           77 WS-RENAME-STATUS pic 9(9) comp-5 value 0.

      *    The old-layout master is kept as a backup generation
      *    before its converted copy replaces it, carrying the
      *    trailer count the conversion passed - see EMPLOYEE-MAINT
      *    and bkpctl-rec.cbl.
           77 WS-OLD-MASTER-NAME pic x(20) value './Employee.dat'.
           77 WS-CURRENT-DATE    pic 9(8) value 0.
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
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-IDCONV'.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-START   pic x(14) value spaces.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-NEW     pic x(20)
                 value './Employee.dat.cnv'.
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

      *    Run-control bookkeeping for the scheduler record - the
      *    same end-of-job record the batch programs write, so a
      *    refused or failed conversion shows where the operator
      *    looks.
           77 WS-PROPOSED-RC pic 9(2) comp sync value 0.
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
      D    display 'Starting EMPLOYEE-ID widening conversion...'
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-START-STAMP

           perform TAKE-LOCK-PROCEDURE
           if WS-LOCK-REFUSED
              move 30 to RETURN-CODE
              perform WRITE-RUN-CONTROL-PROCEDURE
              STOP RUN
           end-if

           accept WS-CURRENT-DATE from date yyyymmdd

      *    the master is the point of the exercise - its absence is
      *    fatal, everything else is converted if present
                 'EmployeeMaster.idx'
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
              display 'WARNING: EmployeeIdConv.run could not be '
                 'written - status ' WS-RUN-CONTROL-STATUS
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           move spaces to RUN-CONTROL-LINE
           string 'PROGRAM=EMPLOYEE-IDCONV'
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

           move WS-FILES-CONVERTED to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'FILES-CONVERTED=' WS-RUN-CTL-NUM
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

       LOAD-ARC-TABLE-PROCEDURE.
           move 0 to WS-ARC-ENTRIES
           set WS-CTL-NOT-EOF to true
           CLOSE CONV-IN-FILE
           CLOSE CONV-OUT-FILE

           if WS-CONV-TYPE = 'M'
              perform TAKE-BACKUP-PROCEDURE
              if WS-BKP-NOT-TAKEN
                 display 'FATAL: Employee.dat could not be backed up '
                    'to ' WS-BKP-NAME
                 display '  converted copy left as ' WS-CONV-OUT-NAME
                    ', Employee.dat unchanged'
                 set CONV-FATAL to true
                 exit paragraph
              end-if
              display '  outgoing master kept as ' WS-BKP-NAME
           end-if

           CALL 'CBL_RENAME_FILE' USING WS-CONV-OUT-NAME
              WS-CONV-IN-NAME
              RETURNING WS-RENAME-STATUS
                 move CONV-IN-LINE (12:4) to CONV-OUT-LINE (13:4)
                 add 1 to WS-LINES-CONVERTED
              end-if
              if CONV-OUT-LINE (12:5) is numeric
                 move CONV-OUT-LINE (12:5) to WS-BKP-TRAILER-COUNT
              end-if
              exit paragraph
           end-if


       WRITE-CONV-LINE-PROCEDURE.
           write CONV-OUT-LINE.

      *    Keeps the outgoing Employee.dat as the next backup
      *    generation - copied, not renamed, so Employee.dat stays
      *    in place until the swap itself succeeds. Same scheme as
      *    EMPLOYEE-MAINT's TAKE-BACKUP-PROCEDURE. The copy is still
      *    in the three-digit layout, so its EMPLOYEE-IDCONV tag
      *    matters: EMPLOYEE-ROLLBACK refuses to restore it and
      *    EMPLOYEE-PURGE blanks it by the old columns.
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
           move 'EMPLOYEE-IDCONV' to WS-BKP-PGM (WS-BKP-ENTRIES)

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
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
              exit paragraph
           end-if
           perform WRITE-BKP-LINE-PROCEDURE
              varying WS-BKP-IDX from 1 by 1
              until WS-BKP-IDX > WS-BKP-ENTRIES
           CLOSE BACKUP-CONTROL-FILE.

       WRITE-BKP-LINE-PROCEDURE.
           move WS-BKP-ENTRY (WS-BKP-IDX) to BACKUP-CONTROL-LINE
           write BACKUP-CONTROL-LINE.
