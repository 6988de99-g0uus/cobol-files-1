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
      *    Bring in the run-control record definition
       copy runctl-rec.

      *    Bring in the run lock file definition
       copy lock-rec.

       WORKING-STORAGE SECTION.

           01 filler.
              05 WS-FTR-1-COUNT pic Z(4)9.
              05 filler pic x(100) value spaces.

      *    The run lock on Employee.dat - see lock-rec.cbl. This run
      *    only reads the master, so it takes a shared lock.
           77 WS-LOCK-FILE-STATUS pic x(2) value '00'.
           77 WS-LOCK-ENTRIES pic 9(2) comp sync value 0.
           77 WS-LOCK-MAX-ENTRIES pic 9(2) comp sync value 50.
           77 WS-LOCK-IDX     pic 9(2) comp sync value 0.
           77 WS-LOCK-HOLDER  pic 9(2) comp sync value 0.
           01 WS-LOCK-TABLE.
              05 WS-LOCK-ENTRY pic x(60) occurs 50 times.
           01 WS-MY-LOCK.
              05 WS-MY-LOCK-MODE    pic x(1)  value 'S'.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-RETIRE'.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-START   pic x(14) value spaces.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-NEW     pic x(20) value spaces.
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
      *    same end-of-job record EMPLOYEE-DATA and EMPLOYEE-MAINT
      *    write, so the batch controller can see the forecast ran
      D    display 'Starting retirement forecast...'
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-START-STAMP

           perform TAKE-LOCK-PROCEDURE
           if WS-LOCK-REFUSED
              move 30 to RETURN-CODE
              perform WRITE-RUN-CONTROL-PROCEDURE
              STOP RUN
           end-if

           OPEN INPUT EMPLOYEE
           if WS-EMPLOYEE-FILE-STATUS not = '00'
              display 'FATAL: Employee.dat could not be opened - '
                 ' years of the ceiling'
           end-if

           perform RELEASE-LOCK-PROCEDURE
           perform WRITE-RUN-CONTROL-PROCEDURE

      D    display 'Finished.'
           move WS-STAMP-BUILD to WS-END-STAMP

           evaluate true
              when WS-LOCK-REFUSED
                 move 'LOCKED'  to WS-FINAL-STATUS
              when RETURN-CODE greater than or equal to 8
                 move 'FATAL'   to WS-FINAL-STATUS
              when RETURN-CODE greater than or equal to 4
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

           move WS-FC-ENTRIES to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'EMPLOYEES-IN-FORECAST=' WS-RUN-CTL-NUM

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

       READ-MASTER-PROCEDURE.
           READ EMPLOYEE
              AT END set WS-EOF to true
