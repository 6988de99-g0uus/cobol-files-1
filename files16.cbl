      *    passes Employee.dat once, and lists every leaver whose
      *    termination date falls in the period - the answer to the
      *    calls that used to be dug out of audit images by hand.
      *    A leaver anonymised by EMPLOYEE-PURGE once the retention
      *    period has run is listed as ANONYMISED in place of the
      *    name, and counted separately in the footer.


       ENVIRONMENT DIVISION.
           access mode is sequential
           file status is WS-LEAVER-REPORT-STATUS.

      *    Run lock file - who holds Employee.dat; see lock-rec.cbl.
       SELECT LOCK-FILE
           ASSIGN TO './EmployeeLock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the master file definition
      *    Bring in the leavers extract line definition
       copy lvrrpt-rec.

      *    Bring in the run lock file definition
       copy lock-rec.

       WORKING-STORAGE SECTION.

           01 filler.
           77 WS-EXPECTED-COUNT pic 9(5) comp sync value 0.
           77 WS-LEAVER-COUNT   pic 9(5) comp sync value 0.
           77 WS-LISTED-COUNT   pic 9(5) comp sync value 0.
           77 WS-ANONYMISED-COUNT pic 9(5) comp sync value 0.
           77 WS-LISTED-COUNT-D pic Z(4)9.

      *    The period asked for - blank dates widen to everything.
              05 WS-FTR-1-COUNT pic Z(4)9.
              05 filler pic x(100) value spaces.

           01 WS-FTR-2.
              05 filler pic x(26) value '  OF WHICH ANONYMISED   : '.
              05 WS-FTR-2-COUNT pic Z(4)9.
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
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-LEAVERS'.
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

      *    Start stamp of the session - the lock line carries it.
           77 WS-START-STAMP pic x(14) value spaces.
           77 WS-STAMP-BUILD pic x(14) value spaces.
           77 WS-STAMP-DATE  pic 9(8)  value 0.
           77 WS-STAMP-TIME  pic x(8)  value spaces.
           77 WS-PROPOSED-RC pic 9(2) comp sync value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      D    display 'Starting leavers extract...'
           move WS-CURRENT-DD   to WS-RUN-DATE-DD
           move WS-CURRENT-MM   to WS-RUN-DATE-MM
           move WS-CURRENT-YYYY to WS-RUN-DATE-YYYY
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-START-STAMP

           perform PROMPT-PERIOD-PROCEDURE

           if LEAVER-NOT-FATAL
              perform TAKE-LOCK-PROCEDURE
              if WS-LOCK-REFUSED
                 move 30 to RETURN-CODE
                 STOP RUN
              end-if
           end-if

           if LEAVER-NOT-FATAL
              OPEN INPUT EMPLOYEE
              if WS-EMPLOYEE-FILE-STATUS not = '00'
                 'See EmployeeLeavers.rpt'
           end-if

           perform RELEASE-LOCK-PROCEDURE

      D    display 'Finished.'

           STOP RUN.
       WRITE-LEAVER-LINE-PROCEDURE.
           add 1 to WS-LISTED-COUNT
           move EMPLOYEE-ID        to WS-LVR-ID
      *    name and date of birth are gone for good once the
      *    retention period has run - say so rather than print a
      *    blank that looks like a damaged record
           if EMPLOYEE-ANONYMISED
              add 1 to WS-ANONYMISED-COUNT
              move '** ANONYMISED **' to WS-LVR-NAME
           else
              move EMPLOYEE_NAME   to WS-LVR-NAME
           end-if
           move EMPLOYEE_TERM_DATE to WS-LVR-TERM
           move EMPLOYEE_GRADE     to WS-LVR-GRADE
           move EMPLOYEE_DEPT      to WS-LVR-DEPT
           write LEAVER-REPORT-LINE
           move WS-LISTED-COUNT to WS-FTR-1-COUNT
           move WS-FTR-1 to LEAVER-REPORT-LINE
           write LEAVER-REPORT-LINE
           move WS-ANONYMISED-COUNT to WS-FTR-2-COUNT
           move WS-FTR-2 to LEAVER-REPORT-LINE
           write LEAVER-REPORT-LINE.

      *    Takes this run's lock on Employee.dat before the master is
      *    touched. Exclusive is refused while any line is in the
      *    lock file, shared only while someone holds it exclusive.
      *    Refused, the session ends at once with return code 30
      *    and the holder named on the console.
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

      *    Current date and time as a yyyymmddhhmmss stamp in
      *    WS-STAMP-BUILD.
       STAMP-TIME-PROCEDURE.
           accept WS-STAMP-DATE from date yyyymmdd
           accept WS-STAMP-TIME from time
           move spaces to WS-STAMP-BUILD
           string WS-STAMP-DATE WS-STAMP-TIME (1:6)
              delimited by size into WS-STAMP-BUILD.

      *    Only ever raises the return code.
       RAISE-RETURN-CODE-PROCEDURE.
           if WS-PROPOSED-RC greater than RETURN-CODE
              move WS-PROPOSED-RC to RETURN-CODE
           end-if.
