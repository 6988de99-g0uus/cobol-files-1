       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-UNLOCK.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.

      *    Operator's way of clearing a lock on Employee.dat that
      *    nothing else will ever clear. Every run that touches the
      *    master takes a line in EmployeeLock.dat (see
      *    lock-rec.cbl) and drops it when it ends - but a run that
      *    abends never gets that far, and an EMPLOYEE-AWARD
      *    sign-off hold is meant to stay until Finance have signed
      *    off. EMPLOYEE-CONTROL reports such a line as STALE and
      *    the batch stays held until it goes.
      *
      *    This prompts for the operator's user ID, lists the lock
      *    file numbered, and clears the line picked - only after
      *    the operator has typed CLEAR, and only that one line.
      *    The lock file is read again just before it is rewritten,
      *    so a lock taken or given back meanwhile is not lost.
      *    Every lock cleared is appended to EmployeeLock.log with
      *    the operator's ID. Clearing a line does not tidy up after
      *    the run that left it - an Employee.new it owned is still
      *    there, and whether to rename it in, rerun, or delete it
      *    is the operator's decision. Prompts like EMPLOYEE-INQUIRY,
      *    so no .run record.


       ENVIRONMENT DIVISION.
       configuration section.
       source-computer. GrahamLap-01 with debugging mode.
       object-computer. GrahamLap-01.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Run lock file - who holds Employee.dat; see lock-rec.cbl.
       SELECT LOCK-FILE
           ASSIGN TO './EmployeeLock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-LOCK-FILE-STATUS.

      *    Locks cleared by hand - see locklog-rec.cbl.
       SELECT LOCK-LOG-FILE
           ASSIGN TO './EmployeeLock.log'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-LOCK-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the run lock file definition
       copy lock-rec.

      *    Bring in the cleared-lock log definition
       copy locklog-rec.

       WORKING-STORAGE SECTION.

           01 filler.
              10 filler pic x value 'n'.
                 88 UNLOCK-FATAL     value 'Y'.
                 88 UNLOCK-NOT-FATAL value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-SESSION-DONE     value 'Y'.
                 88 WS-SESSION-NOT-DONE value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-LOCK-EOF     value 'Y'.
                 88 WS-LOCK-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-LOCK-DROPPED     value 'Y'.
                 88 WS-LOCK-NOT-DROPPED value 'n'.

           77 WS-LOCK-FILE-STATUS pic x(2) value '00'.
           77 WS-LOCK-LOG-STATUS  pic x(2) value '00'.

      *    The lock file as last read.
           77 WS-LOCK-ENTRIES pic 9(2) comp sync value 0.
           77 WS-LOCK-MAX-ENTRIES pic 9(2) comp sync value 50.
           77 WS-LOCK-IDX     pic 9(2) comp sync value 0.
           01 WS-LOCK-TABLE.
              05 WS-LOCK-ENTRY pic x(60) occurs 50 times.
           01 WS-LOCK-HOLD.
              05 WS-LH-MODE    pic x(1).
                 88 WS-LH-SIGN-OFF value 'H'.
              05 filler        pic x(1).
              05 WS-LH-PROGRAM pic x(19).
              05 filler        pic x(1).
              05 WS-LH-START   pic x(14).
              05 filler        pic x(1).
              05 WS-LH-NEW     pic x(20).
              05 filler        pic x(3).
      *    The line the operator picked, exactly as listed - it is
      *    this image, not the number, that is cleared.
           77 WS-PICKED-LOCK pic x(60) value spaces.

      *    Who is clearing, and the replies.
           77 WS-OPERATOR pic x(8) value spaces.
           01 WS-PICK-REPLY pic x(2) value spaces.
           01 WS-PICK-NUM redefines WS-PICK-REPLY pic 9(2).
           77 WS-CONFIRM-REPLY pic x(8) value spaces.
           77 WS-LOCK-IDX-D pic Z9.

           77 WS-CLEARED-COUNT   pic 9(2) comp sync value 0.
           77 WS-CLEARED-COUNT-D pic Z9.

           77 WS-PROPOSED-RC pic 9(2) comp sync value 0.
           77 WS-STAMP-BUILD pic x(14) value spaces.
           77 WS-STAMP-DATE  pic 9(8)  value 0.
           77 WS-STAMP-TIME  pic x(8)  value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      D    display 'Starting lock clearance...'
           perform PROMPT-OPERATOR-PROCEDURE

           if UNLOCK-NOT-FATAL
              perform CLEAR-ONE-LOCK-PROCEDURE
                 until WS-SESSION-DONE or UNLOCK-FATAL
           end-if

           if UNLOCK-NOT-FATAL
              move WS-CLEARED-COUNT to WS-CLEARED-COUNT-D
              display 'Session complete - ' WS-CLEARED-COUNT-D
                 ' lock(s) cleared. See EmployeeLock.log'
           else
              display 'FATAL: lock clearance abandoned'
           end-if

      D    display 'Finished.'

           STOP RUN.

      *    The operator's user ID goes on every line of the log, so
      *    nothing is cleared without one.
       PROMPT-OPERATOR-PROCEDURE.
           display 'ENTER YOUR USER ID:'
           move spaces to WS-OPERATOR
           accept WS-OPERATOR
           if WS-OPERATOR = spaces
              display 'FATAL: a user ID is required - every lock '
                 'cleared is logged against it'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set UNLOCK-FATAL to true
           end-if.

      *    One pick from a fresh listing - the list is read again
      *    each time round, so its numbering is always the lock
      *    file as it stands now.
       CLEAR-ONE-LOCK-PROCEDURE.
           perform LOAD-LOCK-TABLE-PROCEDURE
           if WS-LOCK-ENTRIES = 0
              display 'EmployeeLock.dat holds no locks'
              set WS-SESSION-DONE to true
              exit paragraph
           end-if

           display ' '
           display 'NO  MODE  PROGRAM              SINCE           '
              'OWNS'
           perform LIST-LOCK-PROCEDURE
              varying WS-LOCK-IDX from 1 by 1
              until WS-LOCK-IDX > WS-LOCK-ENTRIES

           display 'ENTER LOCK NUMBER TO CLEAR (BLANK TO FINISH):'
           move spaces to WS-PICK-REPLY
           accept WS-PICK-REPLY
           if WS-PICK-REPLY = spaces
              set WS-SESSION-DONE to true
              exit paragraph
           end-if
           if WS-PICK-REPLY (2:1) = space
              move WS-PICK-REPLY (1:1) to WS-PICK-REPLY (2:1)
              move '0' to WS-PICK-REPLY (1:1)
           end-if
           if WS-PICK-REPLY is not numeric
              or WS-PICK-NUM = 0
              or WS-PICK-NUM > WS-LOCK-ENTRIES
              display '  ** NO SUCH LOCK NUMBER'
              exit paragraph
           end-if

           move WS-LOCK-ENTRY (WS-PICK-NUM) to WS-PICKED-LOCK
           move WS-PICKED-LOCK to WS-LOCK-HOLD
           display '  CLEARING ' WS-LH-PROGRAM ' SINCE ' WS-LH-START
           perform WARN-OWNED-FILE-PROCEDURE
           perform CONFIRM-CLEAR-PROCEDURE.

      *    What the lock was protecting stays behind when it goes.
       WARN-OWNED-FILE-PROCEDURE.
           if WS-LH-SIGN-OFF
              display '  ** THIS IS A SIGN-OFF HOLD - once it is '
                 'cleared the next run may overwrite ' WS-LH-NEW
           else if WS-LH-NEW not = spaces
              display '  ** ' WS-LH-NEW ' is left as it is - '
                 'decide whether to rename it in or delete it'
           end-if.

       CONFIRM-CLEAR-PROCEDURE.
           display 'TYPE CLEAR TO CONFIRM (ANYTHING ELSE KEEPS IT):'
           move spaces to WS-CONFIRM-REPLY
           accept WS-CONFIRM-REPLY
           if WS-CONFIRM-REPLY not = 'CLEAR'
              display '  LOCK KEPT'
              exit paragraph
           end-if
           perform DROP-LOCK-PROCEDURE.

       LIST-LOCK-PROCEDURE.
           move WS-LOCK-ENTRY (WS-LOCK-IDX) to WS-LOCK-HOLD
           move WS-LOCK-IDX to WS-LOCK-IDX-D
           display WS-LOCK-IDX-D '   ' WS-LH-MODE '     '
              WS-LH-PROGRAM '  ' WS-LH-START '  ' WS-LH-NEW.

      *    The picked line is dropped from the lock file as it is
      *    now - if the run gave its lock back while the operator
      *    was deciding, there is nothing left to clear.
       DROP-LOCK-PROCEDURE.
           perform LOAD-LOCK-TABLE-PROCEDURE
           set WS-LOCK-NOT-DROPPED to true
           perform FIND-PICKED-LOCK-PROCEDURE
              varying WS-LOCK-IDX from 1 by 1
              until WS-LOCK-IDX > WS-LOCK-ENTRIES
                 or WS-LOCK-DROPPED
           if WS-LOCK-NOT-DROPPED
              display '  LOCK ALREADY GONE - nothing cleared'
              exit paragraph
           end-if

           OPEN OUTPUT LOCK-FILE
           if WS-LOCK-FILE-STATUS not = '00'
              display 'FATAL: EmployeeLock.dat could not be '
                 'rewritten - status ' WS-LOCK-FILE-STATUS
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set UNLOCK-FATAL to true
              exit paragraph
           end-if
           set WS-LOCK-NOT-DROPPED to true
           perform KEEP-LOCK-ENTRY-PROCEDURE
              varying WS-LOCK-IDX from 1 by 1
              until WS-LOCK-IDX > WS-LOCK-ENTRIES
           CLOSE LOCK-FILE

           add 1 to WS-CLEARED-COUNT
           display '  LOCK CLEARED'
           perform WRITE-LOCK-LOG-PROCEDURE.

       FIND-PICKED-LOCK-PROCEDURE.
           if WS-LOCK-ENTRY (WS-LOCK-IDX) = WS-PICKED-LOCK
              set WS-LOCK-DROPPED to true
           end-if.

       KEEP-LOCK-ENTRY-PROCEDURE.
           if WS-LOCK-NOT-DROPPED
              and WS-LOCK-ENTRY (WS-LOCK-IDX) = WS-PICKED-LOCK
              set WS-LOCK-DROPPED to true
              exit paragraph
           end-if
           move WS-LOCK-ENTRY (WS-LOCK-IDX) to LOCK-RECORD
           write LOCK-RECORD.

      *    The lock is already gone by now, so a log that cannot be
      *    written only warns - the operator notes the clearance by
      *    hand.
       WRITE-LOCK-LOG-PROCEDURE.
           OPEN EXTEND LOCK-LOG-FILE
           if WS-LOCK-LOG-STATUS not = '00'
              OPEN OUTPUT LOCK-LOG-FILE
           end-if
           if WS-LOCK-LOG-STATUS not = '00'
              display 'WARNING: EmployeeLock.log could not be opened '
                 '- status ' WS-LOCK-LOG-STATUS
              display '  record the lock cleared by hand'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if
           perform STAMP-TIME-PROCEDURE
           move spaces to LOCK-LOG-LINE
           string WS-STAMP-BUILD ' ' WS-OPERATOR ' CLEARED '
              WS-PICKED-LOCK
              delimited by size into LOCK-LOG-LINE
           write LOCK-LOG-LINE
           CLOSE LOCK-LOG-FILE.

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
