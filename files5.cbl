      *    goes on the edit report, and any reject at all leaves a
      *    non-zero return code so the scheduler stops the batch
      *    before the master is touched.
      *    Every transaction must also carry the user ID of the
      *    clerk who keyed it, and no one clerk can move pay on
      *    their own: a CHANGE that moves EMPLOYEE_SALARY by more
      *    than WS-APPROVAL-PCT percent of the salary on
      *    Employee.dat, or changes EMPLOYEE_GRADE, is not passed
      *    to Employee.edt but held in EmployeeHold.dat until a
      *    different user approves it in EmployeeApprove.trn. An
      *    approved item is released into Employee.edt in its
      *    EMPLOYEE-ID place with the approver's ID stamped on it;
      *    an approval keyed by the clerk who keyed the change is
      *    refused and the item stays held, and so does every
      *    later item for the same EMPLOYEE-ID, which must not
      *    reach the master ahead of it. Held, approved, declined
      *    and refused items all appear on the edit report.


       ENVIRONMENT DIVISION.
           access mode is sequential
           file status is WS-EDITED-FILE-STATUS.

      *    The current master - read only, for the salary and grade
      *    a CHANGE is measured against.
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-EMPLOYEE-FILE-STATUS.

      *    CHANGE transactions awaiting approval from earlier runs -
      *    see holdtxn-rec.cbl. Absent until something has been
      *    held, which is not an error.
       SELECT HOLD-TXN-FILE
           ASSIGN TO './EmployeeHold.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-HOLD-FILE-STATUS.

      *    Items still awaiting approval after this run - becomes
      *    EmployeeHold.dat once the edit passes clean. See
      *    holdnew-rec.cbl.
       SELECT NEW-HOLD-FILE
           ASSIGN TO './EmployeeHold.new'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-NEW-HOLD-STATUS.

      *    Second-user approval decisions - see approve-rec.cbl.
      *    May not exist, so its OPEN is status-checked.
       SELECT APPROVAL-FILE
           ASSIGN TO './EmployeeApprove.trn'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-APPROVAL-FILE-STATUS.

      *    The edit report - what was thrown out and why.
       SELECT EDIT-REPORT-FILE
           ASSIGN TO './EmployeeEdit.rpt'
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
      *    Bring in the transaction record definition
      *    Bring in the edit report line definition
       copy editrpt-rec.

      *    Bring in the master file definition
       copy employee-rec.

      *    Bring in the awaiting-approval file definitions
       copy holdtxn-rec.
       copy holdnew-rec.

      *    Bring in the approval decision definition
       copy approve-rec.

      *    Bring in the run-control record definition
       copy runctl-rec.

      *    Bring in the run lock file definition
       copy lock-rec.

       WORKING-STORAGE SECTION.

           01 filler.
           77 WS-TXN-FILE-STATUS   pic x(2) value '00'.
           77 WS-EDITED-FILE-STATUS pic x(2) value '00'.
           77 WS-EDIT-REPORT-STATUS pic x(2) value '00'.
           77 WS-EMPLOYEE-FILE-STATUS pic x(2) value '00'.
           77 WS-HOLD-FILE-STATUS     pic x(2) value '00'.
           77 WS-NEW-HOLD-STATUS      pic x(2) value '00'.
           77 WS-APPROVAL-FILE-STATUS pic x(2) value '00'.

           77 WS-TXN-COUNT     pic 9(5) comp sync value 0.
           77 WS-CLEAN-COUNT   pic 9(5) comp sync value 0.
           77 WS-TXN-COUNT-D    pic Z(4)9.
           77 WS-CLEAN-COUNT-D  pic Z(4)9.
           77 WS-REJECT-COUNT-D pic Z(4)9.
           77 WS-HELD-COUNT      pic 9(5) comp sync value 0.
           77 WS-AWAITING-COUNT  pic 9(5) comp sync value 0.
           77 WS-APPR-COUNT      pic 9(5) comp sync value 0.
           77 WS-APPROVED-COUNT  pic 9(5) comp sync value 0.
           77 WS-DECLINED-COUNT  pic 9(5) comp sync value 0.
           77 WS-SELF-COUNT      pic 9(5) comp sync value 0.
           77 WS-BEHIND-COUNT    pic 9(5) comp sync value 0.
           77 WS-APPR-EXCEPT-COUNT pic 9(5) comp sync value 0.
           77 WS-HELD-COUNT-D    pic Z(4)9.

      *    Sequence checking - the ID of the last transaction passed
      *    clean, so anything keyed lower is out of ascending order.
      *    directly by EMPLOYEE-ID + 1 the same way EMPLOYEE-DATA's
      *    WS-SEEN-TABLE is, so a CHANGE and a DELETE hitting the
      *    same ID in one batch can be flagged without a search.
      *    The same slot holds the grade and salary the employee
      *    has on Employee.dat, and whether a transaction for the
      *    ID is awaiting approval - anything keyed later for that
      *    employee queues behind it, so the approved change can't
      *    land on top of a newer one.
           77 WS-ACT-IDX pic 9(6) comp sync value 0.
           01 WS-ACTION-TABLE.
              05 WS-ACTION-ENTRY occurs 100000 times.
                    88 WS-SAW-CHANGE value 'Y'.
                 10 WS-SAW-DELETE-FLAG pic x value space.
                    88 WS-SAW-DELETE value 'Y'.
                 10 WS-SAW-HOLD-FLAG pic x value space.
                    88 WS-SAW-HOLD value 'Y'.
                 10 WS-MST-FLAG pic x value space.
                    88 WS-MST-ON-FILE value 'Y'.
                 10 WS-MST-GRADE  pic x value space.
                 10 WS-MST-SALARY pic 9(5) value 0.

      *    Loading the master - the usual header/trailer checks, so
      *    a truncated Employee.dat can't wave a CHANGE through as
      *    "no current salary to compare against".
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-MST-EOF     value 'Y'.
                 88 WS-MST-NOT-EOF value 'n'.
              10 filler pic x value 'n'.
                 88 WS-MST-HDR-FOUND     value 'Y'.
                 88 WS-MST-HDR-NOT-FOUND value 'n'.
              10 filler pic x value 'n'.
                 88 WS-MST-TRL-FOUND     value 'Y'.
                 88 WS-MST-TRL-NOT-FOUND value 'n'.
           77 WS-MST-DETAIL-COUNT   pic 9(5) comp sync value 0.
           77 WS-MST-EXPECTED-COUNT pic 9(5) comp sync value 0.

      *    A CHANGE that moves the salary by more than this
      *    percentage of the salary on Employee.dat, either way,
      *    needs a second user's approval. Any grade change does.
           77 WS-APPROVAL-PCT pic 9(3) value 10.
           77 WS-SAL-MOVE     pic s9(6) comp sync value 0.
           77 WS-SAL-MOVE-100 pic 9(9) comp sync value 0.
           77 WS-SAL-LIMIT    pic 9(9) comp sync value 0.
           77 WS-SAL-OLD-D    pic Z(4)9.
           77 WS-SAL-NEW-D    pic Z(4)9.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-APPROVAL-NEEDED    value 'Y'.
                 88 WS-NO-APPROVAL-NEEDED value 'n'.

      *    Items held by earlier runs, in ascending EMPLOYEE-ID
      *    order (stable within an ID) so the approved ones can be
      *    merged into Employee.edt without breaking its sequence.
      *    WS-REL-IDX is how far that merge has got.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-HOLD-EOF     value 'Y'.
                 88 WS-HOLD-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-APPR-EOF     value 'Y'.
                 88 WS-APPR-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-HAVE-APPROVALS    value 'Y'.
                 88 WS-HAVE-NO-APPROVALS value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-APPR-MATCHED     value 'Y'.
                 88 WS-APPR-NOT-MATCHED value 'n'.
      *    Set once an approval line has left an item for its
      *    EMPLOYEE-ID held - everything after it stays held too.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-APPR-BLOCKED     value 'Y'.
                 88 WS-APPR-NOT-BLOCKED value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-SLOT-FOUND     value 'Y'.
                 88 WS-SLOT-NOT-FOUND value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-FLUSH-DONE     value 'Y'.
                 88 WS-FLUSH-NOT-DONE value 'n'.
           77 WS-HLD-ENTRIES pic 9(3) comp sync value 0.
           77 WS-HLD-IDX     pic 9(3) comp sync value 0.
           77 WS-HLD-INS     pic 9(3) comp sync value 0.
           77 WS-REL-IDX     pic 9(3) comp sync value 1.
           77 WS-HLD-MAX-ENTRIES pic 9(3) comp sync value 500.
           77 WS-HOLD-ID-N   pic 9(5) value 0.
           77 WS-FLUSH-LIMIT pic 9(5) value 0.
           01 WS-HLD-TABLE.
              05 WS-HLD-ENTRY occurs 500 times.
                 10 WS-HLD-ID     pic 9(5).
                 10 WS-HLD-STATE  pic x(1).
                    88 WS-HLD-HELD     value 'H'.
                    88 WS-HLD-RELEASED value 'R'.
                    88 WS-HLD-DECLINED value 'D'.
                 10 WS-HLD-RECORD pic x(102).

      *    An awaiting-approval line - see holdtxn-rec.cbl.
           01 WS-HOLD-BUILD.
              05 WS-HB-TXN    pic x(88).
              05 filler       pic x value spaces.
              05 WS-HB-DATE   pic 9(8).
              05 filler       pic x value spaces.
              05 WS-HB-REASON pic x(4).

      *    Used to swap EmployeeHold.new in over EmployeeHold.dat,
      *    and to retire EmployeeApprove.trn once its decisions are
      *    in - the same rename EMPLOYEE-SORT retires
      *    EmployeeRecycle.trn with.
           77 WS-OLD-HOLD-NAME  pic x(24) value './EmployeeHold.dat'.
           77 WS-NEW-HOLD-NAME  pic x(24) value './EmployeeHold.new'.
           77 WS-APPR-LIVE-NAME pic x(24)
              value './EmployeeApprove.trn'.
           77 WS-APPR-DONE-NAME pic x(24)
              value './EmployeeApprove.done'.
           77 WS-HOLD-RENAME-STATUS pic 9(9) comp-5 value 0.

      *    Run date, formatted for the report heading
           01 WS-CURRENT-DATE.
              88 REASON-NOT-NUMERIC value 'NUM '.
              88 REASON-CHG-AND-DEL value 'CD  '.
              88 REASON-BAD-EFF     value 'EFF '.
              88 REASON-NO-KEYER    value 'KEY '.
      *       held for approval - not rejects
              88 REASON-HELD-SALARY value 'HSAL'.
              88 REASON-HELD-GRADE  value 'HGRD'.
              88 REASON-HELD-PRIOR  value 'HPRI'.
              88 REASON-STILL-HELD  value 'WAIT'.
      *       approval decisions
              88 REASON-APPROVED    value 'APPR'.
              88 REASON-DECLINED    value 'DECL'.
              88 REASON-SELF-APPROVAL value 'SELF'.
              88 REASON-HELD-BEHIND value 'HBHD'.
              88 REASON-NOTHING-HELD value 'NOHD'.
              88 REASON-BAD-APPROVAL value 'APBD'.

           01 WS-EDIT-DETAIL.
              05 WS-ED-RECNO  pic Z(4)9.
              05 WS-FTR-3-COUNT pic Z(4)9.
              05 filler pic x(100) value spaces.

           01 WS-FTR-4.
              05 filler pic x(26) value 'TRANSACTIONS HELD       : '.
              05 WS-FTR-4-COUNT pic Z(4)9.
              05 filler pic x(100) value spaces.

           01 WS-FTR-5.
              05 filler pic x(26) value 'HELD ITEMS APPROVED     : '.
              05 WS-FTR-5-COUNT pic Z(4)9.
              05 filler pic x(100) value spaces.

           01 WS-FTR-6.
              05 filler pic x(26) value 'HELD ITEMS DECLINED     : '.
              05 WS-FTR-6-COUNT pic Z(4)9.
              05 filler pic x(100) value spaces.

           01 WS-FTR-7.
              05 filler pic x(26) value 'SELF-APPROVALS REFUSED  : '.
              05 WS-FTR-7-COUNT pic Z(4)9.
              05 filler pic x(100) value spaces.

           01 WS-FTR-8.
              05 filler pic x(26) value 'AWAITING APPROVAL       : '.
              05 WS-FTR-8-COUNT pic Z(4)9.
              05 filler pic x(100) value spaces.

      *    Section headings - approval decisions on the held items
      *    first, then the day's transactions.
           01 WS-SECTION-LINE.
              05 WS-SECTION-TEXT pic x(60).
              05 filler pic x(71) value spaces.

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
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-EDIT'.
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
      *    write, so the batch controller can verify this step
      D    display 'Starting transaction edit...'
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-START-STAMP

           perform TAKE-LOCK-PROCEDURE
           if WS-LOCK-REFUSED
              move 30 to RETURN-CODE
              perform WRITE-RUN-CONTROL-PROCEDURE
              STOP RUN
           end-if

           OPEN INPUT TRANSACTION-FILE
           if WS-TXN-FILE-STATUS not = '00'
              display 'FATAL: Employee.srt could not be opened - '
              set EDIT-FATAL to true
           end-if

           OPEN OUTPUT NEW-HOLD-FILE
           if WS-NEW-HOLD-STATUS not = '00'
              display 'FATAL: EmployeeHold.new could not be opened - '
                 'status ' WS-NEW-HOLD-STATUS
              set WS-EOF     to true
              set EDIT-FATAL to true
           end-if

           accept WS-CURRENT-DATE from date yyyymmdd
           move WS-CURRENT-DD   to WS-RUN-DATE-DD
           move WS-CURRENT-MM   to WS-RUN-DATE-MM

           if EDIT-NOT-FATAL
              perform WRITE-HEADINGS-PROCEDURE
              perform LOAD-MASTER-PROCEDURE
           end-if
           if EDIT-NOT-FATAL
              perform LOAD-HOLD-PROCEDURE
           end-if
           if EDIT-NOT-FATAL
              perform PROCESS-APPROVALS-PROCEDURE
              perform CARRY-HELD-FORWARD-PROCEDURE
              move spaces to EDIT-REPORT-LINE
              write EDIT-REPORT-LINE
              move 'TRANSACTIONS - Employee.srt' to WS-SECTION-TEXT
              perform WRITE-SECTION-PROCEDURE
           else
              set WS-EOF to true
           end-if

           perform READ-TXN-PROCEDURE until WS-EOF

           if EDIT-NOT-FATAL
      *       approved items keyed above the last transaction
              move 99999 to WS-FLUSH-LIMIT
              perform FLUSH-RELEASED-PROCEDURE
              perform WRITE-FOOTER-PROCEDURE
           end-if

           CLOSE TRANSACTION-FILE
           CLOSE EDITED-TXN-FILE
           CLOSE EDIT-REPORT-FILE
           CLOSE NEW-HOLD-FILE

      *    The hold file and the approvals only move on when this
      *    Employee.edt will actually be used - after rejects the
      *    batch stops and the edit is rerun, and the rerun must
      *    see the same held items and approvals again.
           if EDIT-NOT-FATAL
              if WS-REJECT-COUNT = 0
                 perform COMMIT-HOLD-PROCEDURE
              else
                 display 'EmployeeHold.dat and EmployeeApprove.trn '
                    'left as they were for the rerun'
              end-if
           end-if

           if EDIT-FATAL
              move 16 to RETURN-CODE
                 display 'EDIT REJECTS PRESENT - SEE EmployeeEdit.rpt '
                    'BEFORE RUNNING EMPLOYEE-MAINT'
              end-if
              move WS-HELD-COUNT to WS-HELD-COUNT-D
              display 'Approval - ' WS-HELD-COUNT-D ' newly held. '
                 'See EmployeeEdit.rpt for decisions on held items'
      *       a refused self-approval (and anything left held
      *       behind it) or an approval that matched nothing is a
      *       warning - the batch can go on, but somebody's change
      *       is still sitting in the hold file
              if WS-SELF-COUNT > 0 or WS-BEHIND-COUNT > 0
                 or WS-APPR-EXCEPT-COUNT > 0
                 move 4 to WS-PROPOSED-RC
                 perform RAISE-RETURN-CODE-PROCEDURE
              end-if
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

           move WS-TXN-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'TRANSACTIONS-READ=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-HELD-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'TRANSACTIONS-HELD=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-APPROVED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'HELD-APPROVED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-SELF-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'SELF-APPROVALS-REFUSED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-AWAITING-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'AWAITING-APPROVAL=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move RETURN-CODE to WS-RUN-CTL-RC
           move spaces to RUN-CONTROL-LINE
           string 'RETURN-CODE=' WS-RUN-CTL-RC

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

       READ-TXN-PROCEDURE.
           READ TRANSACTION-FILE
              AT END set WS-EOF to true
           end-if

           add 1 to WS-TXN-COUNT
      *    an approver only ever comes from EmployeeApprove.trn
           move spaces to TXN-APPROVED-BY

           if not (TXN-ADD or TXN-CHANGE or TXN-DELETE)
              set REASON-BAD-ACTION to true
              exit paragraph
           end-if

      *    approved items for lower or equal IDs go out first, so
      *    Employee.edt stays in sequence and an approved change
      *    precedes anything keyed for the employee since
           move TXN-EMPLOYEE-ID to WS-FLUSH-LIMIT
           perform FLUSH-RELEASED-PROCEDURE

           if WS-HAVE-LAST-ID and TXN-EMPLOYEE-ID < WS-LAST-ID
              set REASON-OUT-OF-SEQ to true
              move spaces to WS-ED-TEXT
              end-if
           end-if

           if TXN-KEYED-BY = spaces
              set REASON-NO-KEYER to true
              move 'KEYED-BY USER ID MISSING' to WS-ED-TEXT
              perform REJECT-TXN-PROCEDURE
              exit paragraph
           end-if

           compute WS-ACT-IDX = TXN-EMPLOYEE-ID + 1
           if (TXN-CHANGE and WS-SAW-DELETE (WS-ACT-IDX))
              or (TXN-DELETE and WS-SAW-CHANGE (WS-ACT-IDX))
           move TXN-EMPLOYEE-ID to WS-LAST-ID
           set WS-HAVE-LAST-ID to true

           if WS-SAW-HOLD (WS-ACT-IDX)
              set REASON-HELD-PRIOR to true
              move 'EARLIER TRANSACTION FOR ID STILL HELD'
                 to WS-ED-TEXT
              perform HOLD-TXN-PROCEDURE
              exit paragraph
           end-if
           if TXN-CHANGE
              perform CHECK-APPROVAL-NEEDED-PROCEDURE
              if WS-APPROVAL-NEEDED
                 perform HOLD-TXN-PROCEDURE
                 exit paragraph
              end-if
           end-if

           move TRANSACTION-RECORD to EDITED-TXN-RECORD
           WRITE EDITED-TXN-RECORD
           add 1 to WS-CLEAN-COUNT.
           move WS-EDIT-DETAIL to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE.

      *    A CHANGE is measured against the employee's current
      *    record - one the master doesn't hold is left for
      *    EMPLOYEE-MAINT to reject as an unknown ID.
       CHECK-APPROVAL-NEEDED-PROCEDURE.
           set WS-NO-APPROVAL-NEEDED to true
           if not WS-MST-ON-FILE (WS-ACT-IDX)
              exit paragraph
           end-if

           if TXN-EMPLOYEE_GRADE not = WS-MST-GRADE (WS-ACT-IDX)
              set WS-APPROVAL-NEEDED to true
              set REASON-HELD-GRADE to true
              move spaces to WS-ED-TEXT
              string 'GRADE ' WS-MST-GRADE (WS-ACT-IDX) ' TO '
                 TXN-EMPLOYEE_GRADE ' NEEDS APPROVAL'
                 delimited by size into WS-ED-TEXT
              exit paragraph
           end-if

           compute WS-SAL-MOVE
              = TXN-EMPLOYEE_SALARY - WS-MST-SALARY (WS-ACT-IDX)
           if WS-SAL-MOVE < 0
              compute WS-SAL-MOVE = 0 - WS-SAL-MOVE
           end-if
           compute WS-SAL-MOVE-100 = WS-SAL-MOVE * 100
           compute WS-SAL-LIMIT
              = WS-MST-SALARY (WS-ACT-IDX) * WS-APPROVAL-PCT
           if WS-SAL-MOVE-100 > WS-SAL-LIMIT
              set WS-APPROVAL-NEEDED to true
              set REASON-HELD-SALARY to true
              move WS-MST-SALARY (WS-ACT-IDX) to WS-SAL-OLD-D
              move TXN-EMPLOYEE_SALARY to WS-SAL-NEW-D
              move spaces to WS-ED-TEXT
              string 'SALARY ' WS-SAL-OLD-D ' TO ' WS-SAL-NEW-D
                 ' NEEDS APPROVAL'
                 delimited by size into WS-ED-TEXT
           end-if.

      *    Parks the transaction in the new hold file instead of
      *    Employee.edt, and lists it on the report. Not a reject -
      *    the batch goes on without it.
       HOLD-TXN-PROCEDURE.
           add 1 to WS-HELD-COUNT
           add 1 to WS-AWAITING-COUNT
           set WS-SAW-HOLD (WS-ACT-IDX) to true
           move TRANSACTION-RECORD  to WS-HB-TXN
           move WS-CURRENT-DATE     to WS-HB-DATE
           move WS-EDIT-REASON-CODE to WS-HB-REASON
           move WS-HOLD-BUILD to NEW-HOLD-RECORD
           write NEW-HOLD-RECORD

           move WS-TXN-COUNT        to WS-ED-RECNO
           move WS-EDIT-REASON-CODE to WS-ED-REASON
           move TRANSACTION-RECORD  to WS-ED-RAW
           move WS-EDIT-DETAIL to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE.

      *    Pulls the grade and salary of every employee on
      *    Employee.dat into WS-ACTION-TABLE.
       LOAD-MASTER-PROCEDURE.
           OPEN INPUT EMPLOYEE
           if WS-EMPLOYEE-FILE-STATUS not = '00'
              display 'FATAL: Employee.dat could not be opened - '
                 'status ' WS-EMPLOYEE-FILE-STATUS
              set EDIT-FATAL to true
              exit paragraph
           end-if

           perform READ-MASTER-PROCEDURE until WS-MST-EOF
           CLOSE EMPLOYEE

           if EDIT-FATAL
              exit paragraph
           end-if
           if WS-MST-TRL-NOT-FOUND
              display 'FATAL: Trailer Record Missing in Employee.dat'
              set EDIT-FATAL to true
           else if WS-MST-EXPECTED-COUNT not = WS-MST-DETAIL-COUNT
              display 'FATAL: RECORD COUNT MISMATCH IN Employee.dat'
              display '  TRAILER EXPECTS ' WS-MST-EXPECTED-COUNT
                 ' BUT ' WS-MST-DETAIL-COUNT ' PROCESSED'
              set EDIT-FATAL to true
           end-if.

       READ-MASTER-PROCEDURE.
           READ EMPLOYEE
              AT END set WS-MST-EOF to true
              NOT AT END perform STORE-MASTER-PROCEDURE
           END-READ.

       STORE-MASTER-PROCEDURE.
           if HDR-CHK = 'EMPLOYEE-ID'
              set WS-MST-HDR-FOUND to true
              exit paragraph
           end-if

           if TRL-CHK = 'EMPLOYEE-CT'
              set WS-MST-TRL-FOUND to true
              move TRL-EXPECTED-COUNT to WS-MST-EXPECTED-COUNT
              exit paragraph
           end-if

           if HDR = space or HDR = low-value
              exit paragraph
           end-if

           if WS-MST-HDR-NOT-FOUND
              display 'FATAL: Header Record Missing.'
              set WS-MST-EOF to true
              set EDIT-FATAL to true
              exit paragraph
           end-if

           add 1 to WS-MST-DETAIL-COUNT
           if EMPLOYEE-ID is not numeric
              exit paragraph
           end-if

           compute WS-ACT-IDX = EMPLOYEE-ID + 1
           set WS-MST-ON-FILE (WS-ACT-IDX) to true
           move EMPLOYEE_GRADE to WS-MST-GRADE (WS-ACT-IDX)
           if EMPLOYEE_SALARY is numeric
              move EMPLOYEE_SALARY to WS-MST-SALARY (WS-ACT-IDX)
           else
              move 0 to WS-MST-SALARY (WS-ACT-IDX)
           end-if.

      *    Reads the items held by earlier runs into WS-HLD-TABLE,
      *    each slotted in by EMPLOYEE-ID behind any already there
      *    for the same ID. An unreadable or damaged hold file is
      *    fatal - carrying on would silently drop someone's held
      *    change.
       LOAD-HOLD-PROCEDURE.
           OPEN INPUT HOLD-TXN-FILE
           if WS-HOLD-FILE-STATUS = '35'
              exit paragraph
           end-if
           if WS-HOLD-FILE-STATUS not = '00'
              display 'FATAL: EmployeeHold.dat could not be opened - '
                 'status ' WS-HOLD-FILE-STATUS
              set EDIT-FATAL to true
              exit paragraph
           end-if

           perform READ-HOLD-PROCEDURE until WS-HOLD-EOF
           CLOSE HOLD-TXN-FILE.

       READ-HOLD-PROCEDURE.
           READ HOLD-TXN-FILE
              AT END set WS-HOLD-EOF to true
              NOT AT END
                 if HOLD-TXN-RECORD not = spaces
                    perform STORE-HOLD-PROCEDURE
                 end-if
           END-READ.

       STORE-HOLD-PROCEDURE.
           if HOLD-TXN-IMAGE (2:5) is not numeric
              display 'FATAL: EmployeeHold.dat line damaged: '
                 HOLD-TXN-RECORD
              set EDIT-FATAL  to true
              set WS-HOLD-EOF to true
              exit paragraph
           end-if
           if WS-HLD-ENTRIES >= WS-HLD-MAX-ENTRIES
              display 'FATAL: more than ' WS-HLD-MAX-ENTRIES
                 ' items held in EmployeeHold.dat - approve or '
                 'decline some by hand first'
              set EDIT-FATAL  to true
              set WS-HOLD-EOF to true
              exit paragraph
           end-if

           move HOLD-TXN-IMAGE (2:5) to WS-HOLD-ID-N
           add 1 to WS-HLD-ENTRIES
           move WS-HLD-ENTRIES to WS-HLD-INS
           set WS-SLOT-NOT-FOUND to true
           perform FIND-HOLD-SLOT-PROCEDURE until WS-SLOT-FOUND
           move WS-HOLD-ID-N    to WS-HLD-ID (WS-HLD-INS)
           set WS-HLD-HELD (WS-HLD-INS) to true
           move HOLD-TXN-RECORD to WS-HLD-RECORD (WS-HLD-INS).

      *    Walks the insertion point down past every entry for a
      *    higher EMPLOYEE-ID, moving each up one place.
       FIND-HOLD-SLOT-PROCEDURE.
           if WS-HLD-INS = 1
              set WS-SLOT-FOUND to true
           else if WS-HLD-ID (WS-HLD-INS - 1) not > WS-HOLD-ID-N
              set WS-SLOT-FOUND to true
           else
              move WS-HLD-ENTRY (WS-HLD-INS - 1)
                 to WS-HLD-ENTRY (WS-HLD-INS)
              subtract 1 from WS-HLD-INS
           end-if.

      *    Applies each approval decision to the held items for its
      *    EMPLOYEE-ID. Absent is normal - nothing approved today.
       PROCESS-APPROVALS-PROCEDURE.
           move 'APPROVAL DECISIONS - EmployeeApprove.trn'
              to WS-SECTION-TEXT
           perform WRITE-SECTION-PROCEDURE

           OPEN INPUT APPROVAL-FILE
           if WS-APPROVAL-FILE-STATUS not = '00'
              move '  NO APPROVAL FILE - NOTHING APPROVED THIS RUN'
                 to WS-SECTION-TEXT
              perform WRITE-SECTION-PROCEDURE
              exit paragraph
           end-if

           set WS-HAVE-APPROVALS to true
           perform READ-APPROVAL-PROCEDURE until WS-APPR-EOF
           CLOSE APPROVAL-FILE.

       READ-APPROVAL-PROCEDURE.
           READ APPROVAL-FILE
              AT END set WS-APPR-EOF to true
              NOT AT END
                 if APPROVAL-RECORD not = spaces
                    perform APPLY-APPROVAL-PROCEDURE
                 end-if
           END-READ.

       APPLY-APPROVAL-PROCEDURE.
           add 1 to WS-APPR-COUNT
           if not (APPR-APPROVE or APPR-DECLINE)
              or APPR-EMPLOYEE-ID is not numeric
              or APPR-APPROVER = spaces
              add 1 to WS-APPR-EXCEPT-COUNT
              set REASON-BAD-APPROVAL to true
              move 'NEEDS A OR D, EMPLOYEE-ID AND APPROVER'
                 to WS-ED-TEXT
              move APPROVAL-RECORD to WS-ED-RAW
              perform WRITE-APPROVAL-LINE-PROCEDURE
              exit paragraph
           end-if

           move APPR-EMPLOYEE-ID to WS-HOLD-ID-N
           set WS-APPR-NOT-MATCHED to true
           set WS-APPR-NOT-BLOCKED to true
           perform MATCH-APPROVAL-PROCEDURE
              varying WS-HLD-IDX from 1 by 1
              until WS-HLD-IDX > WS-HLD-ENTRIES

           if WS-APPR-NOT-MATCHED
              add 1 to WS-APPR-EXCEPT-COUNT
              set REASON-NOTHING-HELD to true
              move 'NO TRANSACTION HELD FOR EMPLOYEE-ID'
                 to WS-ED-TEXT
              move APPROVAL-RECORD to WS-ED-RAW
              perform WRITE-APPROVAL-LINE-PROCEDURE
           end-if.

      *    One held item against the approval line in hand. The
      *    approver must not be the clerk who keyed the change -
      *    that is the whole point of the hold. Held items for an
      *    EMPLOYEE-ID are in the order they were keyed, so once
      *    one is refused the ones queued behind it (HPRI) are
      *    left held as well, or MAINT would apply them first.
       MATCH-APPROVAL-PROCEDURE.
           if WS-HLD-ID (WS-HLD-IDX) not = WS-HOLD-ID-N
              or not WS-HLD-HELD (WS-HLD-IDX)
              exit paragraph
           end-if

           set WS-APPR-MATCHED to true
           move WS-HLD-RECORD (WS-HLD-IDX) (1:80) to WS-ED-RAW
           move spaces to WS-ED-TEXT
           perform DECIDE-APPROVAL-PROCEDURE
           perform WRITE-APPROVAL-LINE-PROCEDURE.

       DECIDE-APPROVAL-PROCEDURE.
           if APPR-DECLINE
              add 1 to WS-DECLINED-COUNT
              set WS-HLD-DECLINED (WS-HLD-IDX) to true
              set REASON-DECLINED to true
              string 'DECLINED BY ' APPR-APPROVER ' - DROPPED'
                 delimited by size into WS-ED-TEXT
           else if APPR-APPROVER = WS-HLD-RECORD (WS-HLD-IDX) (47:8)
              add 1 to WS-SELF-COUNT
              set REASON-SELF-APPROVAL to true
              set WS-APPR-BLOCKED to true
              string 'SELF-APPROVAL BY ' APPR-APPROVER
                 ' REFUSED'
                 delimited by size into WS-ED-TEXT
           else if WS-APPR-BLOCKED
              add 1 to WS-BEHIND-COUNT
              set REASON-HELD-BEHIND to true
              move 'NOT RELEASED - EARLIER ITEM STILL HELD'
                 to WS-ED-TEXT
           else
              add 1 to WS-APPROVED-COUNT
              set WS-HLD-RELEASED (WS-HLD-IDX) to true
              move APPR-APPROVER to WS-HLD-RECORD (WS-HLD-IDX) (81:8)
              set REASON-APPROVED to true
              string 'APPROVED BY ' APPR-APPROVER ' - RELEASED'
                 delimited by size into WS-ED-TEXT
           end-if.

       WRITE-APPROVAL-LINE-PROCEDURE.
           move WS-APPR-COUNT       to WS-ED-RECNO
           move WS-EDIT-REASON-CODE to WS-ED-REASON
           move WS-EDIT-DETAIL to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE.

      *    Whatever is still unapproved goes to the front of the new
      *    hold file, ahead of today's holds, and is listed so the
      *    approvers can see what is waiting on them. Its
      *    EMPLOYEE-ID is flagged so anything keyed for the
      *    employee today queues behind it.
       CARRY-HELD-FORWARD-PROCEDURE.
           perform CARRY-HELD-ENTRY-PROCEDURE
              varying WS-HLD-IDX from 1 by 1
              until WS-HLD-IDX > WS-HLD-ENTRIES.

       CARRY-HELD-ENTRY-PROCEDURE.
           if not WS-HLD-HELD (WS-HLD-IDX)
              exit paragraph
           end-if
           add 1 to WS-AWAITING-COUNT
           move WS-HLD-RECORD (WS-HLD-IDX) to NEW-HOLD-RECORD
           write NEW-HOLD-RECORD
           compute WS-ACT-IDX = WS-HLD-ID (WS-HLD-IDX) + 1
           set WS-SAW-HOLD (WS-ACT-IDX) to true

           move WS-HLD-RECORD (WS-HLD-IDX) to WS-HOLD-BUILD
           set REASON-STILL-HELD to true
           move spaces to WS-ED-TEXT
           string 'STILL AWAITING APPROVAL - HELD ' WS-HB-DATE
              delimited by size into WS-ED-TEXT
           move 0 to WS-ED-RECNO
           move WS-EDIT-REASON-CODE to WS-ED-REASON
           move WS-HB-TXN to WS-ED-RAW
           move WS-EDIT-DETAIL to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE.

      *    Writes every approved item for an EMPLOYEE-ID up to
      *    WS-FLUSH-LIMIT into Employee.edt, flagging its action
      *    for the CHANGE/DELETE check the same way a keyed one is.
       FLUSH-RELEASED-PROCEDURE.
           set WS-FLUSH-NOT-DONE to true
           perform RELEASE-HELD-PROCEDURE until WS-FLUSH-DONE.

       RELEASE-HELD-PROCEDURE.
           if WS-REL-IDX > WS-HLD-ENTRIES
              set WS-FLUSH-DONE to true
              exit paragraph
           end-if
           if WS-HLD-ID (WS-REL-IDX) > WS-FLUSH-LIMIT
              set WS-FLUSH-DONE to true
              exit paragraph
           end-if

           if WS-HLD-RELEASED (WS-REL-IDX)
              move WS-HLD-RECORD (WS-REL-IDX) (1:88)
                 to EDITED-TXN-RECORD
              WRITE EDITED-TXN-RECORD
              compute WS-ACT-IDX = WS-HLD-ID (WS-REL-IDX) + 1
              if WS-HLD-RECORD (WS-REL-IDX) (1:1) = 'C'
                 set WS-SAW-CHANGE (WS-ACT-IDX) to true
              end-if
              if WS-HLD-RECORD (WS-REL-IDX) (1:1) = 'D'
                 set WS-SAW-DELETE (WS-ACT-IDX) to true
              end-if
              move WS-HLD-ID (WS-REL-IDX) to WS-LAST-ID
              set WS-HAVE-LAST-ID to true
           end-if
           add 1 to WS-REL-IDX.

      *    Retires the approvals first, then swaps the new hold file
      *    in. A failure either way stops the batch: a stale
      *    approval file would approve tomorrow's holds unseen, and
      *    an old hold file would release today's approvals again.
       COMMIT-HOLD-PROCEDURE.
           if WS-HAVE-APPROVALS
              CALL 'CBL_RENAME_FILE' USING WS-APPR-LIVE-NAME
                 WS-APPR-DONE-NAME
                 RETURNING WS-HOLD-RENAME-STATUS
              if WS-HOLD-RENAME-STATUS not = 0
                 display 'FATAL: EmployeeApprove.trn could not be '
                    'renamed to EmployeeApprove.done'
                 set EDIT-FATAL to true
                 exit paragraph
              end-if
           end-if

           CALL 'CBL_RENAME_FILE' USING WS-NEW-HOLD-NAME
              WS-OLD-HOLD-NAME
              RETURNING WS-HOLD-RENAME-STATUS
           if WS-HOLD-RENAME-STATUS not = 0
              display 'FATAL: EmployeeHold.new could not replace '
                 'EmployeeHold.dat'
              if WS-HAVE-APPROVALS
                 display '  rename EmployeeApprove.done back to '
                    'EmployeeApprove.trn before rerunning the edit'
              end-if
              set EDIT-FATAL to true
           end-if.

       WRITE-SECTION-PROCEDURE.
           move WS-SECTION-LINE to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE
           move spaces to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE.

       WRITE-HEADINGS-PROCEDURE.
           move WS-RUN-DATE-D to WS-HDG-1-DATE
           move WS-HDG-1 to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE
           move WS-REJECT-COUNT to WS-FTR-3-COUNT
           move WS-FTR-3 to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE
           move WS-HELD-COUNT to WS-FTR-4-COUNT
           move WS-FTR-4 to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE
           move WS-APPROVED-COUNT to WS-FTR-5-COUNT
           move WS-FTR-5 to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE
           move WS-DECLINED-COUNT to WS-FTR-6-COUNT
           move WS-FTR-6 to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE
           move WS-SELF-COUNT to WS-FTR-7-COUNT
           move WS-FTR-7 to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE
           move WS-AWAITING-COUNT to WS-FTR-8-COUNT
           move WS-FTR-8 to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE.
