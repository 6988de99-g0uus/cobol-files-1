       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-KEYING.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.

      *    Interactive transaction keying. The clerks used to type
      *    Employee.trn in an editor, and every miskeyed column or
      *    wrong EMPLOYEE-ID only came back the next morning as an
      *    EMPLOYEE-EDIT or EMPLOYEE-MAINT reject. This holds the
      *    conversation instead: it prompts for the action, the
      *    EMPLOYEE-ID and the fields, looks the ID up in the
      *    INDEXED master EMPLOYEE-INQUIRY reads, and shows the
      *    current record before a CHANGE or DELETE. Each field is
      *    checked as it is typed - the grade against GradeRef.dat,
      *    the salary against that grade's band, the department
      *    against DeptRef.dat, the age against the same working
      *    range EMPLOYEE-MAINT enforces - and a bad reply is asked
      *    for again. Only a transaction the clerk confirms is
      *    appended to Employee.trn, laid out exactly as txn-rec.cbl
      *    describes and stamped with the clerk's user ID.
      *
      *    Leavers are not in the index, so an ID that misses is
      *    looked for on Employee.dat to tell a leaver from a number
      *    we hold nothing for - a CHANGE or DELETE to a leaver, and
      *    an ADD that would reuse a leaver's number, are refused.
      *    What is already in Employee.trn is read first, so the
      *    CHANGE-and-DELETE-in-one-batch rule EMPLOYEE-EDIT applies
      *    is caught here as well.
      *
      *    The session ends with a summary of every transaction
      *    started - written, refused or abandoned - on the console
      *    and on EmployeeKeying.rpt, for checking against the
      *    source paperwork before the batch window. Prompts like
      *    EMPLOYEE-INQUIRY, so no .run record.


       ENVIRONMENT DIVISION.
       configuration section.
       source-computer. GrahamLap-01 with debugging mode.
       object-computer. GrahamLap-01.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The indexed master copy - read only here, on the record
      *    key. Same keys as EMPLOYEE-INQUIRY's SELECT, as the file
      *    was built with them.
       SELECT INDEX-MASTER-FILE
           ASSIGN TO './EmployeeMaster.idx'
           ORGANIZATION IS INDEXED
           access mode is random
           record key is IDX-EMPLOYEE-ID
           alternate record key is IDX-EMPLOYEE_NAME with duplicates
           file status is WS-INDEX-FILE-STATUS.

      *    The current master - read only, and only when an ID
      *    misses the index, to find out whether it is a leaver.
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-EMPLOYEE-FILE-STATUS.

      *    The raw transactions for the next batch - read through at
      *    the start of the session, then appended to.
       SELECT TRANSACTION-FILE
           ASSIGN TO './Employee.trn'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-TXN-FILE-STATUS.

      *    Valid grade codes and their salary bands - see
      *    graderef-rec.cbl.
       SELECT GRADE-REF-FILE
           ASSIGN TO './GradeRef.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-GRADE-REF-STATUS.

      *    Valid department / cost-centre codes - see
      *    deptref-rec.cbl.
       SELECT DEPT-REF-FILE
           ASSIGN TO './DeptRef.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-DEPT-REF-STATUS.

      *    The session summary - see keyrpt-rec.cbl.
       SELECT KEYING-REPORT-FILE
           ASSIGN TO './EmployeeKeying.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-KEYING-REPORT-STATUS.

      *    Run lock file - who holds Employee.dat; see lock-rec.cbl.
       SELECT LOCK-FILE
           ASSIGN TO './EmployeeLock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the indexed master definition
       copy idxmaster-rec.

      *    Bring in the master file definition
       copy employee-rec.

      *    Bring in the transaction file definition
       copy txn-rec.

      *    Bring in the grade reference file definition
       copy graderef-rec.

      *    Bring in the department reference file definition
       copy deptref-rec.

      *    Bring in the session summary line definition
       copy keyrpt-rec.

      *    Bring in the run lock file definition
       copy lock-rec.

       WORKING-STORAGE SECTION.

           01 filler.
              10 filler pic x value 'n'.
                 88 KEYING-FATAL     value 'Y'.
                 88 KEYING-NOT-FATAL value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-SESSION-DONE     value 'Y'.
                 88 WS-SESSION-NOT-DONE value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 INDEX-OPENED     value 'Y'.
                 88 INDEX-NOT-OPENED value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 REPORT-OPENED     value 'Y'.
                 88 REPORT-NOT-OPENED value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-TXN-EOF     value 'Y'.
                 88 WS-TXN-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-MST-EOF     value 'Y'.
                 88 WS-MST-NOT-EOF value 'n'.

           77 WS-INDEX-FILE-STATUS    pic x(2) value '00'.
           77 WS-EMPLOYEE-FILE-STATUS pic x(2) value '00'.
           77 WS-TXN-FILE-STATUS      pic x(2) value '00'.
           77 WS-KEYING-REPORT-STATUS pic x(2) value '00'.

           77 WS-PROPOSED-RC pic 9(2) comp sync value 0.

      *    Run date - for the summary headings and for the age a
      *    keyed date of birth gives.
           01 WS-RUN-DATE pic 9(8) value 0.
           01 WS-RUN-DATE-PARTS redefines WS-RUN-DATE.
              05 WS-RUN-YYYY pic 9(4).
              05 WS-RUN-MM   pic 9(2).
              05 WS-RUN-DD   pic 9(2).
           77 WS-RUN-MMDD pic 9(4) comp sync value 0.
           01 WS-RUN-DATE-D.
              05 WS-RUN-DATE-DD   pic 99.
              05 filler pic x value '/'.
              05 WS-RUN-DATE-MM   pic 99.
              05 filler pic x value '/'.
              05 WS-RUN-DATE-YYYY pic 9(4).

      *    Age from a date of birth against the run date - the same
      *    scheme as EMPLOYEE-MAINT's DERIVE-TXN-AGE-PROCEDURE, and
      *    the same working range it rejects outside of. Signed so
      *    a future-dated DOB fails the range check instead of
      *    wrapping.
           77 WS-MIN-AGE pic 9(2) value 16.
           77 WS-MAX-AGE pic 9(2) value 75.
           77 WS-DERIVED-AGE pic s9(3) comp sync value 0.
           01 WS-DOB-WORK.
              05 WS-DOB-YYYY pic 9(4).
              05 WS-DOB-MMDD pic 9(4).

      *    Valid grades and their salary bands, loaded from
      *    GradeRef.dat at start of session - the same table and
      *    checks EMPLOYEE-MAINT applies, so the clerk hears about
      *    an unknown grade or an out-of-band salary while the
      *    paperwork is still in front of them. When the file is
      *    absent or unparseable the checks are skipped with a
      *    warning.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-GRADE-REF-LOADED     value 'Y'.
                 88 WS-GRADE-REF-NOT-LOADED value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-GREF-EOF     value 'Y'.
                 88 WS-GREF-NOT-EOF value 'n'.
           77 WS-GRADE-REF-STATUS pic x(2) value '00'.
           77 WS-GREF-ENTRIES pic 9(2) comp sync value 0.
           77 WS-GREF-IDX     pic 9(2) comp sync value 0.
           01 WS-GREF-TABLE.
              05 WS-GREF-ENTRY occurs 10 times.
                 10 WS-GREF-CODE       pic x(1).
                 10 WS-GREF-MIN-SALARY pic 9(5).
                 10 WS-GREF-MAX-SALARY pic 9(5).

      *    Workspace for pulling "grade,minimum,maximum" apart -
      *    the values may be keyed without leading zeros, so each is
      *    right-justified and zero-filled before the numeric test.
           77 WS-GREF-PARSE-GRADE pic x(1).
           77 WS-GREF-PARSE-MIN-X pic x(6).
           77 WS-GREF-PARSE-MAX-X pic x(6).
           77 WS-GREF-MIN-LEN pic 9(2) comp sync value 0.
           77 WS-GREF-MAX-LEN pic 9(2) comp sync value 0.
           77 WS-GREF-VALUE-X pic x(6).
           77 WS-GREF-VALUE-LEN pic 9(2) comp sync value 0.
           77 WS-GREF-JUST pic x(5) justified right.
           77 WS-GREF-MIN-D pic Z(4)9.
           77 WS-GREF-MAX-D pic Z(4)9.

      *    Valid department codes, loaded from DeptRef.dat at start
      *    of session - the same table and check EMPLOYEE-MAINT
      *    applies. When the file is absent or unparseable the
      *    check is skipped with a warning.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-DEPT-REF-LOADED     value 'Y'.
                 88 WS-DEPT-REF-NOT-LOADED value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-DREF-EOF     value 'Y'.
                 88 WS-DREF-NOT-EOF value 'n'.
           77 WS-DEPT-REF-STATUS pic x(2) value '00'.
           77 WS-DREF-ENTRIES pic 9(2) comp sync value 0.
           77 WS-DREF-IDX     pic 9(2) comp sync value 0.
           01 WS-DREF-TABLE.
              05 WS-DREF-ENTRY occurs 20 times.
                 10 WS-DREF-CODE pic x(3).
                 10 WS-DREF-DESC pic x(20).

      *    Workspace for pulling "code,description" apart.
           77 WS-DREF-PARSE-CODE pic x(4).
           77 WS-DREF-PARSE-DESC pic x(20).

      *    The grade and department a reply is being checked for -
      *    what the table searches compare against.
           77 WS-TRY-GRADE pic x(1) value space.
           77 WS-EFF-DEPT  pic x(3) value spaces.

      *    What is already in Employee.trn for each EMPLOYEE-ID,
      *    indexed by EMPLOYEE-ID + 1 the way EMPLOYEE-EDIT's action
      *    table is, and kept up to date as the session writes.
           77 WS-BAT-IDX pic 9(6) comp sync value 0.
           01 WS-BATCH-TABLE.
              05 WS-BATCH-ENTRY occurs 100000 times.
                 10 WS-BAT-ADD-FLAG pic x value space.
                    88 WS-BAT-SAW-ADD value 'Y'.
                 10 WS-BAT-CHANGE-FLAG pic x value space.
                    88 WS-BAT-SAW-CHANGE value 'Y'.
                 10 WS-BAT-DELETE-FLAG pic x value space.
                    88 WS-BAT-SAW-DELETE value 'Y'.
           77 WS-BATCH-COUNT   pic 9(6) comp sync value 0.
           77 WS-BATCH-COUNT-D pic Z(5)9.

      *    The clerk's user ID - TXN-KEYED-BY on everything keyed.
           77 WS-KEYER pic x(8) value spaces.

      *    What the clerk typed - the action, then one field at a
      *    time. A reply of * abandons the transaction in hand.
           77 WS-ACTION-REQUEST pic x(3) value spaces.
           77 WS-REPLY pic x(30) value spaces.
           77 WS-REPLY-LEN pic 9(2) comp sync value 0.
           77 WS-CONFIRM pic x(1) value space.

      *    A number keyed without leading zeros, right-justified and
      *    zero-filled the way JUSTIFY-GREF-VALUE-PROCEDURE does it.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-NUM-OK  value 'Y'.
                 88 WS-NUM-BAD value 'n'.
           77 WS-NUM-JUST pic x(5) justified right.
           77 WS-NUM-JUST-N redefines WS-NUM-JUST pic 9(5).
           77 WS-NUM-VALUE pic 9(5) value 0.
           77 WS-TRY-VALUE pic 9(5) value 0.
           77 WS-TRY-DOB   pic x(8) value spaces.

      *    A keyed date, yyyymmdd, pulled apart for the same
      *    month/day sanity checks EMPLOYEE-EDIT makes.
           01 WS-DATE-WORK.
              05 WS-DATE-YYYY pic 9(4).
              05 WS-DATE-MM   pic 9(2).
              05 WS-DATE-DD   pic 9(2).

      *    One field's prompt - asked again after a bad reply, up to
      *    WS-MAX-TRIES times before the transaction is abandoned.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-FIELD-DONE     value 'Y'.
                 88 WS-FIELD-NOT-DONE value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-TXN-ABANDONED     value 'Y'.
                 88 WS-TXN-NOT-ABANDONED value 'n'.
           77 WS-TRIES     pic 9(2) comp sync value 0.
           77 WS-MAX-TRIES pic 9(2) comp sync value 3.
           77 WS-FIELD-ERROR pic x(40) value spaces.

      *    Where the keyed EMPLOYEE-ID stands - on the index, a
      *    leaver on Employee.dat, active on Employee.dat but
      *    missing from a stale index, or not held at all - or not
      *    known, when the index read or the Employee.dat search
      *    failed.
           77 WS-ID-STATE pic x(1) value space.
              88 WS-ID-ON-INDEX    value 'I'.
              88 WS-ID-LEAVER      value 'L'.
              88 WS-ID-NOT-INDEXED value 'S'.
              88 WS-ID-UNKNOWN     value 'U'.
              88 WS-ID-UNCHECKED   value 'X'.

      *    The record as it stands, captured when the ID is looked
      *    up - a CHANGE starts from these values.
           77 WS-CUR-NAME   pic x(30) value spaces.
           77 WS-CUR-DOB    pic x(8)  value spaces.
           77 WS-CUR-AGE    pic x(2)  value spaces.
           77 WS-CUR-GRADE  pic x(1)  value space.
           77 WS-CUR-DEPT   pic x(3)  value spaces.
           77 WS-CUR-SALARY pic 9(5)  value 0.

      *    The values the transaction will carry. EMPLOYEE-MAINT
      *    moves a CHANGE's name, age, grade and salary over the
      *    master unconditionally, so a CHANGE carries every field,
      *    defaulted from the current record, not just the ones the
      *    clerk altered.
           77 WS-NEW-NAME   pic x(30) value spaces.
           77 WS-NEW-DOB    pic x(8)  value spaces.
           77 WS-NEW-AGE    pic 9(2)  value 0.
           77 WS-NEW-GRADE  pic x(1)  value space.
           77 WS-NEW-DEPT   pic x(3)  value spaces.
           77 WS-NEW-SALARY pic 9(5)  value 0.
           77 WS-NEW-EFF    pic x(8)  value spaces.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-DOB-KNOWN     value 'Y'.
                 88 WS-DOB-NOT-KNOWN value 'n'.

      *    The same two-person approval test EMPLOYEE-EDIT applies
      *    to a CHANGE - the clerk is told before confirming that
      *    the change will be held until a second user approves it.
           77 WS-APPROVAL-PCT pic 9(3) value 10.
           77 WS-SAL-MOVE     pic s9(6) comp sync value 0.
           77 WS-SAL-MOVE-100 pic 9(9) comp sync value 0.
           77 WS-SAL-LIMIT    pic 9(9) comp sync value 0.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-APPROVAL-NEEDED    value 'Y'.
                 88 WS-NO-APPROVAL-NEEDED value 'n'.
           77 WS-APPROVAL-NOTE pic x(31) value spaces.

      *    How the transaction in hand ended.
           77 WS-REFUSE-REASON  pic x(31) value spaces.
           77 WS-OUTCOME        pic x(9)  value spaces.
           77 WS-OUTCOME-DETAIL pic x(31) value spaces.

      *    Every transaction started this session, for the summary.
      *    A session stops taking new work once the table is full -
      *    what was written stays written.
           77 WS-SES-MAX     pic 9(3) comp sync value 200.
           77 WS-SES-ENTRIES pic 9(3) comp sync value 0.
           77 WS-SES-IDX     pic 9(3) comp sync value 0.
           01 WS-SESSION-TABLE.
              05 WS-SES-ENTRY occurs 200 times.
                 10 WS-SES-ACTION  pic x(1).
                 10 WS-SES-ID      pic x(5).
                 10 WS-SES-NAME    pic x(30).
                 10 WS-SES-DOB     pic x(8).
                 10 WS-SES-AGE     pic x(2).
                 10 WS-SES-GRADE   pic x(1).
                 10 WS-SES-DEPT    pic x(3).
                 10 WS-SES-SALARY  pic x(5).
                 10 WS-SES-EFF     pic x(8).
                 10 WS-SES-OUTCOME pic x(9).
                 10 WS-SES-DETAIL  pic x(31).

           77 WS-WRITTEN-COUNT   pic 9(5) comp sync value 0.
           77 WS-ADD-COUNT       pic 9(5) comp sync value 0.
           77 WS-CHANGE-COUNT    pic 9(5) comp sync value 0.
           77 WS-DELETE-COUNT    pic 9(5) comp sync value 0.
           77 WS-APPROVAL-COUNT  pic 9(5) comp sync value 0.
           77 WS-REFUSED-COUNT   pic 9(5) comp sync value 0.
           77 WS-ABANDONED-COUNT pic 9(5) comp sync value 0.

      *    Report pagination controls - same scheme as the master
      *    listing in EMPLOYEE-DATA.
           77 WS-LINE-COUNT pic 9(3) comp sync value 99.
           77 WS-LINES-PER-PAGE pic 9(3) comp sync value 55.
           77 WS-PAGE-COUNT pic 9(3) comp sync value 0.

      *    Report heading lines
           01 WS-HDG-1.
              05 filler pic x(40) value spaces.
              05 filler pic x(45)
                 value 'EMPLOYEE TRANSACTION KEYING - SESSION SUMMARY'.
              05 filler pic x(34) value spaces.
              05 filler pic x(5)  value 'PAGE '.
              05 WS-HDG-1-PAGE pic Z(2)9.
              05 filler pic x(5) value spaces.

           01 WS-HDG-2.
              05 filler pic x(40) value spaces.
              05 filler pic x(10) value 'RUN DATE: '.
              05 WS-HDG-2-DATE pic x(10).
              05 filler pic x(13) value '   KEYED BY: '.
              05 WS-HDG-2-KEYER pic x(8).
              05 filler pic x(51) value spaces.

           01 WS-HDG-3.
              05 filler pic x(5)  value 'SEQ'.
              05 filler pic x(8)  value 'ACTION'.
              05 filler pic x(7)  value 'EMP-ID'.
              05 filler pic x(32) value 'NAME'.
              05 filler pic x(9)  value 'DOB'.
              05 filler pic x(4)  value 'AGE'.
              05 filler pic x(3)  value 'G'.
              05 filler pic x(5)  value 'DPT'.
              05 filler pic x(7)  value 'SALARY'.
              05 filler pic x(10) value 'EFFECTIVE'.
              05 filler pic x(11) value 'OUTCOME'.
              05 filler pic x(31) value 'DETAIL'.

      *    One transaction of the session.
           01 WS-SES-LINE.
              05 WS-SL-SEQ     pic Z(2)9.
              05 filler pic x(2) value spaces.
              05 WS-SL-ACTION  pic x(6).
              05 filler pic x(2) value spaces.
              05 WS-SL-ID      pic x(5).
              05 filler pic x(2) value spaces.
              05 WS-SL-NAME    pic x(30).
              05 filler pic x(2) value spaces.
              05 WS-SL-DOB     pic x(8).
              05 filler pic x(1) value spaces.
              05 WS-SL-AGE     pic x(2).
              05 filler pic x(2) value spaces.
              05 WS-SL-GRADE   pic x(1).
              05 filler pic x(2) value spaces.
              05 WS-SL-DEPT    pic x(3).
              05 filler pic x(2) value spaces.
              05 WS-SL-SALARY  pic x(5).
              05 filler pic x(2) value spaces.
              05 WS-SL-EFF     pic x(8).
              05 filler pic x(2) value spaces.
              05 WS-SL-OUTCOME pic x(9).
              05 filler pic x(2) value spaces.
              05 WS-SL-DETAIL  pic x(31).

      *    Summary count lines
           01 WS-FTR-LINE.
              05 WS-FTR-LABEL pic x(30).
              05 WS-FTR-COUNT pic Z(4)9.
              05 filler pic x(97) value spaces.

      *    Whatever summary line is going to the console and the
      *    report next.
           77 WS-SUMMARY-LINE pic x(132) value spaces.

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
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-KEYING'.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      D    display 'Starting keying session...'
           accept WS-RUN-DATE from date yyyymmdd
           compute WS-RUN-MMDD = (WS-RUN-MM * 100) + WS-RUN-DD
           move WS-RUN-DD   to WS-RUN-DATE-DD
           move WS-RUN-MM   to WS-RUN-DATE-MM
           move WS-RUN-YYYY to WS-RUN-DATE-YYYY
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-START-STAMP

           perform PROMPT-KEYER-PROCEDURE

      *    The lock is checked once at the start, then given back:
      *    Employee.dat is only read when an ID misses the index, so
      *    a session left open all afternoon must not hold up the
      *    batch. Each of those passes takes the lock again.
           if KEYING-NOT-FATAL
              perform TAKE-LOCK-PROCEDURE
              if WS-LOCK-REFUSED
                 display 'FATAL: keying session not started'
                 move 30 to RETURN-CODE
                 STOP RUN
              end-if
              perform RELEASE-LOCK-PROCEDURE
           end-if

           if KEYING-NOT-FATAL
              perform OPEN-INDEX-PROCEDURE
           end-if

           if KEYING-NOT-FATAL
              perform LOAD-GRADE-REF-PROCEDURE
              perform LOAD-DEPT-REF-PROCEDURE
              perform LOAD-BATCH-PROCEDURE
           end-if

           if KEYING-NOT-FATAL
              perform OPEN-TRANSACTION-PROCEDURE
           end-if

      *    a failed write ends the session early, but the summary
      *    of what did get written still comes out
           if KEYING-NOT-FATAL
              perform KEY-TXN-PROCEDURE until WS-SESSION-DONE
              CLOSE TRANSACTION-FILE
              perform SESSION-SUMMARY-PROCEDURE
           end-if

           if INDEX-OPENED
              CLOSE INDEX-MASTER-FILE
           end-if

      D    display 'Finished.'

           STOP RUN.

      *    Who is keying - TXN-KEYED-BY is mandatory, so without it
      *    nothing keyed would get past EMPLOYEE-EDIT.
       PROMPT-KEYER-PROCEDURE.
           display 'ENTER YOUR USER ID:'
           move spaces to WS-KEYER
           accept WS-KEYER
           if WS-KEYER = spaces
              display 'FATAL: a user ID is required - EMPLOYEE-EDIT '
                 'rejects a transaction without KEYED-BY'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set KEYING-FATAL to true
           end-if.

       OPEN-INDEX-PROCEDURE.
           OPEN INPUT INDEX-MASTER-FILE
           if WS-INDEX-FILE-STATUS not = '00'
              display 'FATAL: EmployeeMaster.idx could not be opened '
                 '- status ' WS-INDEX-FILE-STATUS
              display '  has EMPLOYEE-LOAD been run since the last '
                 'maintenance run?'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set KEYING-FATAL to true
           else
              set INDEX-OPENED to true
           end-if.

      *    What is already keyed for the next batch. No Employee.trn
      *    yet just means this is the first session since the last
      *    EMPLOYEE-SORT.
       LOAD-BATCH-PROCEDURE.
           set WS-TXN-NOT-EOF to true
           OPEN INPUT TRANSACTION-FILE
           if WS-TXN-FILE-STATUS = '35'
              display 'Employee.trn not found - a new batch will be '
                 'started'
              exit paragraph
           end-if
           if WS-TXN-FILE-STATUS not = '00'
              display 'FATAL: Employee.trn could not be opened - '
                 'status ' WS-TXN-FILE-STATUS
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set KEYING-FATAL to true
              exit paragraph
           end-if

           perform READ-BATCH-PROCEDURE until WS-TXN-EOF
           CLOSE TRANSACTION-FILE

           move WS-BATCH-COUNT to WS-BATCH-COUNT-D
           display 'Employee.trn already holds ' WS-BATCH-COUNT-D
              ' transaction(s) for the next batch'.

       READ-BATCH-PROCEDURE.
           READ TRANSACTION-FILE
              AT END set WS-TXN-EOF to true
              NOT AT END
                 if TRANSACTION-RECORD not = spaces
                    and TXN-EMPLOYEE-ID is numeric
                    perform NOTE-BATCH-TXN-PROCEDURE
                 end-if
           END-READ.

       NOTE-BATCH-TXN-PROCEDURE.
           add 1 to WS-BATCH-COUNT
           compute WS-BAT-IDX = TXN-EMPLOYEE-ID + 1
           if TXN-ADD
              set WS-BAT-SAW-ADD (WS-BAT-IDX) to true
           end-if
           if TXN-CHANGE
              set WS-BAT-SAW-CHANGE (WS-BAT-IDX) to true
           end-if
           if TXN-DELETE
              set WS-BAT-SAW-DELETE (WS-BAT-IDX) to true
           end-if.

      *    Appending to the existing file, falling back to OUTPUT
      *    only when there is no Employee.trn yet.
       OPEN-TRANSACTION-PROCEDURE.
           OPEN EXTEND TRANSACTION-FILE
           if WS-TXN-FILE-STATUS not = '00'
              OPEN OUTPUT TRANSACTION-FILE
           end-if
           if WS-TXN-FILE-STATUS not = '00'
              display 'FATAL: Employee.trn could not be opened for '
                 'writing - status ' WS-TXN-FILE-STATUS
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set KEYING-FATAL to true
           end-if.

      *    One transaction, from the action prompt to the write -
      *    END or a blank action finishes the session.
       KEY-TXN-PROCEDURE.
           if WS-SES-ENTRIES >= WS-SES-MAX
              display 'SESSION LIMIT OF 200 TRANSACTIONS REACHED - '
                 'START A NEW SESSION FOR THE REST'
              set WS-SESSION-DONE to true
              exit paragraph
           end-if

           display ' '
           display 'ENTER ACTION A=ADD C=CHANGE D=DELETE '
              '(END TO FINISH):'
           move spaces to WS-ACTION-REQUEST
           accept WS-ACTION-REQUEST
           inspect WS-ACTION-REQUEST converting 'acden' to 'ACDEN'
           if WS-ACTION-REQUEST = spaces or WS-ACTION-REQUEST = 'END'
              set WS-SESSION-DONE to true
              exit paragraph
           end-if
           if WS-ACTION-REQUEST not = 'A' and not = 'C'
              and not = 'D'
              display '  ** ACTION MUST BE A, C OR D'
              exit paragraph
           end-if

           move spaces to TRANSACTION-RECORD
           move WS-ACTION-REQUEST to TXN-ACTION
           move WS-KEYER to TXN-KEYED-BY
           move spaces to WS-CUR-NAME
           move spaces to WS-OUTCOME-DETAIL
           move spaces to WS-APPROVAL-NOTE
           set WS-NO-APPROVAL-NEEDED to true
           set WS-TXN-NOT-ABANDONED to true

           perform START-FIELD-PROCEDURE
           perform PROMPT-ID-PROCEDURE
              until WS-FIELD-DONE or WS-TXN-ABANDONED
           if WS-TXN-ABANDONED
              perform ABANDON-TXN-PROCEDURE
              exit paragraph
           end-if

           perform LOOKUP-ID-PROCEDURE
           perform CHECK-ID-ALLOWED-PROCEDURE
           if WS-REFUSE-REASON not = spaces
              display '  ** REFUSED: ' WS-REFUSE-REASON
              move 'REFUSED' to WS-OUTCOME
              move WS-REFUSE-REASON to WS-OUTCOME-DETAIL
              perform RECORD-OUTCOME-PROCEDURE
              exit paragraph
           end-if

           if TXN-DELETE
              perform KEY-DELETE-PROCEDURE
           else
              perform KEY-FIELDS-PROCEDURE
           end-if
           if WS-TXN-ABANDONED
              perform ABANDON-TXN-PROCEDURE
              exit paragraph
           end-if

           perform CONFIRM-TXN-PROCEDURE.

      *    Direct read on the record key. A miss is looked for on
      *    Employee.dat, since leavers are not in the index. A read
      *    that neither finds the ID nor misses it cleanly leaves
      *    the record area holding nothing that can be trusted, so
      *    the ID is unchecked and the transaction refused.
       LOOKUP-ID-PROCEDURE.
           set WS-ID-UNCHECKED to true
           move TXN-EMPLOYEE-ID to IDX-EMPLOYEE-ID
           READ INDEX-MASTER-FILE
              INVALID KEY
                 set WS-ID-UNKNOWN to true
              NOT INVALID KEY
                 set WS-ID-ON-INDEX to true
           END-READ

           if WS-INDEX-FILE-STATUS not = '00'
              and WS-INDEX-FILE-STATUS not = '02'
              and WS-INDEX-FILE-STATUS not = '23'
              display 'WARNING: EmployeeMaster.idx could not be read '
                 '- status ' WS-INDEX-FILE-STATUS
              set WS-ID-UNCHECKED to true
              exit paragraph
           end-if

           if WS-ID-ON-INDEX
              perform SHOW-CURRENT-PROCEDURE
           else
              perform SCAN-MASTER-PROCEDURE
           end-if.

      *    The record as it stands, shown the way EMPLOYEE-INQUIRY
      *    shows it, and kept for the CHANGE defaults and the
      *    approval test.
       SHOW-CURRENT-PROCEDURE.
           if IDX-EMPLOYEE-LEAVER
              set WS-ID-LEAVER to true
           end-if
           move IDX-EMPLOYEE_NAME       to WS-CUR-NAME
           move IDX-EMPLOYEE_DOB (1:8)  to WS-CUR-DOB
           move IDX-EMPLOYEE_AGE (1:2)  to WS-CUR-AGE
           move IDX-EMPLOYEE_GRADE      to WS-CUR-GRADE
           move IDX-EMPLOYEE_DEPT       to WS-CUR-DEPT
           move 0 to WS-CUR-SALARY
           if IDX-EMPLOYEE_SALARY is numeric
              move IDX-EMPLOYEE_SALARY to WS-CUR-SALARY
           end-if

           display '  CURRENT RECORD:'
           display '  EMPLOYEE-ID: ' IDX-EMPLOYEE-ID
              '  NAME: '   IDX-EMPLOYEE_NAME
              '  DOB: '    IDX-EMPLOYEE_DOB
              '  AGE: '    IDX-EMPLOYEE_AGE
              '  GRADE: '  IDX-EMPLOYEE_GRADE
              '  DEPT: '   IDX-EMPLOYEE_DEPT
              '  SALARY: ' IDX-EMPLOYEE_SALARY.

      *    One pass of Employee.dat for the ID that missed the index.
      *    Header, trailer and blank lines carry no numeric ID, so
      *    the class test passes over them.
       SCAN-MASTER-PROCEDURE.
           set WS-LOCK-GRANTED to true
           perform TAKE-LOCK-PROCEDURE
           if WS-LOCK-REFUSED
              display '  a leaver cannot be told from an unknown '
                 'EMPLOYEE-ID'
              set WS-ID-UNCHECKED to true
              exit paragraph
           end-if
           set WS-MST-NOT-EOF to true
           OPEN INPUT EMPLOYEE
           if WS-EMPLOYEE-FILE-STATUS not = '00'
              display 'WARNING: Employee.dat could not be opened - '
                 'status ' WS-EMPLOYEE-FILE-STATUS
              display '  a leaver cannot be told from an unknown '
                 'EMPLOYEE-ID'
              set WS-ID-UNCHECKED to true
              perform RELEASE-LOCK-PROCEDURE
              exit paragraph
           end-if
           perform READ-MASTER-PROCEDURE
              until WS-MST-EOF or not WS-ID-UNKNOWN
           CLOSE EMPLOYEE
           perform RELEASE-LOCK-PROCEDURE

           if WS-ID-UNKNOWN
              display '  EMPLOYEE-ID ' TXN-EMPLOYEE-ID
                 ' IS NOT ON THE MASTER'
           end-if.

       READ-MASTER-PROCEDURE.
           READ EMPLOYEE
              AT END set WS-MST-EOF to true
              NOT AT END
                 if EMPLOYEE-ID is numeric
                    and EMPLOYEE-ID = TXN-EMPLOYEE-ID
                    perform CLASSIFY-MASTER-PROCEDURE
                 end-if
           END-READ.

       CLASSIFY-MASTER-PROCEDURE.
           move EMPLOYEE_NAME to WS-CUR-NAME
           if EMPLOYEE-LEAVER
              set WS-ID-LEAVER to true
              display '  EMPLOYEE-ID: ' EMPLOYEE-ID
                 '  NAME: ' EMPLOYEE_NAME
                 '  ** LEAVER **  LEFT: ' EMPLOYEE_TERM_DATE
           else
              set WS-ID-NOT-INDEXED to true
              display '  EMPLOYEE-ID: ' EMPLOYEE-ID
                 '  NAME: ' EMPLOYEE_NAME
              display '  ** ON Employee.dat BUT NOT IN '
                 'EmployeeMaster.idx'
           end-if.

      *    Whether the action makes sense for where the ID stands
      *    and for what the batch already holds - leaves the reason
      *    in WS-REFUSE-REASON, spaces when it may go ahead.
       CHECK-ID-ALLOWED-PROCEDURE.
           move spaces to WS-REFUSE-REASON
           compute WS-BAT-IDX = TXN-EMPLOYEE-ID + 1
           if TXN-ADD
              perform CHECK-ADD-ID-PROCEDURE
           end-if
           if TXN-CHANGE
              perform CHECK-CHANGE-ID-PROCEDURE
           end-if
           if TXN-DELETE
              perform CHECK-DELETE-ID-PROCEDURE
           end-if.

      *    A leaver's number is never reused - the audit history
      *    would run two people together. An ID that could not be
      *    looked up - the index read failed, or Employee.dat could
      *    not be searched - is refused whatever the action, as it
      *    may be a leaver's.
       CHECK-ADD-ID-PROCEDURE.
           if WS-ID-UNCHECKED
              move 'EMPLOYEE-ID NOT CHECKED - RETRY'
                 to WS-REFUSE-REASON
           else if WS-ID-ON-INDEX or WS-ID-NOT-INDEXED
              move 'ADD OF EXISTING EMPLOYEE-ID' to WS-REFUSE-REASON
           else if WS-ID-LEAVER
              move 'ID BELONGS TO A LEAVER' to WS-REFUSE-REASON
           else if WS-BAT-SAW-ADD (WS-BAT-IDX)
              move 'ADD ALREADY KEYED IN BATCH' to WS-REFUSE-REASON
           end-if.

       CHECK-CHANGE-ID-PROCEDURE.
           if WS-ID-UNCHECKED
              move 'EMPLOYEE-ID NOT CHECKED - RETRY'
                 to WS-REFUSE-REASON
           else if WS-ID-LEAVER
              move 'CHANGE TO A LEAVER' to WS-REFUSE-REASON
           else if WS-ID-NOT-INDEXED
              move 'MISSING FROM INDEX - RERUN LOAD'
                 to WS-REFUSE-REASON
           else if WS-ID-UNKNOWN and WS-BAT-SAW-ADD (WS-BAT-IDX)
              move 'ADD FOR ID NOT YET APPLIED' to WS-REFUSE-REASON
           else if WS-ID-UNKNOWN
              move 'EMPLOYEE-ID NOT ON MASTER' to WS-REFUSE-REASON
           else if WS-BAT-SAW-DELETE (WS-BAT-IDX)
              move 'DELETE ALREADY KEYED IN BATCH'
                 to WS-REFUSE-REASON
           end-if.

       CHECK-DELETE-ID-PROCEDURE.
           if WS-ID-UNCHECKED
              move 'EMPLOYEE-ID NOT CHECKED - RETRY'
                 to WS-REFUSE-REASON
           else if WS-ID-LEAVER
              move 'EMPLOYEE IS ALREADY A LEAVER' to WS-REFUSE-REASON
           else if WS-ID-NOT-INDEXED
              move 'MISSING FROM INDEX - RERUN LOAD'
                 to WS-REFUSE-REASON
           else if WS-ID-UNKNOWN and WS-BAT-SAW-ADD (WS-BAT-IDX)
              move 'ADD FOR ID NOT YET APPLIED' to WS-REFUSE-REASON
           else if WS-ID-UNKNOWN
              move 'EMPLOYEE-ID NOT ON MASTER' to WS-REFUSE-REASON
           else if WS-BAT-SAW-CHANGE (WS-BAT-IDX)
              move 'CHANGE ALREADY KEYED IN BATCH'
                 to WS-REFUSE-REASON
           else if WS-BAT-SAW-DELETE (WS-BAT-IDX)
              move 'DELETE ALREADY KEYED IN BATCH'
                 to WS-REFUSE-REASON
           end-if.

      *    ADD and CHANGE - every field in txn-rec.cbl order, each
      *    checked as it is typed. A CHANGE offers the current value
      *    and a blank reply keeps it.
       KEY-FIELDS-PROCEDURE.
           perform PREFILL-FIELDS-PROCEDURE

           perform START-FIELD-PROCEDURE
           perform PROMPT-NAME-PROCEDURE
              until WS-FIELD-DONE or WS-TXN-ABANDONED
           if WS-TXN-ABANDONED
              exit paragraph
           end-if

           perform START-FIELD-PROCEDURE
           perform PROMPT-DOB-PROCEDURE
              until WS-FIELD-DONE or WS-TXN-ABANDONED
           if WS-TXN-ABANDONED
              exit paragraph
           end-if

      *    with a date of birth the age follows from it, as it will
      *    in EMPLOYEE-MAINT - only without one is the age keyed
           if WS-DOB-KNOWN
              display '  AGE FROM DATE OF BIRTH: ' WS-NEW-AGE
           else
              perform START-FIELD-PROCEDURE
              perform PROMPT-AGE-PROCEDURE
                 until WS-FIELD-DONE or WS-TXN-ABANDONED
           end-if
           if WS-TXN-ABANDONED
              exit paragraph
           end-if

           perform START-FIELD-PROCEDURE
           perform PROMPT-GRADE-PROCEDURE
              until WS-FIELD-DONE or WS-TXN-ABANDONED
           if WS-TXN-ABANDONED
              exit paragraph
           end-if

           perform START-FIELD-PROCEDURE
           perform PROMPT-DEPT-PROCEDURE
              until WS-FIELD-DONE or WS-TXN-ABANDONED
           if WS-TXN-ABANDONED
              exit paragraph
           end-if

           perform START-FIELD-PROCEDURE
           perform PROMPT-SALARY-PROCEDURE
              until WS-FIELD-DONE or WS-TXN-ABANDONED
           if WS-TXN-ABANDONED
              exit paragraph
           end-if

           perform START-FIELD-PROCEDURE
           perform PROMPT-EFFECTIVE-PROCEDURE
              until WS-FIELD-DONE or WS-TXN-ABANDONED
           if WS-TXN-ABANDONED
              exit paragraph
           end-if

           if TXN-CHANGE
              perform CHECK-APPROVAL-PROCEDURE
           end-if

           move WS-NEW-DOB    to TXN-EMPLOYEE_DOB (1:8)
           move WS-NEW-NAME   to TXN-EMPLOYEE_NAME
           move WS-NEW-AGE    to TXN-EMPLOYEE_AGE
           move WS-NEW-GRADE  to TXN-EMPLOYEE_GRADE
           move WS-NEW-DEPT   to TXN-EMPLOYEE_DEPT
           move WS-NEW-SALARY to TXN-EMPLOYEE_SALARY
           move WS-NEW-EFF    to TXN-EFFECTIVE-DATE (1:8).

      *    DELETE - the current record has already been shown, so
      *    only the effective date is asked for.
       KEY-DELETE-PROCEDURE.
           perform START-FIELD-PROCEDURE
           perform PROMPT-EFFECTIVE-PROCEDURE
              until WS-FIELD-DONE or WS-TXN-ABANDONED
           if WS-TXN-NOT-ABANDONED
              move WS-NEW-EFF to TXN-EFFECTIVE-DATE (1:8)
           end-if.

       PREFILL-FIELDS-PROCEDURE.
           move spaces to WS-NEW-NAME
           move spaces to WS-NEW-DOB
           move 0      to WS-NEW-AGE
           move space  to WS-NEW-GRADE
           move spaces to WS-NEW-DEPT
           move 0      to WS-NEW-SALARY
           move spaces to WS-NEW-EFF
           set WS-DOB-NOT-KNOWN to true
           if TXN-ADD
              exit paragraph
           end-if

           move WS-CUR-NAME to WS-NEW-NAME
           if WS-CUR-DOB is numeric and WS-CUR-DOB not = '00000000'
              move WS-CUR-DOB to WS-NEW-DOB
           end-if
           if WS-CUR-AGE is numeric
              move WS-CUR-AGE to WS-NEW-AGE
           end-if
           move WS-CUR-GRADE  to WS-NEW-GRADE
           move WS-CUR-DEPT   to WS-NEW-DEPT
           move WS-CUR-SALARY to WS-NEW-SALARY.

       START-FIELD-PROCEDURE.
           move 0 to WS-TRIES
           set WS-FIELD-NOT-DONE to true.

       ACCEPT-REPLY-PROCEDURE.
           move spaces to WS-REPLY
           move spaces to WS-FIELD-ERROR
           accept WS-REPLY
           if WS-REPLY = '*'
              set WS-TXN-ABANDONED to true
              move 'ABANDONED BY CLERK' to WS-OUTCOME-DETAIL
           end-if.

      *    A reply that passed is done with; one that failed is
      *    explained and asked for again, until the clerk has had
      *    WS-MAX-TRIES goes at it.
       FIELD-RESULT-PROCEDURE.
           if WS-FIELD-ERROR = spaces
              set WS-FIELD-DONE to true
              exit paragraph
           end-if

           display '  ** ' WS-FIELD-ERROR
           add 1 to WS-TRIES
           if WS-TRIES >= WS-MAX-TRIES
              set WS-TXN-ABANDONED to true
              move 'TOO MANY INVALID REPLIES' to WS-OUTCOME-DETAIL
           end-if.

       PROMPT-ID-PROCEDURE.
           display '  EMPLOYEE-ID:'
           perform ACCEPT-REPLY-PROCEDURE
           if WS-TXN-ABANDONED
              exit paragraph
           end-if
           perform CHECK-ID-REPLY-PROCEDURE
           perform FIELD-RESULT-PROCEDURE.

       CHECK-ID-REPLY-PROCEDURE.
           perform JUSTIFY-NUMBER-PROCEDURE
           if WS-NUM-BAD
              move 'EMPLOYEE-ID MUST BE UP TO 5 DIGITS'
                 to WS-FIELD-ERROR
           else if WS-NUM-VALUE = 0
              move 'EMPLOYEE-ID MUST NOT BE ZERO' to WS-FIELD-ERROR
           else
              move WS-NUM-VALUE to TXN-EMPLOYEE-ID
           end-if.

       PROMPT-NAME-PROCEDURE.
           if TXN-CHANGE
              display '  NAME [' WS-NEW-NAME ']:'
           else
              display '  NAME:'
           end-if
           perform ACCEPT-REPLY-PROCEDURE
           if WS-TXN-ABANDONED
              exit paragraph
           end-if
           if WS-REPLY not = spaces
              move WS-REPLY to WS-NEW-NAME
           end-if
           if WS-NEW-NAME = spaces
              move 'NAME IS REQUIRED' to WS-FIELD-ERROR
           end-if
           perform FIELD-RESULT-PROCEDURE.

      *    Optional - blank keeps what is shown, which on an ADD is
      *    nothing, and the age is then keyed instead.
       PROMPT-DOB-PROCEDURE.
           display '  DATE OF BIRTH YYYYMMDD [' WS-NEW-DOB ']:'
           perform ACCEPT-REPLY-PROCEDURE
           if WS-TXN-ABANDONED
              exit paragraph
           end-if
           perform CHECK-DOB-REPLY-PROCEDURE
           perform FIELD-RESULT-PROCEDURE.

       CHECK-DOB-REPLY-PROCEDURE.
           move WS-NEW-DOB to WS-TRY-DOB
           if WS-REPLY not = spaces
              perform CHECK-DATE-REPLY-PROCEDURE
              if WS-FIELD-ERROR not = spaces
                 exit paragraph
              end-if
              move WS-REPLY (1:8) to WS-TRY-DOB
           end-if

           set WS-DOB-NOT-KNOWN to true
           if WS-TRY-DOB is numeric and WS-TRY-DOB not = '00000000'
              move WS-TRY-DOB to WS-DOB-WORK
              perform COMPUTE-DERIVED-AGE-PROCEDURE
              if WS-DERIVED-AGE < WS-MIN-AGE
                 or WS-DERIVED-AGE > WS-MAX-AGE
                 move 'AGE FROM DATE OF BIRTH OUTSIDE 16-75'
                    to WS-FIELD-ERROR
                 exit paragraph
              end-if
              set WS-DOB-KNOWN to true
              move WS-DERIVED-AGE to WS-NEW-AGE
           end-if
           move WS-TRY-DOB to WS-NEW-DOB.

       COMPUTE-DERIVED-AGE-PROCEDURE.
           compute WS-DERIVED-AGE = WS-RUN-YYYY - WS-DOB-YYYY
           if WS-RUN-MMDD < WS-DOB-MMDD
              subtract 1 from WS-DERIVED-AGE
           end-if.

       PROMPT-AGE-PROCEDURE.
           if TXN-CHANGE
              display '  AGE [' WS-NEW-AGE ']:'
           else
              display '  AGE:'
           end-if
           perform ACCEPT-REPLY-PROCEDURE
           if WS-TXN-ABANDONED
              exit paragraph
           end-if
           perform CHECK-AGE-REPLY-PROCEDURE
           perform FIELD-RESULT-PROCEDURE.

       CHECK-AGE-REPLY-PROCEDURE.
           move WS-NEW-AGE to WS-TRY-VALUE
           if WS-REPLY not = spaces
              perform JUSTIFY-NUMBER-PROCEDURE
              if WS-NUM-BAD
                 move 'AGE MUST BE A NUMBER' to WS-FIELD-ERROR
                 exit paragraph
              end-if
              move WS-NUM-VALUE to WS-TRY-VALUE
           end-if

           if WS-TRY-VALUE = 0
              move 'AGE IS REQUIRED WITHOUT A DATE OF BIRTH'
                 to WS-FIELD-ERROR
              exit paragraph
           end-if
           if WS-TRY-VALUE < WS-MIN-AGE or WS-TRY-VALUE > WS-MAX-AGE
              move 'AGE OUTSIDE PLAUSIBLE WORKING RANGE'
                 to WS-FIELD-ERROR
              exit paragraph
           end-if
           move WS-TRY-VALUE to WS-NEW-AGE.

       PROMPT-GRADE-PROCEDURE.
           if TXN-CHANGE
              display '  GRADE [' WS-NEW-GRADE ']:'
           else
              display '  GRADE:'
           end-if
           perform ACCEPT-REPLY-PROCEDURE
           if WS-TXN-ABANDONED
              exit paragraph
           end-if
           perform CHECK-GRADE-REPLY-PROCEDURE
           perform FIELD-RESULT-PROCEDURE.

      *    The grade is checked whether keyed or kept - a CHANGE
      *    carries the grade through EMPLOYEE-MAINT's check either
      *    way. The band is shown so the salary can be keyed to it.
       CHECK-GRADE-REPLY-PROCEDURE.
           move WS-NEW-GRADE to WS-TRY-GRADE
           if WS-REPLY not = spaces
              if WS-REPLY (2:29) not = spaces
                 move 'GRADE IS ONE CHARACTER' to WS-FIELD-ERROR
                 exit paragraph
              end-if
              move WS-REPLY (1:1) to WS-TRY-GRADE
           end-if

           if WS-TRY-GRADE = space
              move 'GRADE IS REQUIRED' to WS-FIELD-ERROR
              exit paragraph
           end-if
           if WS-GRADE-REF-LOADED
              perform FIND-GRADE-REF-PROCEDURE
              if WS-GREF-IDX > WS-GREF-ENTRIES
                 move 'UNKNOWN EMPLOYEE GRADE' to WS-FIELD-ERROR
                 exit paragraph
              end-if
              move WS-GREF-MIN-SALARY (WS-GREF-IDX) to WS-GREF-MIN-D
              move WS-GREF-MAX-SALARY (WS-GREF-IDX) to WS-GREF-MAX-D
              display '  GRADE ' WS-TRY-GRADE ' SALARY BAND '
                 WS-GREF-MIN-D ' TO ' WS-GREF-MAX-D
           end-if
           move WS-TRY-GRADE to WS-NEW-GRADE.

       PROMPT-DEPT-PROCEDURE.
           if TXN-CHANGE
              display '  DEPARTMENT [' WS-NEW-DEPT ']:'
           else
              display '  DEPARTMENT:'
           end-if
           perform ACCEPT-REPLY-PROCEDURE
           if WS-TXN-ABANDONED
              exit paragraph
           end-if
           perform CHECK-DEPT-REPLY-PROCEDURE
           perform FIELD-RESULT-PROCEDURE.

      *    Judged on the code the record will actually carry, as
      *    EMPLOYEE-MAINT's DEPT-CHECK-PROCEDURE judges it - so a
      *    CHANGE kept on an uncoded or retired department is
      *    caught here too.
       CHECK-DEPT-REPLY-PROCEDURE.
           move WS-NEW-DEPT to WS-EFF-DEPT
           if WS-REPLY not = spaces
              if WS-REPLY (4:27) not = spaces
                 move 'DEPARTMENT CODE IS THREE CHARACTERS'
                    to WS-FIELD-ERROR
                 exit paragraph
              end-if
              move WS-REPLY (1:3) to WS-EFF-DEPT
           end-if

           if WS-EFF-DEPT = spaces
              move 'DEPARTMENT IS REQUIRED' to WS-FIELD-ERROR
              exit paragraph
           end-if
           if WS-DEPT-REF-LOADED
              perform FIND-DEPT-REF-PROCEDURE
              if WS-DREF-IDX > WS-DREF-ENTRIES
                 move 'UNKNOWN DEPARTMENT CODE' to WS-FIELD-ERROR
                 exit paragraph
              end-if
              display '  ' WS-EFF-DEPT ' ' WS-DREF-DESC (WS-DREF-IDX)
           end-if
           move WS-EFF-DEPT to WS-NEW-DEPT.

       PROMPT-SALARY-PROCEDURE.
           if TXN-CHANGE
              display '  SALARY [' WS-NEW-SALARY ']:'
           else
              display '  SALARY:'
           end-if
           perform ACCEPT-REPLY-PROCEDURE
           if WS-TXN-ABANDONED
              exit paragraph
           end-if
           perform CHECK-SALARY-REPLY-PROCEDURE
           perform FIELD-RESULT-PROCEDURE.

      *    Checked against the band of the grade just settled on -
      *    a kept salary included, since a grade change can leave
      *    it outside the new band.
       CHECK-SALARY-REPLY-PROCEDURE.
           move WS-NEW-SALARY to WS-TRY-VALUE
           if WS-REPLY not = spaces
              perform JUSTIFY-NUMBER-PROCEDURE
              if WS-NUM-BAD
                 move 'SALARY MUST BE UP TO 5 DIGITS'
                    to WS-FIELD-ERROR
                 exit paragraph
              end-if
              move WS-NUM-VALUE to WS-TRY-VALUE
           end-if

           if WS-TRY-VALUE = 0
              move 'SALARY NOT NUMERIC OR ZERO' to WS-FIELD-ERROR
              exit paragraph
           end-if
           if WS-GRADE-REF-LOADED
              move WS-NEW-GRADE to WS-TRY-GRADE
              perform FIND-GRADE-REF-PROCEDURE
              if WS-GREF-IDX not > WS-GREF-ENTRIES
                 and (WS-TRY-VALUE < WS-GREF-MIN-SALARY (WS-GREF-IDX)
                   or WS-TRY-VALUE > WS-GREF-MAX-SALARY (WS-GREF-IDX))
                 move 'SALARY OUTSIDE GRADE SALARY BAND'
                    to WS-FIELD-ERROR
                 exit paragraph
              end-if
           end-if
           move WS-TRY-VALUE to WS-NEW-SALARY.

      *    Optional - blank means "apply on the next maintenance
      *    run". A keyed date gets EMPLOYEE-EDIT's checks.
       PROMPT-EFFECTIVE-PROCEDURE.
           display '  EFFECTIVE DATE YYYYMMDD (BLANK FOR NEXT RUN):'
           perform ACCEPT-REPLY-PROCEDURE
           if WS-TXN-ABANDONED
              exit paragraph
           end-if
           move spaces to WS-NEW-EFF
           if WS-REPLY not = spaces
              perform CHECK-DATE-REPLY-PROCEDURE
              if WS-FIELD-ERROR = spaces
                 move WS-REPLY (1:8) to WS-NEW-EFF
              end-if
           end-if
           perform FIELD-RESULT-PROCEDURE.

       CHECK-DATE-REPLY-PROCEDURE.
           if WS-REPLY (9:22) not = spaces
              or WS-REPLY (1:8) is not numeric
              move 'DATE MUST BE 8 DIGITS, YYYYMMDD' to WS-FIELD-ERROR
              exit paragraph
           end-if
           move WS-REPLY (1:8) to WS-DATE-WORK
           if WS-DATE-MM < 01 or WS-DATE-MM > 12
              or WS-DATE-DD < 01 or WS-DATE-DD > 31
              move 'DATE IS NOT A REAL DATE' to WS-FIELD-ERROR
           end-if.

      *    Right-justifies and zero-fills a number keyed without
      *    leading zeros - flags it bad when there is nothing there,
      *    more than five characters, or what's left isn't numeric.
       JUSTIFY-NUMBER-PROCEDURE.
           set WS-NUM-BAD to true
           move 0 to WS-NUM-VALUE
           perform FIND-REPLY-LENGTH-PROCEDURE
              varying WS-REPLY-LEN from 30 by -1
              until WS-REPLY-LEN < 1
                 or WS-REPLY (WS-REPLY-LEN:1) not = space
           if WS-REPLY-LEN < 1 or WS-REPLY-LEN > 5
              exit paragraph
           end-if

           move WS-REPLY (1:WS-REPLY-LEN) to WS-NUM-JUST
           inspect WS-NUM-JUST replacing leading space by '0'
           if WS-NUM-JUST is numeric
              move WS-NUM-JUST-N to WS-NUM-VALUE
              set WS-NUM-OK to true
           end-if.

      *    PERFORM VARYING does the work - the paragraph body has
      *    nothing to do per step.
       FIND-REPLY-LENGTH-PROCEDURE.
           continue.

      *    The same test EMPLOYEE-EDIT's CHECK-APPROVAL-NEEDED-
      *    PROCEDURE makes against the master - a grade change, or a
      *    salary moving more than WS-APPROVAL-PCT percent.
       CHECK-APPROVAL-PROCEDURE.
           if WS-NEW-GRADE not = WS-CUR-GRADE
              set WS-APPROVAL-NEEDED to true
              move 'NEEDS APPROVAL - GRADE CHANGE' to WS-APPROVAL-NOTE
              exit paragraph
           end-if

           compute WS-SAL-MOVE = WS-NEW-SALARY - WS-CUR-SALARY
           if WS-SAL-MOVE < 0
              compute WS-SAL-MOVE = 0 - WS-SAL-MOVE
           end-if
           compute WS-SAL-MOVE-100 = WS-SAL-MOVE * 100
           compute WS-SAL-LIMIT = WS-CUR-SALARY * WS-APPROVAL-PCT
           if WS-SAL-MOVE-100 > WS-SAL-LIMIT
              set WS-APPROVAL-NEEDED to true
              move 'NEEDS APPROVAL - SALARY MOVE' to WS-APPROVAL-NOTE
           end-if.

      *    The transaction exactly as it will sit in Employee.trn,
      *    and nothing is written without a Y.
       CONFIRM-TXN-PROCEDURE.
           display '  TRANSACTION: ' TRANSACTION-RECORD (1:80)
           if WS-APPROVAL-NEEDED
              display '  NOTE: ' WS-APPROVAL-NOTE
              display '  EMPLOYEE-EDIT WILL HOLD IT UNTIL A SECOND '
                 'USER APPROVES IT'
           end-if
           display '  WRITE TO Employee.trn? (Y/N):'
           move space to WS-CONFIRM
           accept WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
              move 'NOT CONFIRMED BY CLERK' to WS-OUTCOME-DETAIL
              perform ABANDON-TXN-PROCEDURE
              exit paragraph
           end-if

           WRITE TRANSACTION-RECORD
           if WS-TXN-FILE-STATUS not = '00'
              display 'FATAL: Employee.trn could not be written - '
                 'status ' WS-TXN-FILE-STATUS
              display '  this transaction is NOT on file - key it '
                 'again once the file is put right'
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set KEYING-FATAL to true
              set WS-SESSION-DONE to true
              move 'WRITE TO Employee.trn FAILED' to WS-OUTCOME-DETAIL
              perform ABANDON-TXN-PROCEDURE
              exit paragraph
           end-if

           perform NOTE-BATCH-TXN-PROCEDURE
           display '  WRITTEN'
           move 'WRITTEN' to WS-OUTCOME
           move WS-APPROVAL-NOTE to WS-OUTCOME-DETAIL
           if WS-APPROVAL-NEEDED
              add 1 to WS-APPROVAL-COUNT
           end-if
           if TXN-ADD
              add 1 to WS-ADD-COUNT
           end-if
           if TXN-CHANGE
              add 1 to WS-CHANGE-COUNT
           end-if
           if TXN-DELETE
              add 1 to WS-DELETE-COUNT
           end-if
           perform RECORD-OUTCOME-PROCEDURE.

       ABANDON-TXN-PROCEDURE.
           display '  ** NOTHING WRITTEN - ' WS-OUTCOME-DETAIL
           move 'ABANDONED' to WS-OUTCOME
           perform RECORD-OUTCOME-PROCEDURE.

      *    One session table entry - what the transaction carried as
      *    far as it got, and how it ended. A DELETE or a refusal
      *    carries no name, so the one on file is shown instead.
       RECORD-OUTCOME-PROCEDURE.
           add 1 to WS-SES-ENTRIES
           move TXN-ACTION to WS-SES-ACTION (WS-SES-ENTRIES)
           move TXN-EMPLOYEE-ID (1:5) to WS-SES-ID (WS-SES-ENTRIES)
           move TXN-EMPLOYEE_NAME to WS-SES-NAME (WS-SES-ENTRIES)
           if TXN-EMPLOYEE_NAME = spaces
              move WS-CUR-NAME to WS-SES-NAME (WS-SES-ENTRIES)
           end-if
           move TXN-EMPLOYEE_DOB (1:8) to WS-SES-DOB (WS-SES-ENTRIES)
           move TXN-EMPLOYEE_AGE (1:2) to WS-SES-AGE (WS-SES-ENTRIES)
           move TXN-EMPLOYEE_GRADE to WS-SES-GRADE (WS-SES-ENTRIES)
           move TXN-EMPLOYEE_DEPT to WS-SES-DEPT (WS-SES-ENTRIES)
           move TXN-EMPLOYEE_SALARY (1:5)
              to WS-SES-SALARY (WS-SES-ENTRIES)
           move TXN-EFFECTIVE-DATE (1:8) to WS-SES-EFF (WS-SES-ENTRIES)
           move WS-OUTCOME        to WS-SES-OUTCOME (WS-SES-ENTRIES)
           move WS-OUTCOME-DETAIL to WS-SES-DETAIL (WS-SES-ENTRIES)

           if WS-OUTCOME = 'WRITTEN'
              add 1 to WS-WRITTEN-COUNT
           else if WS-OUTCOME = 'REFUSED'
              add 1 to WS-REFUSED-COUNT
           else
              add 1 to WS-ABANDONED-COUNT
           end-if.

      *    The session's work, line by line, then the counts - on
      *    the console for the clerk, and on EmployeeKeying.rpt to
      *    tick off against the paperwork. A report that can't be
      *    opened still leaves the console copy.
       SESSION-SUMMARY-PROCEDURE.
           OPEN OUTPUT KEYING-REPORT-FILE
           if WS-KEYING-REPORT-STATUS = '00'
              set REPORT-OPENED to true
           else
              display 'WARNING: EmployeeKeying.rpt could not be '
                 'opened - status ' WS-KEYING-REPORT-STATUS
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           end-if

           display ' '
           display 'SESSION SUMMARY - CHECK AGAINST THE SOURCE '
              'PAPERWORK BEFORE THE BATCH RUN'
           display WS-HDG-3
           if REPORT-OPENED
              perform WRITE-HEADINGS-PROCEDURE
           end-if

           perform LIST-SESSION-LINE-PROCEDURE
              varying WS-SES-IDX from 1 by 1
              until WS-SES-IDX > WS-SES-ENTRIES

           perform WRITE-FOOTER-PROCEDURE

           if REPORT-OPENED
              CLOSE KEYING-REPORT-FILE
              display 'See EmployeeKeying.rpt'
           end-if.

       LIST-SESSION-LINE-PROCEDURE.
           move WS-SES-IDX to WS-SL-SEQ
           evaluate WS-SES-ACTION (WS-SES-IDX)
              when 'A'
                 move 'ADD' to WS-SL-ACTION
              when 'C'
                 move 'CHANGE' to WS-SL-ACTION
              when other
                 move 'DELETE' to WS-SL-ACTION
           end-evaluate
           move WS-SES-ID (WS-SES-IDX)      to WS-SL-ID
           move WS-SES-NAME (WS-SES-IDX)    to WS-SL-NAME
           move WS-SES-DOB (WS-SES-IDX)     to WS-SL-DOB
           move WS-SES-AGE (WS-SES-IDX)     to WS-SL-AGE
           move WS-SES-GRADE (WS-SES-IDX)   to WS-SL-GRADE
           move WS-SES-DEPT (WS-SES-IDX)    to WS-SL-DEPT
           move WS-SES-SALARY (WS-SES-IDX)  to WS-SL-SALARY
           move WS-SES-EFF (WS-SES-IDX)     to WS-SL-EFF
           move WS-SES-OUTCOME (WS-SES-IDX) to WS-SL-OUTCOME
           move WS-SES-DETAIL (WS-SES-IDX)  to WS-SL-DETAIL
           move WS-SES-LINE to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE.

      *    One summary line to the console, and to the report with
      *    page breaks in the EmployeeReport style.
       SUMMARY-LINE-PROCEDURE.
           display WS-SUMMARY-LINE
           if REPORT-NOT-OPENED
              exit paragraph
           end-if
           if WS-LINE-COUNT greater than or equal to WS-LINES-PER-PAGE
              perform WRITE-HEADINGS-PROCEDURE
           end-if
           move WS-SUMMARY-LINE to KEYING-REPORT-LINE
           write KEYING-REPORT-LINE after advancing 1
           add 1 to WS-LINE-COUNT.

       WRITE-HEADINGS-PROCEDURE.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-HDG-1-PAGE
           move WS-RUN-DATE-D to WS-HDG-2-DATE
           move WS-KEYER      to WS-HDG-2-KEYER

           move WS-HDG-1 to KEYING-REPORT-LINE
           write KEYING-REPORT-LINE after advancing page
           move WS-HDG-2 to KEYING-REPORT-LINE
           write KEYING-REPORT-LINE after advancing 1
           move spaces to KEYING-REPORT-LINE
           write KEYING-REPORT-LINE after advancing 1
           move WS-HDG-3 to KEYING-REPORT-LINE
           write KEYING-REPORT-LINE after advancing 1

           move 4 to WS-LINE-COUNT.

       WRITE-FOOTER-PROCEDURE.
           move spaces to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE

           move 'TRANSACTIONS STARTED        : ' to WS-FTR-LABEL
           move WS-SES-ENTRIES to WS-FTR-COUNT
           move WS-FTR-LINE to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE

           move 'WRITTEN TO Employee.trn     : ' to WS-FTR-LABEL
           move WS-WRITTEN-COUNT to WS-FTR-COUNT
           move WS-FTR-LINE to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE

           move '  ADDS                      : ' to WS-FTR-LABEL
           move WS-ADD-COUNT to WS-FTR-COUNT
           move WS-FTR-LINE to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE

           move '  CHANGES                   : ' to WS-FTR-LABEL
           move WS-CHANGE-COUNT to WS-FTR-COUNT
           move WS-FTR-LINE to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE

           move '  DELETES                   : ' to WS-FTR-LABEL
           move WS-DELETE-COUNT to WS-FTR-COUNT
           move WS-FTR-LINE to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE

           move '  NEEDING SECOND APPROVAL   : ' to WS-FTR-LABEL
           move WS-APPROVAL-COUNT to WS-FTR-COUNT
           move WS-FTR-LINE to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE

           move 'REFUSED                     : ' to WS-FTR-LABEL
           move WS-REFUSED-COUNT to WS-FTR-COUNT
           move WS-FTR-LINE to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE

           move 'ABANDONED - NOTHING WRITTEN : ' to WS-FTR-LABEL
           move WS-ABANDONED-COUNT to WS-FTR-COUNT
           move WS-FTR-LINE to WS-SUMMARY-LINE
           perform SUMMARY-LINE-PROCEDURE.

       RAISE-RETURN-CODE-PROCEDURE.
           if WS-PROPOSED-RC greater than RETURN-CODE
              move WS-PROPOSED-RC to RETURN-CODE
           end-if.

      *    Loads GradeRef.dat into WS-GREF-TABLE. A missing or
      *    unparseable file downgrades the session to a warning and
      *    the grade/band checks are skipped - pay policy
      *    enforcement only bites where the policy file exists.
       LOAD-GRADE-REF-PROCEDURE.
           OPEN INPUT GRADE-REF-FILE
           if WS-GRADE-REF-STATUS not = '00'
              display 'WARNING: GradeRef.dat not available - status '
                 WS-GRADE-REF-STATUS
                 ' - GRADE/SALARY BAND CHECKS SKIPPED'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           set WS-GREF-NOT-EOF to true
           set WS-GRADE-REF-LOADED to true
           perform READ-GRADE-REF-PROCEDURE until WS-GREF-EOF
           CLOSE GRADE-REF-FILE

           if WS-GRADE-REF-NOT-LOADED or WS-GREF-ENTRIES = 0
              display 'WARNING: GradeRef.dat unusable - '
                 'GRADE/SALARY BAND CHECKS SKIPPED'
              set WS-GRADE-REF-NOT-LOADED to true
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           end-if.

       READ-GRADE-REF-PROCEDURE.
           READ GRADE-REF-FILE
              AT END set WS-GREF-EOF to true
              NOT AT END
                 if GRADE-REF-LINE not = spaces
                    perform PARSE-GRADE-REF-PROCEDURE
                 end-if
           END-READ.

      *    Pulls one "grade,minimum,maximum" line apart. Any line
      *    that won't parse abandons the whole table - a half-loaded
      *    pay policy is worse than none.
       PARSE-GRADE-REF-PROCEDURE.
           move spaces to WS-GREF-PARSE-GRADE
           move spaces to WS-GREF-PARSE-MIN-X
           move spaces to WS-GREF-PARSE-MAX-X
           move 0 to WS-GREF-MIN-LEN
           move 0 to WS-GREF-MAX-LEN
           UNSTRING GRADE-REF-LINE
              delimited by ',' or all space
              into WS-GREF-PARSE-GRADE
                   WS-GREF-PARSE-MIN-X count in WS-GREF-MIN-LEN
                   WS-GREF-PARSE-MAX-X count in WS-GREF-MAX-LEN
           END-UNSTRING

           if WS-GREF-PARSE-GRADE = space
              or WS-GREF-MIN-LEN = 0 or WS-GREF-MIN-LEN > 5
              or WS-GREF-MAX-LEN = 0 or WS-GREF-MAX-LEN > 5
              or WS-GREF-ENTRIES >= 10
              display 'WARNING: bad grade reference line: '
                 GRADE-REF-LINE
              set WS-GRADE-REF-NOT-LOADED to true
              set WS-GREF-EOF to true
              exit paragraph
           end-if

           add 1 to WS-GREF-ENTRIES
           move WS-GREF-PARSE-GRADE to WS-GREF-CODE (WS-GREF-ENTRIES)

           move WS-GREF-PARSE-MIN-X to WS-GREF-VALUE-X
           move WS-GREF-MIN-LEN     to WS-GREF-VALUE-LEN
           perform JUSTIFY-GREF-VALUE-PROCEDURE
           if WS-GRADE-REF-NOT-LOADED
              exit paragraph
           end-if
           move WS-GREF-JUST to WS-GREF-MIN-SALARY (WS-GREF-ENTRIES)

           move WS-GREF-PARSE-MAX-X to WS-GREF-VALUE-X
           move WS-GREF-MAX-LEN     to WS-GREF-VALUE-LEN
           perform JUSTIFY-GREF-VALUE-PROCEDURE
           if WS-GRADE-REF-NOT-LOADED
              exit paragraph
           end-if
           move WS-GREF-JUST to WS-GREF-MAX-SALARY (WS-GREF-ENTRIES)

           if WS-GREF-MIN-SALARY (WS-GREF-ENTRIES)
              > WS-GREF-MAX-SALARY (WS-GREF-ENTRIES)
              display 'WARNING: bad grade reference band: '
                 GRADE-REF-LINE
              set WS-GRADE-REF-NOT-LOADED to true
              set WS-GREF-EOF to true
           end-if.

      *    Right-justifies and zero-fills one band value so "9000"
      *    and "09000" both land as 09000 - flags the table unusable
      *    when what's left still isn't numeric.
       JUSTIFY-GREF-VALUE-PROCEDURE.
           move WS-GREF-VALUE-X (1:WS-GREF-VALUE-LEN)
              to WS-GREF-JUST
           inspect WS-GREF-JUST replacing leading space by '0'
           if WS-GREF-JUST is not numeric
              display 'WARNING: bad grade reference line: '
                 GRADE-REF-LINE
              set WS-GRADE-REF-NOT-LOADED to true
              set WS-GREF-EOF to true
           end-if.

      *    Finds WS-TRY-GRADE in the grade reference table - leaves
      *    WS-GREF-IDX past WS-GREF-ENTRIES when the grade isn't
      *    there.
       FIND-GRADE-REF-PROCEDURE.
           move 1 to WS-GREF-IDX
           perform BUMP-GREF-IDX-PROCEDURE
              until WS-GREF-IDX > WS-GREF-ENTRIES
                 or WS-GREF-CODE (WS-GREF-IDX) = WS-TRY-GRADE.

       BUMP-GREF-IDX-PROCEDURE.
           add 1 to WS-GREF-IDX.

      *    Loads DeptRef.dat into WS-DREF-TABLE. A missing or
      *    unparseable file downgrades the session to a warning and
      *    the department check is skipped - organisational coding
      *    only bites where the reference file actually exists.
       LOAD-DEPT-REF-PROCEDURE.
           OPEN INPUT DEPT-REF-FILE
           if WS-DEPT-REF-STATUS not = '00'
              display 'WARNING: DeptRef.dat not available - status '
                 WS-DEPT-REF-STATUS
                 ' - DEPARTMENT CHECKS SKIPPED'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           set WS-DREF-NOT-EOF to true
           set WS-DEPT-REF-LOADED to true
           perform READ-DEPT-REF-PROCEDURE until WS-DREF-EOF
           CLOSE DEPT-REF-FILE

           if WS-DEPT-REF-NOT-LOADED or WS-DREF-ENTRIES = 0
              display 'WARNING: DeptRef.dat unusable - '
                 'DEPARTMENT CHECKS SKIPPED'
              set WS-DEPT-REF-NOT-LOADED to true
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           end-if.

       READ-DEPT-REF-PROCEDURE.
           READ DEPT-REF-FILE
              AT END set WS-DREF-EOF to true
              NOT AT END
                 if DEPT-REF-LINE not = spaces
                    perform PARSE-DEPT-REF-PROCEDURE
                 end-if
           END-READ.

      *    Pulls one "code,description" line apart. Any line that
      *    won't parse abandons the whole table - a half-loaded
      *    department list is worse than none.
       PARSE-DEPT-REF-PROCEDURE.
           move spaces to WS-DREF-PARSE-CODE
           move spaces to WS-DREF-PARSE-DESC
           UNSTRING DEPT-REF-LINE delimited by ','
              into WS-DREF-PARSE-CODE WS-DREF-PARSE-DESC
           END-UNSTRING

           if WS-DREF-PARSE-CODE = spaces
              or WS-DREF-PARSE-CODE (4:1) not = space
              or WS-DREF-ENTRIES >= 20
              display 'WARNING: bad department reference line: '
                 DEPT-REF-LINE
              set WS-DEPT-REF-NOT-LOADED to true
              set WS-DREF-EOF to true
              exit paragraph
           end-if

           add 1 to WS-DREF-ENTRIES
           move WS-DREF-PARSE-CODE (1:3)
              to WS-DREF-CODE (WS-DREF-ENTRIES)
           move WS-DREF-PARSE-DESC
              to WS-DREF-DESC (WS-DREF-ENTRIES).

      *    Finds WS-EFF-DEPT in the department reference table -
      *    leaves WS-DREF-IDX past WS-DREF-ENTRIES when the code
      *    isn't there.
       FIND-DEPT-REF-PROCEDURE.
           move 1 to WS-DREF-IDX
           perform BUMP-DREF-IDX-PROCEDURE
              until WS-DREF-IDX > WS-DREF-ENTRIES
                 or WS-DREF-CODE (WS-DREF-IDX) = WS-EFF-DEPT.

       BUMP-DREF-IDX-PROCEDURE.
           add 1 to WS-DREF-IDX.

      *    Takes this run's lock on Employee.dat before the master is
      *    touched. Exclusive is refused while any line is in the
      *    lock file, shared only while someone holds it exclusive.
      *    Refused at the start, the session ends at once with
      *    return code 30 and the holder named on the console.
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
              display 'WARNING: Employee.dat is locked by '
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
              display 'WARNING: EmployeeLock.dat is full - have the '
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
              display 'WARNING: EmployeeLock.dat could not be written '
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
