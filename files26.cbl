       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-CLEANUP.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.

      *    Outstanding-conversion clean-up worklist. The one-off
      *    conversions filled in what nobody knew: EMPLOYEE-DOBCONV
      *    gave every employee without a date of birth a 1 July
      *    birthday worked back from EMPLOYEE_AGE (or left it blank
      *    where there was no age either), and EMPLOYEE-DEPTCONV put
      *    every uncoded employee on the GEN holding code. The true
      *    values were to follow through ordinary CHANGE
      *    transactions, but nothing showed which records were still
      *    waiting - and the retirement forecast is working from the
      *    guesses meanwhile. This run passes Employee.dat once and
      *    picks out each active employee still carrying one of
      *    those defaults, gives the reason, and suggests the FROM
      *    date to give EMPLOYEE-HISTORY to see whether a clerk has
      *    touched the record since (taken from the conversion's own
      *    entry in EmployeeBackup.ctl where it is still there). The
      *    worklist EmployeeCleanup.rpt is grouped by department,
      *    each with the share of its people already cleaned up, and
      *    EmployeeCleanup.trn gets a CHANGE skeleton for every
      *    record listed, prefilled from the master with the
      *    doubtful fields left blank, so HR only keys the true
      *    values and their own user ID before it goes into
      *    Employee.trn. Leavers are counted but not listed - a
      *    CHANGE can no longer be applied to them.


       ENVIRONMENT DIVISION.
       configuration section.
       source-computer. GrahamLap-01 with debugging mode.
       object-computer. GrahamLap-01.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The current master - read only, never written to directly.
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-EMPLOYEE-FILE-STATUS.

      *    Master backup control file - read only, for the dates the
      *    conversions ran; see bkpctl-rec.cbl.
       SELECT BACKUP-CONTROL-FILE
           ASSIGN TO './EmployeeBackup.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BACKUP-CONTROL-STATUS.

      *    The CHANGE skeletons for HR to complete - the Employee.trn
      *    layout, see txn-rec.cbl.
       SELECT TRANSACTION-FILE
           ASSIGN TO './EmployeeCleanup.trn'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-TXN-FILE-STATUS.

      *    The worklist - see clnrpt-rec.cbl.
       SELECT CLEANUP-REPORT-FILE
           ASSIGN TO './EmployeeCleanup.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-CLEANUP-REPORT-STATUS.

      *    The sort work file.
       SELECT SORT-FILE
           ASSIGN TO './EmployeeCleanup.tmp'.

      *    End-of-job run-control record for the scheduler - see
      *    runctl-rec.cbl.
       SELECT RUN-CONTROL-FILE
           ASSIGN TO './EmployeeCleanup.run'
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

      *    Bring in the backup control file definition
       copy bkpctl-rec.

      *    Bring in the transaction file definition
       copy txn-rec.

      *    Bring in the worklist line definition
       copy clnrpt-rec.

      *    Bring in the run-control record definition
       copy runctl-rec.

      *    The sort record - one per employee on the worklist,
      *    carrying everything the worklist line and the CHANGE
      *    skeleton need, in department then EMPLOYEE-ID order.
       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-DEPT         pic x(3).
          05 SRT-EMPLOYEE-ID  pic 9(5).
          05 SRT-NAME         pic x(30).
          05 SRT-DOB          pic x(8).
          05 SRT-AGE          pic x(2).
          05 SRT-GRADE        pic x(1).
          05 SRT-SALARY       pic 9(5).
          05 SRT-DOB-REASON   pic x(1).
          05 SRT-DEPT-REASON  pic x(1).
          05 SRT-HIST-FROM    pic 9(8).

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

           01 filler.
              10 filler pic x value 'n'.
                 88 CLEANUP-FATAL     value 'Y'.
                 88 CLEANUP-NOT-FATAL value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-RETURN-EOF     value 'Y'.
                 88 WS-RETURN-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-BKP-EOF     value 'Y'.
                 88 WS-BKP-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 REPORT-OPENED     value 'Y'.
                 88 REPORT-NOT-OPENED value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 SKELETON-OPENED     value 'Y'.
                 88 SKELETON-NOT-OPENED value 'n'.
      *      a department group is under way on the worklist
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-GROUP-OPEN     value 'Y'.
                 88 WS-GROUP-NOT-OPEN value 'n'.

           77 WS-EMPLOYEE-FILE-STATUS   pic x(2) value '00'.
           77 WS-BACKUP-CONTROL-STATUS  pic x(2) value '00'.
           77 WS-TXN-FILE-STATUS        pic x(2) value '00'.
           77 WS-CLEANUP-REPORT-STATUS  pic x(2) value '00'.

           77 WS-DETAIL-COUNT      pic 9(5) comp sync value 0.
           77 WS-EXPECTED-COUNT    pic 9(5) comp sync value 0.
           77 WS-ACTIVE-COUNT      pic 9(5) comp sync value 0.
           77 WS-LEAVER-COUNT      pic 9(5) comp sync value 0.
           77 WS-LEAVER-DEF-COUNT  pic 9(5) comp sync value 0.
           77 WS-OUTSTANDING-COUNT pic 9(5) comp sync value 0.
           77 WS-JULY-COUNT        pic 9(5) comp sync value 0.
           77 WS-NO-DOB-COUNT      pic 9(5) comp sync value 0.
           77 WS-HOLDING-COUNT     pic 9(5) comp sync value 0.
           77 WS-UNCODED-COUNT     pic 9(5) comp sync value 0.
           77 WS-SKELETON-COUNT    pic 9(5) comp sync value 0.
           77 WS-OUTSTANDING-D     pic Z(4)9.
           77 WS-ACTIVE-D          pic Z(4)9.

      *    The defaults the conversions wrote - the 1 July birthday
      *    EMPLOYEE-DOBCONV worked back from EMPLOYEE_AGE and the
      *    holding code EMPLOYEE-DEPTCONV gave uncoded employees.
           77 WS-DEFAULT-MMDD pic x(4) value '0701'.
           77 WS-DEFAULT-DEPT pic x(3) value 'GEN'.

      *    Why the employee is on the worklist - one reason for the
      *    date of birth and one for the department, either or both.
           01 WS-REASONS.
              05 WS-DOB-REASON  pic x(1).
                 88 WS-DOB-OK      value space.
                 88 WS-DOB-JULY    value 'J'.
                 88 WS-DOB-NONE    value 'N'.
              05 WS-DEPT-REASON pic x(1).
                 88 WS-DEPT-OK      value space.
                 88 WS-DEPT-HOLDING value 'G'.
                 88 WS-DEPT-UNCODED value 'U'.

      *    The date each conversion replaced the master, from its
      *    entry in EmployeeBackup.ctl - 0 once the entry has been
      *    swept past the retention count, and then the suggested
      *    history date falls back as SUGGEST-FROM-DATE-PROCEDURE
      *    describes. 0 is also how a suggested date of "from the
      *    start of the audit history" is held.
           77 WS-DOBCONV-DATE  pic 9(8) value 0.
           77 WS-DEPTCONV-DATE pic 9(8) value 0.
           77 WS-HIST-FROM     pic 9(8) value 0.
           77 WS-CANDIDATE     pic 9(8) value 0.
           77 WS-DOB-YYYY      pic 9(4) value 0.
           77 WS-CONV-YYYY     pic 9(5) value 0.
           01 WS-BKP-LINE.
              05 WS-BKP-SFX   pic x(14).
              05 filler       pic x(1).
              05 WS-BKP-COUNT pic x(5).
              05 filler       pic x(1).
              05 WS-BKP-PGM   pic x(19).
           77 WS-BKP-DATE-X pic x(8) value spaces.

      *    Active headcount and employees outstanding per department,
      *    kept in department-code order as they are added, so the
      *    progress summary comes out in the same order as the
      *    worklist groups.
           77 WS-DEPT-ENTRIES     pic 9(2) comp sync value 0.
           77 WS-DEPT-MAX-ENTRIES pic 9(2) comp sync value 30.
           77 WS-DX  pic 9(2) comp sync value 0.
           77 WS-SX  pic 9(2) comp sync value 0.
           77 WS-INS pic 9(2) comp sync value 0.
           77 WS-FIND-DEPT pic x(3) value spaces.
           01 WS-DEPT-TABLE.
              05 WS-DEPT-ENTRY occurs 30 times.
                 10 WS-DEPT-CODE        pic x(3).
                 10 WS-DEPT-ACTIVE      pic 9(5) comp.
                 10 WS-DEPT-OUTSTANDING pic 9(5) comp.

           77 WS-GROUP-DEPT  pic x(3) value spaces.
           77 WS-PCT         pic 9(3) value 0.
           77 WS-PCT-ACTIVE  pic 9(5) comp sync value 0.
           77 WS-PCT-OUTSTANDING pic 9(5) comp sync value 0.

           01 WS-CURRENT-DATE.
              05 WS-CURRENT-YYYY pic 9(4).
              05 WS-CURRENT-MM   pic 9(2).
              05 WS-CURRENT-DD   pic 9(2).
           01 WS-RUN-DATE-D.
              05 WS-RUN-DATE-DD   pic 99.
              05 filler pic x value '/'.
              05 WS-RUN-DATE-MM   pic 99.
              05 filler pic x value '/'.
              05 WS-RUN-DATE-YYYY pic 9(4).

      *    Report heading and detail lines
           01 WS-HDG-1.
              05 filler pic x(30) value spaces.
              05 filler pic x(40) value
                 'OUTSTANDING CONVERSION CLEAN-UP WORKLIST'.
              05 filler pic x(4)  value spaces.
              05 filler pic x(10) value 'RUN DATE: '.
              05 WS-HDG-1-DATE pic x(10).
              05 filler pic x(38) value spaces.

           01 WS-HDG-2.
              05 filler pic x(42) value
                 'ACTIVE EMPLOYEES STILL CARRYING A CONVERSI'.
              05 filler pic x(29) value
                 'ON DEFAULT, BY DEPARTMENT'.
              05 filler pic x(61) value spaces.

           01 WS-GRP-HDG.
              05 filler pic x(11) value 'DEPARTMENT '.
              05 WS-GH-DEPT pic x(16).
              05 filler pic x(105) value spaces.

           01 WS-COL-HDG.
              05 filler pic x(9)  value '  EMP ID'.
              05 filler pic x(32) value 'NAME'.
              05 filler pic x(5)  value 'AGE'.
              05 filler pic x(10) value 'DOB'.
              05 filler pic x(28) value 'DATE OF BIRTH ISSUE'.
              05 filler pic x(18) value 'DEPARTMENT ISSUE'.
              05 filler pic x(12) value 'HISTORY FROM'.
              05 filler pic x(18) value spaces.

           01 WS-DTL.
              05 filler        pic x(2) value spaces.
              05 WS-DL-ID      pic 9(5).
              05 filler        pic x(2) value spaces.
              05 WS-DL-NAME    pic x(30).
              05 filler        pic x(2) value spaces.
              05 WS-DL-AGE     pic x(2).
              05 filler        pic x(3) value spaces.
              05 WS-DL-DOB     pic x(8).
              05 filler        pic x(2) value spaces.
              05 WS-DL-DOB-REASON  pic x(26).
              05 filler        pic x(2) value spaces.
              05 WS-DL-DEPT-REASON pic x(16).
              05 filler        pic x(2) value spaces.
              05 WS-DL-FROM    pic x(8).
              05 filler        pic x(22) value spaces.

           01 WS-GRP-FTR.
              05 filler pic x(11) value '  ACTIVE: '.
              05 WS-GF-ACTIVE pic Z(4)9.
              05 filler pic x(16) value '   OUTSTANDING: '.
              05 WS-GF-OUTSTANDING pic Z(4)9.
              05 filler pic x(15) value '   CLEANED UP: '.
              05 WS-GF-PCT pic ZZ9.
              05 filler pic x(1) value '%'.
              05 filler pic x(76) value spaces.

           01 WS-NONE-LINE.
              05 filler pic x(42) value
                 'NO ACTIVE EMPLOYEE IS STILL CARRYING A CON'.
              05 filler pic x(18) value
                 'VERSION DEFAULT'.
              05 filler pic x(72) value spaces.

           01 WS-FATAL-LINE.
              05 filler pic x(42) value
                 'RUN ABANDONED - Employee.dat FAILED ITS HE'.
              05 filler pic x(42) value
                 'ADER OR TRAILER CHECK; NOTHING IS LISTED'.
              05 filler pic x(48) value spaces.

           01 WS-SUM-HDG.
              05 filler pic x(31) value
                 'CLEAN-UP PROGRESS BY DEPARTMENT'.
              05 filler pic x(101) value spaces.

           01 WS-SUM-COL-HDG.
              05 filler pic x(18) value 'DEPARTMENT'.
              05 filler pic x(8)  value '  ACTIVE'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(11) value 'OUTSTANDING'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(10) value 'CLEANED UP'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(8)  value 'PROGRESS'.
              05 filler pic x(71) value spaces.

           01 WS-SUM-DTL.
              05 WS-SD-DEPT        pic x(16).
              05 filler            pic x(2) value spaces.
              05 WS-SD-ACTIVE      pic Z(7)9.
              05 filler            pic x(2) value spaces.
              05 WS-SD-OUTSTANDING pic Z(10)9.
              05 filler            pic x(2) value spaces.
              05 WS-SD-CLEAN       pic Z(9)9.
              05 filler            pic x(5) value spaces.
              05 WS-SD-PCT         pic ZZ9.
              05 filler            pic x(1) value '%'.
              05 filler            pic x(72) value spaces.

           01 WS-FTR-1.
              05 filler pic x(34) value
                 'MASTER RECORDS READ             : '.
              05 WS-FTR-1-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-2.
              05 filler pic x(34) value
                 'ACTIVE EMPLOYEES                : '.
              05 WS-FTR-2-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-3.
              05 filler pic x(34) value
                 '  STILL CARRYING A DEFAULT      : '.
              05 WS-FTR-3-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-4.
              05 filler pic x(34) value
                 '    1 JULY CONVERSION BIRTHDAY  : '.
              05 WS-FTR-4-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-5.
              05 filler pic x(34) value
                 '    NO DOB - AGE FALLBACK       : '.
              05 WS-FTR-5-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-6.
              05 filler pic x(34) value
                 '    GEN HOLDING CODE            : '.
              05 WS-FTR-6-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-7.
              05 filler pic x(34) value
                 '    DEPARTMENT NOT YET CODED    : '.
              05 WS-FTR-7-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-8.
              05 filler pic x(34) value
                 'CHANGE SKELETONS WRITTEN        : '.
              05 WS-FTR-8-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-9.
              05 filler pic x(34) value
                 'LEAVERS WITH A DEFAULT, UNLISTED: '.
              05 WS-FTR-9-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.

           01 WS-NOTE-1.
              05 filler pic x(42) value
                 'HISTORY FROM IS THE FROM DATE TO GIVE EMPL'.
              05 filler pic x(42) value
                 'OYEE-HISTORY FOR THE EMPLOYEE - ANY CHANGE'.
              05 filler pic x(42) value
                 ' KEYED SINCE THE DEFAULT WAS SET SHOWS IN'.
              05 filler pic x(6)  value spaces.
           01 WS-NOTE-2.
              05 filler pic x(42) value
                 'IT. EARLIEST MEANS THE CONVERSION DATE IS '.
              05 filler pic x(42) value
                 'NO LONGER KNOWN - LEAVE THE FROM DATE BLAN'.
              05 filler pic x(3)  value 'K.'.
              05 filler pic x(45) value spaces.
           01 WS-NOTE-3.
              05 filler pic x(42) value
                 'EmployeeCleanup.trn HOLDS A CHANGE FOR EAC'.
              05 filler pic x(42) value
                 'H EMPLOYEE LISTED WITH THE DOUBTFUL FIELDS'.
              05 filler pic x(42) value
                 ' BLANK - KEY THE TRUE VALUES AND YOUR USER'.
              05 filler pic x(6)  value spaces.
           01 WS-NOTE-4.
              05 filler pic x(42) value
                 'ID IN KEYED-BY, THEN ADD IT TO Employee.tr'.
              05 filler pic x(42) value
                 'n. EMPLOYEE-EDIT REJECTS ANY LEFT WITHOUT '.
              05 filler pic x(8)  value 'KEYED-BY'.
              05 filler pic x(40) value spaces.

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
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-CLEANUP'.
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
      *    same end-of-job record EMPLOYEE-RETIRE writes.
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
      D    display 'Starting conversion clean-up worklist...'
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-START-STAMP

           perform TAKE-LOCK-PROCEDURE
           if WS-LOCK-REFUSED
              move 30 to RETURN-CODE
              perform WRITE-RUN-CONTROL-PROCEDURE
              STOP RUN
           end-if

           accept WS-CURRENT-DATE from date yyyymmdd
           move WS-CURRENT-DD   to WS-RUN-DATE-DD
           move WS-CURRENT-MM   to WS-RUN-DATE-MM
           move WS-CURRENT-YYYY to WS-RUN-DATE-YYYY

           perform LOAD-CONVERSION-DATES-PROCEDURE

           OPEN INPUT EMPLOYEE
           if WS-EMPLOYEE-FILE-STATUS not = '00'
              display 'FATAL: Employee.dat could not be opened - '
                 'status ' WS-EMPLOYEE-FILE-STATUS
              set WS-EOF        to true
              set CLEANUP-FATAL to true
           end-if

           if CLEANUP-NOT-FATAL
              OPEN OUTPUT CLEANUP-REPORT-FILE
              if WS-CLEANUP-REPORT-STATUS = '00'
                 set REPORT-OPENED to true
              else
                 display 'FATAL: EmployeeCleanup.rpt could not be '
                    'opened - status ' WS-CLEANUP-REPORT-STATUS
                 set CLEANUP-FATAL to true
              end-if
           end-if

           if CLEANUP-NOT-FATAL
              OPEN OUTPUT TRANSACTION-FILE
              if WS-TXN-FILE-STATUS = '00'
                 set SKELETON-OPENED to true
              else
                 display 'FATAL: EmployeeCleanup.trn could not be '
                    'opened - status ' WS-TXN-FILE-STATUS
                 set CLEANUP-FATAL to true
              end-if
           end-if

           if CLEANUP-NOT-FATAL
              SORT SORT-FILE
                 ON ASCENDING KEY SRT-DEPT SRT-EMPLOYEE-ID
                 INPUT PROCEDURE IS SELECT-OUTSTANDING-PROCEDURE
                 OUTPUT PROCEDURE IS WRITE-WORKLIST-PROCEDURE
           end-if

           if WS-EMPLOYEE-FILE-STATUS not = '35'
              CLOSE EMPLOYEE
           end-if
           if REPORT-OPENED
              CLOSE CLEANUP-REPORT-FILE
           end-if
           if SKELETON-OPENED
              CLOSE TRANSACTION-FILE
           end-if

           if CLEANUP-FATAL
              move 16 to RETURN-CODE
              display 'FATAL: clean-up worklist abandoned'
           else
              move WS-OUTSTANDING-COUNT to WS-OUTSTANDING-D
              move WS-ACTIVE-COUNT      to WS-ACTIVE-D
              display 'Clean-up worklist complete - '
                 WS-OUTSTANDING-D ' of ' WS-ACTIVE-D
                 ' active employee(s) outstanding. '
                 'See EmployeeCleanup.rpt'
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
              display 'WARNING: EmployeeCleanup.run could not be '
                 'written - status ' WS-RUN-CONTROL-STATUS
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           move spaces to RUN-CONTROL-LINE
           string 'PROGRAM=EMPLOYEE-CLEANUP'
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

           move WS-ACTIVE-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'ACTIVE-EMPLOYEES=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-OUTSTANDING-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'OUTSTANDING=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-SKELETON-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'SKELETONS-WRITTEN=' WS-RUN-CTL-NUM
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

      *    The conversions wrote their outgoing master to the backup
      *    generations like any other replacing program, so their
      *    entries date them. Oldest first, so the first entry found
      *    for each is the conversion itself rather than a re-run.
      *    No control file, or entries already swept, just leaves
      *    the dates unknown.
       LOAD-CONVERSION-DATES-PROCEDURE.
           OPEN INPUT BACKUP-CONTROL-FILE
           if WS-BACKUP-CONTROL-STATUS not = '00'
              exit paragraph
           end-if
           perform READ-BKP-LINE-PROCEDURE until WS-BKP-EOF
           CLOSE BACKUP-CONTROL-FILE.

       READ-BKP-LINE-PROCEDURE.
           READ BACKUP-CONTROL-FILE
              AT END set WS-BKP-EOF to true
              NOT AT END
                 move BACKUP-CONTROL-LINE to WS-BKP-LINE
                 perform NOTE-CONVERSION-DATE-PROCEDURE
           END-READ.

       NOTE-CONVERSION-DATE-PROCEDURE.
           move WS-BKP-SFX (2:8) to WS-BKP-DATE-X
           if WS-BKP-DATE-X is not numeric
              exit paragraph
           end-if
           if WS-BKP-PGM = 'EMPLOYEE-DOBCONV'
              and WS-DOBCONV-DATE = 0
              move WS-BKP-DATE-X to WS-DOBCONV-DATE
           end-if
           if WS-BKP-PGM = 'EMPLOYEE-DEPTCONV'
              and WS-DEPTCONV-DATE = 0
              move WS-BKP-DATE-X to WS-DEPTCONV-DATE
           end-if.

      *    Feeds the sort - one pass of the master, releasing each
      *    active employee still carrying a default.
       SELECT-OUTSTANDING-PROCEDURE.
           perform READ-MASTER-PROCEDURE until WS-EOF
           perform RECONCILE-TRAILER-PROCEDURE.

       READ-MASTER-PROCEDURE.
           READ EMPLOYEE
              AT END set WS-EOF to true
              NOT AT END perform SCREEN-RECORD-PROCEDURE
           END-READ.

       SCREEN-RECORD-PROCEDURE.
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
              set WS-EOF        to true
              set CLEANUP-FATAL to true
              display 'FATAL: Header Record Missing.'
              exit paragraph
           end-if

           add 1 to WS-DETAIL-COUNT
           perform CLASSIFY-RECORD-PROCEDURE.

      *    Leavers are only counted - the maintenance run refuses a
      *    CHANGE against a leaver, so there is nothing HR can do
      *    about their defaults now. A leaver EMPLOYEE-PURGE has
      *    anonymised has no DOB by design, not by conversion, so
      *    is not counted as carrying a default.
       CLASSIFY-RECORD-PROCEDURE.
           perform SET-REASONS-PROCEDURE

           if EMPLOYEE-LEAVER
              add 1 to WS-LEAVER-COUNT
              if WS-REASONS not = spaces
                 and not EMPLOYEE-ANONYMISED
                 add 1 to WS-LEAVER-DEF-COUNT
              end-if
              exit paragraph
           end-if

           add 1 to WS-ACTIVE-COUNT
           move EMPLOYEE_DEPT to WS-FIND-DEPT
           perform LOCATE-DEPT-PROCEDURE
           if WS-DX = 0
              perform ADD-DEPARTMENT-PROCEDURE
           end-if
           if CLEANUP-FATAL
              exit paragraph
           end-if
           add 1 to WS-DEPT-ACTIVE (WS-DX)

           if WS-REASONS = spaces
              exit paragraph
           end-if

           add 1 to WS-DEPT-OUTSTANDING (WS-DX)
           add 1 to WS-OUTSTANDING-COUNT
           if WS-DOB-JULY
              add 1 to WS-JULY-COUNT
           end-if
           if WS-DOB-NONE
              add 1 to WS-NO-DOB-COUNT
           end-if
           if WS-DEPT-HOLDING
              add 1 to WS-HOLDING-COUNT
           end-if
           if WS-DEPT-UNCODED
              add 1 to WS-UNCODED-COUNT
           end-if

           perform SUGGEST-FROM-DATE-PROCEDURE

           move EMPLOYEE_DEPT   to SRT-DEPT
           move EMPLOYEE-ID     to SRT-EMPLOYEE-ID
           move EMPLOYEE_NAME   to SRT-NAME
           move EMPLOYEE_DOB    to SRT-DOB
           move EMPLOYEE_AGE    to SRT-AGE
           move EMPLOYEE_GRADE  to SRT-GRADE
           move EMPLOYEE_SALARY to SRT-SALARY
           move WS-DOB-REASON   to SRT-DOB-REASON
           move WS-DEPT-REASON  to SRT-DEPT-REASON
           move WS-HIST-FROM    to SRT-HIST-FROM
           RELEASE SORT-RECORD.

       SET-REASONS-PROCEDURE.
           move spaces to WS-REASONS
           perform SET-DOB-REASON-PROCEDURE
           perform SET-DEPT-REASON-PROCEDURE.

      *    A DOB of 1 July is taken as the conversion's guess - a
      *    true 1 July birthday cannot be told apart from it, and
      *    costs HR one confirming CHANGE.
       SET-DOB-REASON-PROCEDURE.
           if EMPLOYEE_DOB is not numeric or EMPLOYEE_DOB = 0
              set WS-DOB-NONE to true
           else if EMPLOYEE_DOB (5:4) = WS-DEFAULT-MMDD
              set WS-DOB-JULY to true
           end-if.

       SET-DEPT-REASON-PROCEDURE.
           if EMPLOYEE_DEPT = WS-DEFAULT-DEPT
              set WS-DEPT-HOLDING to true
           else if EMPLOYEE_DEPT = spaces
              set WS-DEPT-UNCODED to true
           end-if.

      *    The earliest date any of the employee's defaults could
      *    have been set - a CHANGE keyed since then is in the audit
      *    history from that date on. The conversion's own date is
      *    used where EmployeeBackup.ctl still has it. Failing that,
      *    a 1 July birthday was worked back from the age in the
      *    year of the conversion, so birth year plus age gives that
      *    year; anything else goes back to the start of the
      *    history. An employee never coded has no conversion date
      *    at all.
       SUGGEST-FROM-DATE-PROCEDURE.
           move 99999999 to WS-HIST-FROM
           if WS-DOB-JULY
              perform JULY-FROM-DATE-PROCEDURE
              perform TAKE-EARLIER-PROCEDURE
           end-if
           if WS-DOB-NONE
              move WS-DOBCONV-DATE to WS-CANDIDATE
              perform TAKE-EARLIER-PROCEDURE
           end-if
           if WS-DEPT-HOLDING
              move WS-DEPTCONV-DATE to WS-CANDIDATE
              perform TAKE-EARLIER-PROCEDURE
           end-if
           if WS-DEPT-UNCODED
              move 0 to WS-CANDIDATE
              perform TAKE-EARLIER-PROCEDURE
           end-if.

       JULY-FROM-DATE-PROCEDURE.
           if WS-DOBCONV-DATE > 0
              move WS-DOBCONV-DATE to WS-CANDIDATE
              exit paragraph
           end-if
           move 0 to WS-CANDIDATE
           if EMPLOYEE_AGE is not numeric
              exit paragraph
           end-if
           move EMPLOYEE_DOB (1:4) to WS-DOB-YYYY
           compute WS-CONV-YYYY = WS-DOB-YYYY + EMPLOYEE_AGE
           if WS-CONV-YYYY > WS-CURRENT-YYYY
              exit paragraph
           end-if
           compute WS-CANDIDATE = (WS-CONV-YYYY * 10000) + 0101.

       TAKE-EARLIER-PROCEDURE.
           if WS-CANDIDATE < WS-HIST-FROM
              move WS-CANDIDATE to WS-HIST-FROM
           end-if.

      *    The department list is kept in code order - a new code is
      *    slotted in ahead of the first code above it.
       LOCATE-DEPT-PROCEDURE.
           move 0 to WS-DX
           perform MATCH-DEPT-PROCEDURE
              varying WS-SX from 1 by 1
              until WS-SX > WS-DEPT-ENTRIES or WS-DX > 0.

       MATCH-DEPT-PROCEDURE.
           if WS-DEPT-CODE (WS-SX) = WS-FIND-DEPT
              move WS-SX to WS-DX
           end-if.

      *    A full list ends the run, as it does for the forecast.
       ADD-DEPARTMENT-PROCEDURE.
           if WS-DEPT-ENTRIES >= WS-DEPT-MAX-ENTRIES
              display 'FATAL: more than ' WS-DEPT-MAX-ENTRIES
                 ' departments on the master'
              set CLEANUP-FATAL to true
              set WS-EOF        to true
              exit paragraph
           end-if

           move 0 to WS-INS
           perform FIND-DEPT-SLOT-PROCEDURE
              varying WS-SX from 1 by 1
              until WS-SX > WS-DEPT-ENTRIES or WS-INS > 0
           if WS-INS = 0
              compute WS-INS = WS-DEPT-ENTRIES + 1
           end-if

           perform SHIFT-DEPT-PROCEDURE
              varying WS-SX from WS-DEPT-ENTRIES by -1
              until WS-SX < WS-INS
           add 1 to WS-DEPT-ENTRIES
           move WS-INS to WS-DX
           move WS-FIND-DEPT to WS-DEPT-CODE (WS-DX)
           move 0 to WS-DEPT-ACTIVE (WS-DX)
           move 0 to WS-DEPT-OUTSTANDING (WS-DX).

       FIND-DEPT-SLOT-PROCEDURE.
           if WS-DEPT-CODE (WS-SX) > WS-FIND-DEPT
              move WS-SX to WS-INS
           end-if.

       SHIFT-DEPT-PROCEDURE.
           move WS-DEPT-ENTRY (WS-SX) to WS-DEPT-ENTRY (WS-SX + 1).

      *    Same truncation guard the other master-reading programs
      *    apply.
       RECONCILE-TRAILER-PROCEDURE.
           if CLEANUP-FATAL
              exit paragraph
           end-if
           if trl-not-found
              display 'FATAL: Trailer Record Missing in Employee.dat'
              set CLEANUP-FATAL to true
           else if WS-EXPECTED-COUNT not = WS-DETAIL-COUNT
              display 'FATAL: RECORD COUNT MISMATCH IN Employee.dat'
              display '  TRAILER EXPECTS ' WS-EXPECTED-COUNT
                 ' BUT ' WS-DETAIL-COUNT ' PROCESSED'
              set CLEANUP-FATAL to true
           end-if.

      *    Takes the sorted worklist back - only once the master has
      *    reconciled, so a truncated master never leaves a partial
      *    worklist or skeleton file looking complete.
       WRITE-WORKLIST-PROCEDURE.
           move WS-RUN-DATE-D to WS-HDG-1-DATE
           move WS-HDG-1 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-HDG-2 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE

           if CLEANUP-FATAL
              move spaces to CLEANUP-REPORT-LINE
              write CLEANUP-REPORT-LINE
              move WS-FATAL-LINE to CLEANUP-REPORT-LINE
              write CLEANUP-REPORT-LINE
              exit paragraph
           end-if

           perform RETURN-WORKLIST-PROCEDURE until WS-RETURN-EOF
           if WS-GROUP-OPEN
              perform WRITE-GROUP-FOOTER-PROCEDURE
           end-if
           if WS-OUTSTANDING-COUNT = 0
              move spaces to CLEANUP-REPORT-LINE
              write CLEANUP-REPORT-LINE
              move WS-NONE-LINE to CLEANUP-REPORT-LINE
              write CLEANUP-REPORT-LINE
           end-if

           perform WRITE-SUMMARY-PROCEDURE
           perform WRITE-FOOTER-PROCEDURE.

       RETURN-WORKLIST-PROCEDURE.
           RETURN SORT-FILE
              AT END set WS-RETURN-EOF to true
              NOT AT END perform WRITE-ENTRY-PROCEDURE
           END-RETURN.

       WRITE-ENTRY-PROCEDURE.
           if WS-GROUP-OPEN and SRT-DEPT not = WS-GROUP-DEPT
              perform WRITE-GROUP-FOOTER-PROCEDURE
           end-if
           if WS-GROUP-NOT-OPEN
              perform WRITE-GROUP-HEADING-PROCEDURE
           end-if

           move SRT-EMPLOYEE-ID to WS-DL-ID
           move SRT-NAME        to WS-DL-NAME
           move SRT-AGE         to WS-DL-AGE
           move SRT-DOB         to WS-DL-DOB
           perform SET-REASON-TEXT-PROCEDURE
           if SRT-HIST-FROM = 0
              move 'EARLIEST' to WS-DL-FROM
           else
              move SRT-HIST-FROM to WS-DL-FROM
           end-if
           move WS-DTL to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE

           perform WRITE-SKELETON-PROCEDURE.

       SET-REASON-TEXT-PROCEDURE.
           evaluate SRT-DOB-REASON
              when 'J'
                 move '1 JULY CONVERSION DEFAULT' to WS-DL-DOB-REASON
              when 'N'
                 move 'NO DOB - AGE FALLBACK' to WS-DL-DOB-REASON
              when other
                 move spaces to WS-DL-DOB-REASON
           end-evaluate
           evaluate SRT-DEPT-REASON
              when 'G'
                 move 'GEN HOLDING CODE' to WS-DL-DEPT-REASON
              when 'U'
                 move 'NOT YET CODED' to WS-DL-DEPT-REASON
              when other
                 move spaces to WS-DL-DEPT-REASON
           end-evaluate.

       WRITE-GROUP-HEADING-PROCEDURE.
           move SRT-DEPT to WS-GROUP-DEPT
           set WS-GROUP-OPEN to true
           if SRT-DEPT = spaces
              move '- NOT YET CODED' to WS-GH-DEPT
           else
              move SRT-DEPT to WS-GH-DEPT
           end-if
           move spaces to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-GRP-HDG to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-COL-HDG to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE.

       WRITE-GROUP-FOOTER-PROCEDURE.
           set WS-GROUP-NOT-OPEN to true
           move WS-GROUP-DEPT to WS-FIND-DEPT
           perform LOCATE-DEPT-PROCEDURE
           if WS-DX = 0
              exit paragraph
           end-if
           move WS-DEPT-ACTIVE (WS-DX)      to WS-PCT-ACTIVE
           move WS-DEPT-OUTSTANDING (WS-DX) to WS-PCT-OUTSTANDING
           perform COMPUTE-PCT-PROCEDURE
           move WS-PCT-ACTIVE      to WS-GF-ACTIVE
           move WS-PCT-OUTSTANDING to WS-GF-OUTSTANDING
           move WS-PCT             to WS-GF-PCT
           move WS-GRP-FTR to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE.

      *    Share of the department's active employees no longer
      *    carrying any default, rounded down so a department only
      *    shows 100% when it is finished.
       COMPUTE-PCT-PROCEDURE.
           if WS-PCT-ACTIVE = 0
              move 100 to WS-PCT
              exit paragraph
           end-if
           compute WS-PCT =
              ((WS-PCT-ACTIVE - WS-PCT-OUTSTANDING) * 100)
                 / WS-PCT-ACTIVE.

      *    The CHANGE the maintenance run would apply once HR has
      *    filled it in. Every field the maintenance run moves
      *    unconditionally is carried from the master so nothing
      *    else changes; the doubtful DOB or department is left
      *    blank, which on its own keeps the master's value. The
      *    keyer is left blank on purpose - EMPLOYEE-EDIT rejects a
      *    skeleton nobody has completed.
       WRITE-SKELETON-PROCEDURE.
           move spaces to TRANSACTION-RECORD
           set TXN-CHANGE to true
           move SRT-EMPLOYEE-ID to TXN-EMPLOYEE-ID
           if SRT-DOB-REASON = space
              move SRT-DOB to TXN-EMPLOYEE_DOB
           end-if
           move SRT-NAME   to TXN-EMPLOYEE_NAME
           if SRT-AGE is numeric
              move SRT-AGE to TXN-EMPLOYEE_AGE
           end-if
           move SRT-GRADE  to TXN-EMPLOYEE_GRADE
           if SRT-DEPT-REASON = space
              move SRT-DEPT to TXN-EMPLOYEE_DEPT
           end-if
           move SRT-SALARY to TXN-EMPLOYEE_SALARY
           write TRANSACTION-RECORD
           add 1 to WS-SKELETON-COUNT.

       WRITE-SUMMARY-PROCEDURE.
           move spaces to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-SUM-HDG to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-SUM-COL-HDG to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           perform WRITE-SUMMARY-LINE-PROCEDURE
              varying WS-DX from 1 by 1
              until WS-DX > WS-DEPT-ENTRIES

           move 'ALL DEPARTMENTS'    to WS-SD-DEPT
           move WS-ACTIVE-COUNT      to WS-PCT-ACTIVE
           move WS-OUTSTANDING-COUNT to WS-PCT-OUTSTANDING
           perform WRITE-PROGRESS-LINE-PROCEDURE.

       WRITE-SUMMARY-LINE-PROCEDURE.
           if WS-DEPT-CODE (WS-DX) = spaces
              move 'NOT YET CODED' to WS-SD-DEPT
           else
              move WS-DEPT-CODE (WS-DX) to WS-SD-DEPT
           end-if
           move WS-DEPT-ACTIVE (WS-DX)      to WS-PCT-ACTIVE
           move WS-DEPT-OUTSTANDING (WS-DX) to WS-PCT-OUTSTANDING
           perform WRITE-PROGRESS-LINE-PROCEDURE.

       WRITE-PROGRESS-LINE-PROCEDURE.
           perform COMPUTE-PCT-PROCEDURE
           move WS-PCT-ACTIVE      to WS-SD-ACTIVE
           move WS-PCT-OUTSTANDING to WS-SD-OUTSTANDING
           compute WS-SD-CLEAN = WS-PCT-ACTIVE - WS-PCT-OUTSTANDING
           move WS-PCT             to WS-SD-PCT
           move WS-SUM-DTL to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE.

       WRITE-FOOTER-PROCEDURE.
           move spaces to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-DETAIL-COUNT to WS-FTR-1-COUNT
           move WS-FTR-1 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-ACTIVE-COUNT to WS-FTR-2-COUNT
           move WS-FTR-2 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-OUTSTANDING-COUNT to WS-FTR-3-COUNT
           move WS-FTR-3 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-JULY-COUNT to WS-FTR-4-COUNT
           move WS-FTR-4 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-NO-DOB-COUNT to WS-FTR-5-COUNT
           move WS-FTR-5 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-HOLDING-COUNT to WS-FTR-6-COUNT
           move WS-FTR-6 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-UNCODED-COUNT to WS-FTR-7-COUNT
           move WS-FTR-7 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-SKELETON-COUNT to WS-FTR-8-COUNT
           move WS-FTR-8 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-LEAVER-DEF-COUNT to WS-FTR-9-COUNT
           move WS-FTR-9 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE

           move spaces to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-NOTE-1 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-NOTE-2 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-NOTE-3 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE
           move WS-NOTE-4 to CLEANUP-REPORT-LINE
           write CLEANUP-REPORT-LINE.
