       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-PURGE.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.

      *    Scheduled data-protection purge. Since a DELETE became a
      *    leaver marking, leavers stay on Employee.dat for good,
      *    and their name and date of birth stay with them - on the
      *    master, in every audit image EMPLOYEE-MAINT ever wrote
      *    for them, and in every retained copy of either. Policy
      *    says personal data goes six years after the termination
      *    date. This run picks out every leaver whose
      *    EMPLOYEE_TERM_DATE is at least WS-RETAIN-YEARS old and
      *    blanks EMPLOYEE_NAME and EMPLOYEE_DOB, keeping the ID,
      *    grade, department, salary and dates that pensions and
      *    the statistics still need. The master is rewritten the
      *    way EMPLOYEE-IDCONV rewrites it (outgoing copy kept as a
      *    backup generation first), and the same blanking is then
      *    applied to every retained backup generation of the
      *    master, to an Employee.new awaiting sign-off, to every
      *    audit archive EmployeeAudit.ctl retains and to the live
      *    audit file - a rollback or an old archive must not bring
      *    a name back. An ANONYMISE line per employee goes on the
      *    live audit history, each one is added to the register
      *    EmployeeAnon.dat that EMPLOYEE-INQUIRY consults, and
      *    EmployeeMaster.idx is rebuilt the way EMPLOYEE-LOAD
      *    builds it. The certificate EmployeePurge.rpt lists every
      *    ID anonymised and every file touched. Every leaver past
      *    the period - including those anonymised on earlier runs
      *    - is blanked wherever found, so a rerun also finishes
      *    anything an earlier run could not. Leavers with no
      *    termination date cannot be assessed and are listed for
      *    HR instead.


       ENVIRONMENT DIVISION.
       configuration section.
       source-computer. GrahamLap-01 with debugging mode.
       object-computer. GrahamLap-01.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The current master - read here to choose the leavers due
      *    and, once replaced, to rebuild the index. Never written
      *    to directly.
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-EMPLOYEE-FILE-STATUS.

      *    The file being anonymised - one SELECT serves the master,
      *    its backup generations and the audit files. See
      *    convin-rec.cbl.
       SELECT CONV-IN-FILE
           ASSIGN DYNAMIC WS-CONV-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-CONV-IN-STATUS.

      *    The rewritten file - swapped in over the original once
      *    its pass completes cleanly. See convout-rec.cbl.
       SELECT CONV-OUT-FILE
           ASSIGN DYNAMIC WS-CONV-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-CONV-OUT-STATUS.

      *    The indexed copy - rebuilt from scratch from the new
      *    master, as EMPLOYEE-LOAD does.
       SELECT INDEX-MASTER-FILE
           ASSIGN TO './EmployeeMaster.idx'
           ORGANIZATION IS INDEXED
           access mode is sequential
           record key is IDX-EMPLOYEE-ID
           alternate record key is IDX-EMPLOYEE_NAME with duplicates
           file status is WS-INDEX-FILE-STATUS.

      *    Retained audit archives - see audctl-rec.cbl.
       SELECT AUDIT-CONTROL-FILE
           ASSIGN TO './EmployeeAudit.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-AUDIT-CONTROL-STATUS.

      *    Retained backup generations of the master - see
      *    bkpctl-rec.cbl.
       SELECT BACKUP-CONTROL-FILE
           ASSIGN TO './EmployeeBackup.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BACKUP-CONTROL-STATUS.

      *    Cumulative register of anonymised leavers - opened
      *    EXTEND. See anonreg-rec.cbl.
       SELECT ANON-REGISTER-FILE
           ASSIGN TO './EmployeeAnon.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-ANON-REGISTER-STATUS.

      *    The certificate - see anonrpt-rec.cbl.
       SELECT PURGE-REPORT-FILE
           ASSIGN TO './EmployeePurge.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-PURGE-REPORT-STATUS.

      *    End-of-job run-control record for the scheduler - see
      *    runctl-rec.cbl.
       SELECT RUN-CONTROL-FILE
           ASSIGN TO './EmployeePurge.run'
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

      *    Bring in the rewrite buffer definitions
       copy convin-rec.
       copy convout-rec.

      *    Bring in the indexed master definition
       copy idxmaster-rec.

      *    Bring in the audit archive control line definition
       copy audctl-rec.

      *    Bring in the master backup control line definition
       copy bkpctl-rec.

      *    Bring in the anonymisation register definition
       copy anonreg-rec.

      *    Bring in the certificate line definition
       copy anonrpt-rec.

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

           01 filler.
              10 filler pic x value 'n'.
                 88 PURGE-FATAL     value 'Y'.
                 88 PURGE-NOT-FATAL value 'n'.

      *    Which pass of Employee.dat is running - choosing the
      *    leavers due, or filing the new master into the index.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-PASS-INDEXING  value 'Y'.
                 88 WS-PASS-SELECTING value 'n'.

      *    Set once the anonymised master is live as Employee.dat.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-MASTER-REPLACED     value 'Y'.
                 88 WS-MASTER-NOT-REPLACED value 'n'.

           01 filler.
              10 filler pic x value 'n'.
                 88 WS-CONV-EOF     value 'Y'.
                 88 WS-CONV-NOT-EOF value 'n'.

           01 filler.
              10 filler pic x value 'n'.
                 88 WS-CTL-EOF     value 'Y'.
                 88 WS-CTL-NOT-EOF value 'n'.

      *    Did the file currently being rewritten actually exist?
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-FILE-PRESENT value 'Y'.
                 88 WS-FILE-ABSENT  value 'n'.

      *    Whether the EMPLOYEE-ID just looked up is due.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-ID-DUE     value 'Y'.
                 88 WS-ID-NOT-DUE value 'n'.

      *    Which layout the current file follows:
      *       L  the live master, Employee.dat
      *       M  another copy of the master (backup generation,
      *          Employee.new)
      *       O  the backup generation EMPLOYEE-IDCONV kept, which
      *          may still be in the three-digit layout
      *       A  an audit file, archive or live
      *    and, for the live audit file only, whether the
      *    ANONYMISE lines are added at its end.
           77 WS-CONV-TYPE pic x(1) value space.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-APPEND-ANON    value 'Y'.
                 88 WS-NO-APPEND-ANON value 'n'.

           77 WS-EMPLOYEE-FILE-STATUS  pic x(2) value '00'.
           77 WS-CONV-IN-STATUS        pic x(2) value '00'.
           77 WS-CONV-OUT-STATUS       pic x(2) value '00'.
           77 WS-INDEX-FILE-STATUS     pic x(2) value '00'.
           77 WS-AUDIT-CONTROL-STATUS  pic x(2) value '00'.
           77 WS-ANON-REGISTER-STATUS  pic x(2) value '00'.
           77 WS-PURGE-REPORT-STATUS   pic x(2) value '00'.

           77 WS-CONV-IN-NAME  pic x(40) value spaces.
           77 WS-CONV-OUT-NAME pic x(40) value spaces.
           77 WS-RENAME-STATUS pic 9(9) comp-5 value 0.

      *    The retention period, counted in whole years from the
      *    termination date. A leaver terminated on or before the
      *    cut-off date is due.
           77 WS-RETAIN-YEARS pic 9(2) value 6.
           01 WS-CUTOFF-DATE pic 9(8) value 0.
           01 WS-CUTOFF-PARTS redefines WS-CUTOFF-DATE.
              05 WS-CUTOFF-YYYY pic 9(4).
              05 WS-CUTOFF-MMDD pic 9(4).

      *    Master pass tallies
           77 WS-DETAIL-COUNT   pic 9(5) comp sync value 0.
           77 WS-EXPECTED-COUNT pic 9(5) comp sync value 0.
           77 WS-LEAVER-COUNT   pic 9(5) comp sync value 0.
           77 WS-DUE-COUNT      pic 9(5) comp sync value 0.
           77 WS-ALREADY-COUNT  pic 9(5) comp sync value 0.
           77 WS-DEFERRED-COUNT pic 9(5) comp sync value 0.
           77 WS-UNDATED-COUNT  pic 9(5) comp sync value 0.
           77 WS-LOADED-COUNT   pic 9(5) comp sync value 0.
           77 WS-LOADED-COUNT-D pic Z(4)9.
           77 WS-NEW-ENTRIES-D  pic Z(3)9.
           77 WS-REWRITTEN-D    pic Z9.

      *    Every EMPLOYEE-ID due, flagged directly by ID (ID + 1, so
      *    00000 has a slot) - looked up once for every line of
      *    every file rewritten, so no searching.
           77 WS-LOOKUP-ID pic 9(5) value 0.
           77 WS-DUE-SUB   pic 9(6) comp sync value 0.
           01 WS-DUE-TABLE.
              05 WS-DUE-FLAG pic x(1) occurs 100000 times.

      *    The leavers anonymised this run, as their anonymised
      *    image - for the audit lines, the register and the
      *    certificate. More than WS-NEW-MAX due in one run and the
      *    rest wait for the next run.
           77 WS-NEW-MAX     pic 9(4) comp sync value 1000.
           77 WS-NEW-ENTRIES pic 9(4) comp sync value 0.
           77 WS-NEW-IDX     pic 9(4) comp sync value 0.
           01 WS-NEW-TABLE.
              05 WS-NEW-ENTRY occurs 1000 times.
                 10 WS-NEW-IMAGE pic x(71).

      *    Leavers with no termination date - listed, not assessed.
           77 WS-UNDATED-MAX     pic 9(3) comp sync value 100.
           77 WS-UNDATED-ENTRIES pic 9(3) comp sync value 0.
           77 WS-UNDATED-IDX     pic 9(3) comp sync value 0.
           01 WS-UNDATED-TABLE.
              05 WS-UNDATED-ID pic 9(5) occurs 100 times.

      *    One image pulled apart for the certificate - same field
      *    layout as a master detail record, held as alphanumeric.
           01 WS-IMG-REC.
              05 WS-IMG-ID     pic x(5).
              05 WS-IMG-DOB    pic x(8).
              05 WS-IMG-STATUS pic x(1).
              05 filler        pic x(1).
              05 WS-IMG-NAME   pic x(30).
              05 WS-IMG-TERM   pic x(8).
              05 filler        pic x(1).
              05 WS-IMG-AGE    pic x(2).
              05 filler        pic x(3).
              05 WS-IMG-GRADE  pic x(1).
              05 WS-IMG-DEPT   pic x(3).
              05 filler        pic x(3).
              05 WS-IMG-SALARY pic x(5).

      *    Per-file tallies, reset for each file rewritten, and the
      *    outcome of every file for the certificate.
           77 WS-LINES-READ    pic 9(6) comp sync value 0.
           77 WS-LINES-BLANKED pic 9(6) comp sync value 0.
           77 WS-LINES-ADDED   pic 9(6) comp sync value 0.
           77 WS-FILE-RESULT   pic x(30) value spaces.
           77 WS-BLANKED-D     pic Z(5)9.
           77 WS-FILES-REWRITTEN pic 9(2) comp sync value 0.
           77 WS-FILES-FAILED    pic 9(2) comp sync value 0.
           77 WS-FILES-MISSING   pic 9(2) comp sync value 0.
           77 WS-TOUCH-ENTRIES   pic 9(2) comp sync value 0.
           77 WS-TOUCH-IDX       pic 9(2) comp sync value 0.
           01 WS-TOUCH-TABLE.
              05 WS-TOUCH-ENTRY occurs 30 times.
                 10 WS-TOUCH-NAME   pic x(40).
                 10 WS-TOUCH-COUNT  pic 9(6).
                 10 WS-TOUCH-RESULT pic x(30).

      *    The retained archive suffixes from EmployeeAudit.ctl.
           77 WS-ARC-ENTRIES pic 9(2) comp sync value 0.
           77 WS-ARC-IDX     pic 9(2) comp sync value 0.
           01 WS-ARC-TABLE.
              05 WS-ARC-ENTRY occurs 10 times.
                 10 WS-ARC-SFX pic x(5).

      *    Audit history line - same layout EMPLOYEE-MAINT writes.
      *    One ANONYMISE line per leaver anonymised, carrying the
      *    image as it now stands.
           01 WS-AUDIT-BUILD.
              05 WS-AUD-DATE   pic 9(8).
              05 filler        pic x value spaces.
              05 WS-AUD-ACTION pic x(9).
              05 filler        pic x value spaces.
              05 WS-AUD-TAG    pic x(3).
              05 filler        pic x value spaces.
              05 WS-AUD-IMAGE  pic x(71).
              05 filler        pic x value spaces.
              05 WS-AUD-KEYED-BY    pic x(8).
              05 filler        pic x value spaces.
              05 WS-AUD-APPROVED-BY pic x(8).

      *    Run date, for the backup generation name, the audit
      *    lines, the register and the certificate heading.
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

      *    The outgoing master is kept as a backup generation before
      *    the swap - see EMPLOYEE-MAINT and bkpctl-rec.cbl. That
      *    copy is then anonymised along with the older ones.
           77 WS-OLD-MASTER-NAME pic x(20) value './Employee.dat'.
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

      *    Certificate heading lines
           01 WS-HDG-1.
              05 filler pic x(30) value spaces.
              05 filler pic x(42)
                 value 'DATA PROTECTION ANONYMISATION CERTIFICATE '.
              05 filler pic x(10) value 'RUN DATE: '.
              05 WS-HDG-1-DATE pic x(10).
              05 filler pic x(40) value spaces.

           01 WS-HDG-2.
              05 filler pic x(32)
                 value 'LEAVERS TERMINATED ON OR BEFORE '.
              05 WS-HDG-2-CUTOFF pic 9(8).
              05 filler pic x(12) value ' (RETENTION '.
              05 WS-HDG-2-YEARS pic Z9.
              05 filler pic x(7)  value ' YEARS)'.
              05 filler pic x(71) value spaces.

           01 WS-SECTION-LINE.
              05 WS-SL-TEXT pic x(60).
              05 filler pic x(72) value spaces.

           01 WS-HDG-3.
              05 filler pic x(7)  value 'EMP ID'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(10) value 'TERMINATED'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(5)  value 'GRADE'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(4)  value 'DEPT'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(12) value 'FINAL SALARY'.
              05 filler pic x(86) value spaces.

           01 WS-ANON-DTL.
              05 WS-AD-ID     pic x(5).
              05 filler       pic x(4) value spaces.
              05 WS-AD-TERM   pic x(8).
              05 filler       pic x(4) value spaces.
              05 WS-AD-GRADE  pic x(1).
              05 filler       pic x(6) value spaces.
              05 WS-AD-DEPT   pic x(3).
              05 filler       pic x(3) value spaces.
              05 WS-AD-SALARY pic x(5).
              05 filler       pic x(93) value spaces.

           01 WS-UNDATED-DTL.
              05 WS-UD-ID     pic 9(5).
              05 filler       pic x(4) value spaces.
              05 filler       pic x(40)
                 value 'LEAVER WITH NO TERMINATION DATE'.
              05 filler       pic x(83) value spaces.

           01 WS-HDG-4.
              05 filler pic x(40) value 'FILE'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(13) value 'ITEMS BLANKED'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(6)  value 'RESULT'.
              05 filler pic x(69) value spaces.

           01 WS-TOUCH-DTL.
              05 WS-TD-NAME   pic x(40).
              05 filler       pic x(2) value spaces.
              05 filler       pic x(7) value spaces.
              05 WS-TD-COUNT  pic Z(5)9.
              05 filler       pic x(2) value spaces.
              05 WS-TD-RESULT pic x(30).
              05 filler       pic x(45) value spaces.

      *    Certificate footer lines
           01 WS-FTR-LINE.
              05 WS-FTR-TEXT  pic x(26).
              05 WS-FTR-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.

      *    Return codes:
      *       4  leavers not assessed (no termination date), more
      *          due than one run takes, a retained file listed but
      *          missing, or the register / backup control line not
      *          written
      *       8  a retained file could not be rewritten - personal
      *          data remains in it - or EmployeeMaster.idx not
      *          rebuilt (run EMPLOYEE-LOAD)
      *      12  the anonymised master could not replace
      *          Employee.dat
      *      13  the current Employee.dat could not be backed up
      *      16  Employee.dat unreadable or failing its trailer
      *          check, or the certificate could not be opened -
      *          nothing touched
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
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-PURGE'.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-START   pic x(14) value spaces.
              05 filler             pic x(1)  value space.
              05 WS-MY-LOCK-NEW     pic x(20)
                 value './Employee.dat.anw'.
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
      D    display 'Starting data-protection purge...'
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

           move WS-CURRENT-DATE to WS-CUTOFF-DATE
           subtract WS-RETAIN-YEARS from WS-CUTOFF-YYYY
           move spaces to WS-DUE-TABLE

           OPEN OUTPUT PURGE-REPORT-FILE
           if WS-PURGE-REPORT-STATUS not = '00'
              display 'FATAL: EmployeePurge.rpt could not be opened '
                 '- status ' WS-PURGE-REPORT-STATUS
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set PURGE-FATAL to true
           end-if

           if PURGE-NOT-FATAL
              set WS-PASS-SELECTING to true
              perform PASS-MASTER-PROCEDURE
           end-if

           if PURGE-NOT-FATAL and WS-NEW-ENTRIES greater than 0
              perform ANONYMISE-MASTER-PROCEDURE
           end-if

           if PURGE-NOT-FATAL and WS-DUE-COUNT greater than 0
              perform ANONYMISE-RETAINED-PROCEDURE
           end-if

           if WS-MASTER-REPLACED
              perform REBUILD-INDEX-PROCEDURE
              perform WRITE-REGISTER-PROCEDURE
           end-if

           if WS-PURGE-REPORT-STATUS = '00'
              perform WRITE-CERTIFICATE-PROCEDURE
              CLOSE PURGE-REPORT-FILE
           end-if

           perform ANNOUNCE-OUTCOME-PROCEDURE
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

       ANNOUNCE-OUTCOME-PROCEDURE.
           if PURGE-FATAL
              display 'FATAL: purge abandoned - see EmployeePurge.rpt'
           else if WS-DUE-COUNT = 0
              display 'Purge complete - no leaver past the retention '
                 'period'
           else
              move WS-NEW-ENTRIES     to WS-NEW-ENTRIES-D
              move WS-FILES-REWRITTEN to WS-REWRITTEN-D
              display 'Purge complete - ' WS-NEW-ENTRIES-D
                 ' leaver(s) anonymised, ' WS-REWRITTEN-D
                 ' file(s) rewritten. See EmployeePurge.rpt'
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
              display 'WARNING: EmployeePurge.run could not be '
                 'written - status ' WS-RUN-CONTROL-STATUS
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           move spaces to RUN-CONTROL-LINE
           string 'PROGRAM=EMPLOYEE-PURGE'
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
           string 'CUTOFF-DATE=' WS-CUTOFF-DATE
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-DUE-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'LEAVERS-PAST-RETENTION=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           if WS-MASTER-REPLACED
              move WS-NEW-ENTRIES to WS-RUN-CTL-NUM
           else
              move 0 to WS-RUN-CTL-NUM
           end-if
           move spaces to RUN-CONTROL-LINE
           string 'ANONYMISED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-ALREADY-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'ALREADY-ANONYMISED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-DEFERRED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'DEFERRED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-UNDATED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'NOT-ASSESSED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-FILES-REWRITTEN to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'FILES-REWRITTEN=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-FILES-FAILED to WS-RUN-CTL-NUM
           add WS-FILES-MISSING to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'FILES-NOT-ANONYMISED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
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

      *    One pass of Employee.dat - choosing the leavers due, or
      *    (once the anonymised master is live) filing its active
      *    employees into the index.
       PASS-MASTER-PROCEDURE.
           set hdr-not-found to true
           set trl-not-found to true
           set WS-NOT-EOF    to true
           move 0 to WS-DETAIL-COUNT
           move 0 to WS-EXPECTED-COUNT

           OPEN INPUT EMPLOYEE
           if WS-EMPLOYEE-FILE-STATUS not = '00'
              display 'FATAL: Employee.dat could not be opened - '
                 'status ' WS-EMPLOYEE-FILE-STATUS
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set PURGE-FATAL to true
              exit paragraph
           end-if

           perform READ-MASTER-PROCEDURE until WS-EOF
           CLOSE EMPLOYEE

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
              set WS-EOF      to true
              set PURGE-FATAL to true
              display 'FATAL: Header Record Missing.'
              exit paragraph
           end-if

           add 1 to WS-DETAIL-COUNT

           if WS-PASS-INDEXING
              perform INDEX-RECORD-PROCEDURE
              exit paragraph
           end-if

           if not EMPLOYEE-LEAVER
              exit paragraph
           end-if
           add 1 to WS-LEAVER-COUNT

      *    a leaver written before the termination date existed
      *    carries spaces there - the retention period cannot be
      *    worked out, so HR is told rather than the record guessed
           if EMPLOYEE_TERM_DATE is not numeric
              perform NOTE-UNDATED-PROCEDURE
              exit paragraph
           end-if

           if EMPLOYEE_TERM_DATE greater than WS-CUTOFF-DATE
              exit paragraph
           end-if

      *    already anonymised only when the date of birth is gone
      *    as well - a blank name alone still leaves a DOB to blank
           if EMPLOYEE-ANONYMISED
              and HDR (6:8) = spaces
              add 1 to WS-ALREADY-COUNT
              perform MARK-DUE-PROCEDURE
              exit paragraph
           end-if

           if WS-NEW-ENTRIES not less than WS-NEW-MAX
              add 1 to WS-DEFERRED-COUNT
              exit paragraph
           end-if

           perform MARK-DUE-PROCEDURE
           add 1 to WS-NEW-ENTRIES
           move HDR to WS-NEW-IMAGE (WS-NEW-ENTRIES)
           move spaces to WS-NEW-IMAGE (WS-NEW-ENTRIES) (6:8)
           move spaces to WS-NEW-IMAGE (WS-NEW-ENTRIES) (16:30).

       MARK-DUE-PROCEDURE.
           add 1 to WS-DUE-COUNT
           compute WS-DUE-SUB = EMPLOYEE-ID + 1
           move 'Y' to WS-DUE-FLAG (WS-DUE-SUB).

       NOTE-UNDATED-PROCEDURE.
           add 1 to WS-UNDATED-COUNT
           if WS-UNDATED-ENTRIES less than WS-UNDATED-MAX
              add 1 to WS-UNDATED-ENTRIES
              move EMPLOYEE-ID to WS-UNDATED-ID (WS-UNDATED-ENTRIES)
           end-if.

      *    leavers are not indexed - see EMPLOYEE-LOAD
       INDEX-RECORD-PROCEDURE.
           if EMPLOYEE-LEAVER
              exit paragraph
           end-if

           move HDR to INDEX-MASTER-RECORD
           WRITE INDEX-MASTER-RECORD
           if WS-INDEX-FILE-STATUS not = '00'
              set WS-EOF      to true
              set PURGE-FATAL to true
              display 'FATAL: index write failed for EMPLOYEE-ID '
                 EMPLOYEE-ID ' - status ' WS-INDEX-FILE-STATUS
              exit paragraph
           end-if

           add 1 to WS-LOADED-COUNT.

      *    Same truncation guard the other master-reading programs
      *    apply.
       RECONCILE-TRAILER-PROCEDURE.
           if PURGE-FATAL
              exit paragraph
           end-if
           if trl-not-found
              display 'FATAL: Trailer Record Missing in Employee.dat'
              set PURGE-FATAL to true
           else if WS-EXPECTED-COUNT not = WS-DETAIL-COUNT
              display 'FATAL: RECORD COUNT MISMATCH IN Employee.dat'
              display '  TRAILER EXPECTS ' WS-EXPECTED-COUNT
                 ' BUT ' WS-DETAIL-COUNT ' PROCESSED'
              set PURGE-FATAL to true
           end-if.

      *    The master first - nothing else is touched unless the
      *    anonymised master is live.
       ANONYMISE-MASTER-PROCEDURE.
           move WS-EXPECTED-COUNT to WS-BKP-TRAILER-COUNT
           move 'L' to WS-CONV-TYPE
           set WS-NO-APPEND-ANON to true
           move './Employee.dat' to WS-CONV-IN-NAME
           perform REWRITE-FILE-PROCEDURE
           if WS-FILE-ABSENT
              display 'FATAL: Employee.dat could not be opened - '
                 'status ' WS-CONV-IN-STATUS
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           end-if
           if not WS-MASTER-REPLACED
              set PURGE-FATAL to true
           end-if.

      *    Every other copy a name could come back from - the
      *    backup generations (including the one just taken), an
      *    Employee.new awaiting sign-off, the audit archives, and
      *    last the live audit file, which also gets the ANONYMISE
      *    lines.
       ANONYMISE-RETAINED-PROCEDURE.
           perform LOAD-BKP-TABLE-PROCEDURE
           perform ANONYMISE-BACKUP-PROCEDURE
              varying WS-BKP-IDX from 1 by 1
              until WS-BKP-IDX > WS-BKP-ENTRIES

      *    Employee.new is only there while an award awaits
      *    sign-off, so its absence is not worth a mention
           move 'M' to WS-CONV-TYPE
           set WS-NO-APPEND-ANON to true
           move './Employee.new' to WS-CONV-IN-NAME
           perform REWRITE-FILE-PROCEDURE

           perform LOAD-ARC-TABLE-PROCEDURE
           perform ANONYMISE-ARCHIVE-PROCEDURE
              varying WS-ARC-IDX from 1 by 1
              until WS-ARC-IDX > WS-ARC-ENTRIES

           move 'A' to WS-CONV-TYPE
           set WS-APPEND-ANON to true
           move './EmployeeAudit.dat' to WS-CONV-IN-NAME
           perform REWRITE-FILE-PROCEDURE
           if WS-FILE-ABSENT and WS-NEW-ENTRIES greater than 0
              display 'WARNING: EmployeeAudit.dat not found - '
                 'ANONYMISE lines not written'
              move 'NOT FOUND - NO AUDIT LINES' to WS-FILE-RESULT
              perform NOTE-MISSING-FILE-PROCEDURE
           end-if.

       ANONYMISE-BACKUP-PROCEDURE.
           if WS-BKP-PGM (WS-BKP-IDX) = 'EMPLOYEE-IDCONV'
              move 'O' to WS-CONV-TYPE
           else
              move 'M' to WS-CONV-TYPE
           end-if
           set WS-NO-APPEND-ANON to true
           move spaces to WS-CONV-IN-NAME
           string './Employee.' WS-BKP-SFX (WS-BKP-IDX)
              delimited by size into WS-CONV-IN-NAME
           perform REWRITE-FILE-PROCEDURE
           if WS-FILE-ABSENT
              move 'LISTED BUT MISSING' to WS-FILE-RESULT
              perform NOTE-MISSING-FILE-PROCEDURE
           end-if.

       ANONYMISE-ARCHIVE-PROCEDURE.
           move 'A' to WS-CONV-TYPE
           set WS-NO-APPEND-ANON to true
           move spaces to WS-CONV-IN-NAME
           string './EmployeeAudit.' WS-ARC-SFX (WS-ARC-IDX)
              delimited by size into WS-CONV-IN-NAME
           perform REWRITE-FILE-PROCEDURE
           if WS-FILE-ABSENT
              move 'LISTED BUT MISSING' to WS-FILE-RESULT
              perform NOTE-MISSING-FILE-PROCEDURE
           end-if.

      *    A file a control file says is retained but is not there
      *    - nothing in it to blank, but the certificate must not
      *    pass over it in silence.
       NOTE-MISSING-FILE-PROCEDURE.
           add 1 to WS-FILES-MISSING
           move 0 to WS-LINES-BLANKED
           perform NOTE-FILE-PROCEDURE
           move 4 to WS-PROPOSED-RC
           perform RAISE-RETURN-CODE-PROCEDURE.

       NOTE-FILE-PROCEDURE.
           if WS-TOUCH-ENTRIES less than 30
              add 1 to WS-TOUCH-ENTRIES
              move WS-CONV-IN-NAME
                 to WS-TOUCH-NAME (WS-TOUCH-ENTRIES)
              move WS-LINES-BLANKED
                 to WS-TOUCH-COUNT (WS-TOUCH-ENTRIES)
              move WS-FILE-RESULT
                 to WS-TOUCH-RESULT (WS-TOUCH-ENTRIES)
           end-if.

       LOAD-ARC-TABLE-PROCEDURE.
           move 0 to WS-ARC-ENTRIES
           set WS-CTL-NOT-EOF to true
           OPEN INPUT AUDIT-CONTROL-FILE
           if WS-AUDIT-CONTROL-STATUS = '00'
              perform READ-ARC-LINE-PROCEDURE until WS-CTL-EOF
              CLOSE AUDIT-CONTROL-FILE
           end-if.

       READ-ARC-LINE-PROCEDURE.
           READ AUDIT-CONTROL-FILE
              AT END set WS-CTL-EOF to true
              NOT AT END
                 if AUDIT-CONTROL-LINE not = spaces
                    and WS-ARC-ENTRIES less than 10
                    add 1 to WS-ARC-ENTRIES
                    move AUDIT-CONTROL-LINE
                       to WS-ARC-SFX (WS-ARC-ENTRIES)
                 end-if
           END-READ.

      *    One whole file - read through the blanking, written to
      *    an .anw work name, then swapped in over the original the
      *    way EMPLOYEE-IDCONV swaps its .cnv copies. A file with
      *    nothing to blank is left exactly as it was. A file that
      *    isn't there is simply skipped; only the caller decides
      *    whether that matters.
       REWRITE-FILE-PROCEDURE.
           set WS-FILE-ABSENT to true
           move 0 to WS-LINES-READ
           move 0 to WS-LINES-BLANKED
           move 0 to WS-LINES-ADDED

           OPEN INPUT CONV-IN-FILE
           if WS-CONV-IN-STATUS not = '00'
              exit paragraph
           end-if
           set WS-FILE-PRESENT to true

           move spaces to WS-CONV-OUT-NAME
           string WS-CONV-IN-NAME delimited by space
              '.anw' delimited by size into WS-CONV-OUT-NAME
           OPEN OUTPUT CONV-OUT-FILE
           if WS-CONV-OUT-STATUS not = '00'
              display 'FATAL: ' WS-CONV-OUT-NAME
                 ' could not be opened - status '
                 WS-CONV-OUT-STATUS
              CLOSE CONV-IN-FILE
              move 'FAILED - WORK FILE NOT OPENED' to WS-FILE-RESULT
              perform NOTE-FAILED-FILE-PROCEDURE
              exit paragraph
           end-if

           set WS-CONV-NOT-EOF to true
           perform READ-CONV-LINE-PROCEDURE until WS-CONV-EOF

           if WS-APPEND-ANON
              perform WRITE-ANON-AUDIT-PROCEDURE
                 varying WS-NEW-IDX from 1 by 1
                 until WS-NEW-IDX > WS-NEW-ENTRIES
           end-if

           CLOSE CONV-IN-FILE
           CLOSE CONV-OUT-FILE

           if WS-LINES-BLANKED = 0 and WS-LINES-ADDED = 0
              CALL 'CBL_DELETE_FILE' USING WS-CONV-OUT-NAME
                 RETURNING WS-RENAME-STATUS
              move 'NOTHING TO BLANK - UNCHANGED' to WS-FILE-RESULT
              perform NOTE-FILE-PROCEDURE
              exit paragraph
           end-if

           if WS-CONV-TYPE = 'L'
              perform KEEP-OUTGOING-MASTER-PROCEDURE
              if WS-BKP-NOT-TAKEN
                 exit paragraph
              end-if
           end-if

           CALL 'CBL_RENAME_FILE' USING WS-CONV-OUT-NAME
              WS-CONV-IN-NAME
              RETURNING WS-RENAME-STATUS
           if WS-RENAME-STATUS not = 0
              display 'FATAL: could not replace ' WS-CONV-IN-NAME
                 ' - anonymised copy left as ' WS-CONV-OUT-NAME
              move 'FAILED - NOT REPLACED' to WS-FILE-RESULT
              perform NOTE-FAILED-FILE-PROCEDURE
              if WS-CONV-TYPE = 'L'
                 move 12 to WS-PROPOSED-RC
                 perform RAISE-RETURN-CODE-PROCEDURE
              end-if
              exit paragraph
           end-if

           if WS-CONV-TYPE = 'L'
              set WS-MASTER-REPLACED to true
           end-if
           add 1 to WS-FILES-REWRITTEN
           if WS-LINES-ADDED greater than 0
              move 'REWRITTEN + ANONYMISE LINES' to WS-FILE-RESULT
           else
              move 'REWRITTEN' to WS-FILE-RESULT
           end-if
           perform NOTE-FILE-PROCEDURE
           move WS-LINES-BLANKED to WS-BLANKED-D
           display '  ' WS-CONV-IN-NAME ': ' WS-BLANKED-D
              ' item(s) blanked'.

      *    Personal data is still in this file - the certificate
      *    says so, and the run ends FATAL so it is rerun.
       NOTE-FAILED-FILE-PROCEDURE.
           add 1 to WS-FILES-FAILED
           perform NOTE-FILE-PROCEDURE
           move 8 to WS-PROPOSED-RC
           perform RAISE-RETURN-CODE-PROCEDURE.

      *    The live master only - the anonymised copy must blank
      *    exactly the leavers chosen, and the outgoing master is
      *    kept as a backup generation before the swap.
       KEEP-OUTGOING-MASTER-PROCEDURE.
           set WS-BKP-NOT-TAKEN to true
           if WS-LINES-BLANKED not = WS-NEW-ENTRIES
              display 'FATAL: ' WS-LINES-BLANKED ' RECORDS BLANKED '
                 'BUT ' WS-NEW-ENTRIES ' LEAVERS CHOSEN'
              display '  anonymised copy left as ' WS-CONV-OUT-NAME
                 ', Employee.dat unchanged'
              move 'FAILED - COUNT MISMATCH' to WS-FILE-RESULT
              perform NOTE-FAILED-FILE-PROCEDURE
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           perform TAKE-BACKUP-PROCEDURE
           if WS-BKP-NOT-TAKEN
              display 'FATAL: Employee.dat could not be backed up '
                 'to ' WS-BKP-NAME
              display '  anonymised copy left as ' WS-CONV-OUT-NAME
                 ', Employee.dat unchanged'
              move 'FAILED - NOT BACKED UP' to WS-FILE-RESULT
              perform NOTE-FAILED-FILE-PROCEDURE
              move 13 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if
           display '  outgoing master kept as ' WS-BKP-NAME.

       READ-CONV-LINE-PROCEDURE.
           READ CONV-IN-FILE
              AT END set WS-CONV-EOF to true
              NOT AT END
                 add 1 to WS-LINES-READ
                 perform BLANK-LINE-PROCEDURE
           END-READ.

      *    One line, as text. Only the name and date of birth of an
      *    employee due are touched; every other column, and every
      *    line for anyone else, passes through exactly as read.
       BLANK-LINE-PROCEDURE.
           move CONV-IN-LINE to CONV-OUT-LINE
           evaluate true
              when WS-CONV-TYPE = 'A'
                 perform BLANK-AUDIT-LINE-PROCEDURE
              when WS-CONV-TYPE = 'O' and CONV-IN-LINE (70:2) = spaces
                 perform BLANK-OLD-MASTER-LINE-PROCEDURE
              when other
                 perform BLANK-MASTER-LINE-PROCEDURE
           end-evaluate
           write CONV-OUT-LINE.

      *    A master detail line - header, trailer and blank lines
      *    have no numeric ID in columns 1-5. Only the leaver
      *    record is blanked.
       BLANK-MASTER-LINE-PROCEDURE.
           if CONV-IN-LINE (1:5) is not numeric
              or CONV-IN-LINE (14:1) not = 'L'
              exit paragraph
           end-if
           move CONV-IN-LINE (1:5) to WS-LOOKUP-ID
           perform CHECK-DUE-PROCEDURE
           if WS-ID-NOT-DUE
              exit paragraph
           end-if
           if CONV-IN-LINE (6:8) = spaces
              and CONV-IN-LINE (16:30) = spaces
              exit paragraph
           end-if
           move spaces to CONV-OUT-LINE (6:8)
           move spaces to CONV-OUT-LINE (16:30)
           add 1 to WS-LINES-BLANKED.

      *    A master detail line in the three-digit layout the ID
      *    widening replaced - ID 1-3, date of birth 4-11, status
      *    12, name 14-43. EMPLOYEE-IDCONV tells the layouts apart
      *    the same way: an old line ends at column 69. Old IDs
      *    kept their value when widened, so the lookup is the
      *    same.
       BLANK-OLD-MASTER-LINE-PROCEDURE.
           if CONV-IN-LINE (1:3) is not numeric
              or CONV-IN-LINE (12:1) not = 'L'
              exit paragraph
           end-if
           move CONV-IN-LINE (1:3) to WS-LOOKUP-ID
           perform CHECK-DUE-PROCEDURE
           if WS-ID-NOT-DUE
              exit paragraph
           end-if
           if CONV-IN-LINE (4:8) = spaces
              and CONV-IN-LINE (14:30) = spaces
              exit paragraph
           end-if
           move spaces to CONV-OUT-LINE (4:8)
           move spaces to CONV-OUT-LINE (14:30)
           add 1 to WS-LINES-BLANKED.

      *    An audit line - the record image starts in column 24, so
      *    image column n is line column 23 + n. Every image of
      *    the employee is blanked, active or leaver; a ROLLBACK
      *    line carries no image and no numeric ID there.
       BLANK-AUDIT-LINE-PROCEDURE.
           if CONV-IN-LINE (24:5) is not numeric
              exit paragraph
           end-if
           move CONV-IN-LINE (24:5) to WS-LOOKUP-ID
           perform CHECK-DUE-PROCEDURE
           if WS-ID-NOT-DUE
              exit paragraph
           end-if
           if CONV-IN-LINE (29:8) = spaces
              and CONV-IN-LINE (39:30) = spaces
              exit paragraph
           end-if
           move spaces to CONV-OUT-LINE (29:8)
           move spaces to CONV-OUT-LINE (39:30)
           add 1 to WS-LINES-BLANKED.

       CHECK-DUE-PROCEDURE.
           compute WS-DUE-SUB = WS-LOOKUP-ID + 1
           if WS-DUE-FLAG (WS-DUE-SUB) = 'Y'
              set WS-ID-DUE to true
           else
              set WS-ID-NOT-DUE to true
           end-if.

      *    One ANONYMISE line on the live audit history per leaver
      *    anonymised - the image as it now stands, so the
      *    statement shows when and why the name went.
       WRITE-ANON-AUDIT-PROCEDURE.
           move WS-CURRENT-DATE to WS-AUD-DATE
           move 'ANONYMISE' to WS-AUD-ACTION
           move 'NEW' to WS-AUD-TAG
           move WS-NEW-IMAGE (WS-NEW-IDX) to WS-AUD-IMAGE
           move spaces to WS-AUD-KEYED-BY
           move spaces to WS-AUD-APPROVED-BY
           move spaces to CONV-OUT-LINE
           move WS-AUDIT-BUILD to CONV-OUT-LINE
           write CONV-OUT-LINE
           add 1 to WS-LINES-ADDED.

      *    The index is rebuilt from the anonymised master the way
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

           set WS-PASS-INDEXING to true
           perform PASS-MASTER-PROCEDURE
           CLOSE INDEX-MASTER-FILE

           if PURGE-FATAL
              display 'FATAL: EmployeeMaster.idx not rebuilt - '
                 'RUN EMPLOYEE-LOAD BEFORE INQUIRY IS USED'
              move 8 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           else
              move WS-LOADED-COUNT to WS-LOADED-COUNT-D
              display 'Index rebuilt - ' WS-LOADED-COUNT-D
                 ' active employees loaded'
           end-if.

      *    Adds this run's leavers to the register inquiry reads.
      *    The master has already moved, so a register that can't
      *    be written is a warning, with the lines to add by hand.
       WRITE-REGISTER-PROCEDURE.
           OPEN EXTEND ANON-REGISTER-FILE
           if WS-ANON-REGISTER-STATUS not = '00'
              OPEN OUTPUT ANON-REGISTER-FILE
           end-if
           if WS-ANON-REGISTER-STATUS not = '00'
              display 'WARNING: EmployeeAnon.dat could not be '
                 'opened - status ' WS-ANON-REGISTER-STATUS
              display '  add the IDs on EmployeePurge.rpt by hand'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if
           perform WRITE-REGISTER-LINE-PROCEDURE
              varying WS-NEW-IDX from 1 by 1
              until WS-NEW-IDX > WS-NEW-ENTRIES
           CLOSE ANON-REGISTER-FILE.

       WRITE-REGISTER-LINE-PROCEDURE.
           move WS-NEW-IMAGE (WS-NEW-IDX) to WS-IMG-REC
           move spaces to ANON-REGISTER-RECORD
           move WS-IMG-ID   to ANON-EMPLOYEE-ID
           move WS-IMG-TERM to ANON-TERM-DATE
           move WS-CURRENT-DATE to ANON-PURGE-DATE
           write ANON-REGISTER-RECORD.

      *    The certificate - who was anonymised, who could not be
      *    assessed, every file touched, and the totals.
       WRITE-CERTIFICATE-PROCEDURE.
           move WS-RUN-DATE-D to WS-HDG-1-DATE
           move WS-HDG-1 to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           move WS-CUTOFF-DATE  to WS-HDG-2-CUTOFF
           move WS-RETAIN-YEARS to WS-HDG-2-YEARS
           move WS-HDG-2 to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE

           move 'EMPLOYEES ANONYMISED THIS RUN' to WS-SL-TEXT
           perform WRITE-SECTION-PROCEDURE
           move WS-HDG-3 to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           if WS-MASTER-REPLACED
              perform WRITE-ANON-LINE-PROCEDURE
                 varying WS-NEW-IDX from 1 by 1
                 until WS-NEW-IDX > WS-NEW-ENTRIES
           else
              move spaces to PURGE-REPORT-LINE
              move 'NONE' to PURGE-REPORT-LINE
              write PURGE-REPORT-LINE
           end-if

           if WS-UNDATED-COUNT greater than 0
              move 'LEAVERS NOT ASSESSED - REFER TO HR'
                 to WS-SL-TEXT
              perform WRITE-SECTION-PROCEDURE
              perform WRITE-UNDATED-LINE-PROCEDURE
                 varying WS-UNDATED-IDX from 1 by 1
                 until WS-UNDATED-IDX > WS-UNDATED-ENTRIES
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           end-if

           move 'FILES TOUCHED' to WS-SL-TEXT
           perform WRITE-SECTION-PROCEDURE
           move WS-HDG-4 to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           perform WRITE-TOUCH-LINE-PROCEDURE
              varying WS-TOUCH-IDX from 1 by 1
              until WS-TOUCH-IDX > WS-TOUCH-ENTRIES
           if WS-TOUCH-ENTRIES = 0
              move spaces to PURGE-REPORT-LINE
              move 'NONE' to PURGE-REPORT-LINE
              write PURGE-REPORT-LINE
           end-if

           if WS-DEFERRED-COUNT greater than 0
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           end-if

           perform WRITE-FOOTER-PROCEDURE.

       WRITE-SECTION-PROCEDURE.
           move spaces to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           move WS-SECTION-LINE to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE.

       WRITE-ANON-LINE-PROCEDURE.
           move WS-NEW-IMAGE (WS-NEW-IDX) to WS-IMG-REC
           move WS-IMG-ID     to WS-AD-ID
           move WS-IMG-TERM   to WS-AD-TERM
           move WS-IMG-GRADE  to WS-AD-GRADE
           move WS-IMG-DEPT   to WS-AD-DEPT
           move WS-IMG-SALARY to WS-AD-SALARY
           move WS-ANON-DTL to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE.

       WRITE-UNDATED-LINE-PROCEDURE.
           move WS-UNDATED-ID (WS-UNDATED-IDX) to WS-UD-ID
           move WS-UNDATED-DTL to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE.

       WRITE-TOUCH-LINE-PROCEDURE.
           move WS-TOUCH-NAME (WS-TOUCH-IDX)   to WS-TD-NAME
           move WS-TOUCH-COUNT (WS-TOUCH-IDX)  to WS-TD-COUNT
           move WS-TOUCH-RESULT (WS-TOUCH-IDX) to WS-TD-RESULT
           move WS-TOUCH-DTL to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE.

       WRITE-FOOTER-PROCEDURE.
           move spaces to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           move 'LEAVERS ON MASTER       : ' to WS-FTR-TEXT
           move WS-LEAVER-COUNT to WS-FTR-COUNT
           perform WRITE-FOOTER-LINE-PROCEDURE
           move 'PAST RETENTION PERIOD   : ' to WS-FTR-TEXT
           move WS-DUE-COUNT to WS-FTR-COUNT
           perform WRITE-FOOTER-LINE-PROCEDURE
           move 'ANONYMISED THIS RUN     : ' to WS-FTR-TEXT
           if WS-MASTER-REPLACED
              move WS-NEW-ENTRIES to WS-FTR-COUNT
           else
              move 0 to WS-FTR-COUNT
           end-if
           perform WRITE-FOOTER-LINE-PROCEDURE
           move 'ANONYMISED BEFORE       : ' to WS-FTR-TEXT
           move WS-ALREADY-COUNT to WS-FTR-COUNT
           perform WRITE-FOOTER-LINE-PROCEDURE
           move 'DEFERRED TO NEXT RUN    : ' to WS-FTR-TEXT
           move WS-DEFERRED-COUNT to WS-FTR-COUNT
           perform WRITE-FOOTER-LINE-PROCEDURE
           move 'NOT ASSESSED (NO DATE)  : ' to WS-FTR-TEXT
           move WS-UNDATED-COUNT to WS-FTR-COUNT
           perform WRITE-FOOTER-LINE-PROCEDURE
           move 'FILES REWRITTEN         : ' to WS-FTR-TEXT
           move WS-FILES-REWRITTEN to WS-FTR-COUNT
           perform WRITE-FOOTER-LINE-PROCEDURE
           move 'FILES FAILED OR MISSING : ' to WS-FTR-TEXT
           move WS-FILES-FAILED to WS-RUN-CTL-NUM
           add WS-FILES-MISSING to WS-RUN-CTL-NUM
           move WS-RUN-CTL-NUM to WS-FTR-COUNT
           perform WRITE-FOOTER-LINE-PROCEDURE
           perform WRITE-VERDICT-PROCEDURE.

       WRITE-FOOTER-LINE-PROCEDURE.
           move WS-FTR-LINE to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE.

       WRITE-VERDICT-PROCEDURE.
           move spaces to PURGE-REPORT-LINE
           write PURGE-REPORT-LINE
           perform BUILD-VERDICT-PROCEDURE
           write PURGE-REPORT-LINE.

      *    Certified only when nothing stopped the run and every
      *    retained file was dealt with.
       BUILD-VERDICT-PROCEDURE.
           move spaces to PURGE-REPORT-LINE
           if PURGE-FATAL
              string 'NOT CERTIFIED - PURGE ABANDONED, '
                 'NOTHING ANONYMISED'
                 delimited by size into PURGE-REPORT-LINE
           else if WS-FILES-FAILED greater than 0
              or WS-FILES-MISSING greater than 0
              string 'NOT CERTIFIED - PERSONAL DATA MAY REMAIN IN '
                 'THE FILES MARKED FAILED OR MISSING'
                 delimited by size into PURGE-REPORT-LINE
           else
              string 'CERTIFIED - NAME AND DATE OF BIRTH OF EVERY '
                 'LEAVER PAST THE RETENTION PERIOD ARE BLANK IN '
                 'EVERY FILE ABOVE'
                 delimited by size into PURGE-REPORT-LINE
           end-if.

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
           move 'EMPLOYEE-PURGE' to WS-BKP-PGM (WS-BKP-ENTRIES)

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
