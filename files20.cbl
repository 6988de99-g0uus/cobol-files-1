       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-REFMAINT.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.

      *    Maintenance run for the two reference files. GradeRef.dat
      *    and DeptRef.dat used to be edited in a text editor, and a
      *    typo there - a missing comma, a maximum below the
      *    minimum - only showed up when EMPLOYEE-DATA or
      *    EMPLOYEE-MAINT rejected half the master the next
      *    morning. This run takes add/change/delete requests from
      *    RefData.trn (see refreq-rec.cbl) and validates each one
      *    to the same rules the readers parse the files by. Before
      *    anything is applied, Employee.dat is passed once to count
      *    the active employees holding each grade and department,
      *    and a delete of a code still held is refused. Accepted
      *    requests are applied in order; each reference file that
      *    changed is rewritten under a .new name and swapped in the
      *    way Employee.new replaces Employee.dat. Every accepted
      *    change then goes on the cumulative RefData.log with the
      *    reference line before and after, and the master is
      *    passed again to name every active employee a new or
      *    changed band puts outside their grade's band. The
      *    outcome of every request and the band impact are printed
      *    on EmployeeRefMaint.rpt.


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

      *    The add/change/delete requests - see refreq-rec.cbl.
       SELECT REF-REQUEST-FILE
           ASSIGN TO './RefData.trn'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-REF-REQUEST-STATUS.

      *    Valid grade codes and their salary bands - see
      *    graderef-rec.cbl. Assigned to a data item: read as
      *    GradeRef.dat, rewritten as GradeRef.new.
       SELECT GRADE-REF-FILE
           ASSIGN DYNAMIC WS-GRADE-REF-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-GRADE-REF-STATUS.

      *    Valid department / cost-centre codes - see
      *    deptref-rec.cbl. Read as DeptRef.dat, rewritten as
      *    DeptRef.new.
       SELECT DEPT-REF-FILE
           ASSIGN DYNAMIC WS-DEPT-REF-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-DEPT-REF-STATUS.

      *    Cumulative reference change history - opened EXTEND so
      *    every run appends. See refaud-rec.cbl.
       SELECT REF-LOG-FILE
           ASSIGN TO './RefData.log'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-REF-LOG-STATUS.

      *    The printed outcome - see refrpt-rec.cbl.
       SELECT REF-REPORT-FILE
           ASSIGN TO './EmployeeRefMaint.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-REF-REPORT-STATUS.

      *    End-of-job run-control record for the scheduler - see
      *    runctl-rec.cbl.
       SELECT RUN-CONTROL-FILE
           ASSIGN TO './EmployeeRefMaint.run'
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

      *    Bring in the reference request line definition
       copy refreq-rec.

      *    Bring in the grade reference line definition
       copy graderef-rec.

      *    Bring in the department reference line definition
       copy deptref-rec.

      *    Bring in the reference change log line definition
       copy refaud-rec.

      *    Bring in the reference maintenance report line definition
       copy refrpt-rec.

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
                 88 REF-FATAL     value 'Y'.
                 88 REF-NOT-FATAL value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 REF-REPORT-OPENED     value 'Y'.
                 88 REF-REPORT-NOT-OPENED value 'n'.

      *    Which pass of the master is running - counting the
      *    holders of each code before the requests, or looking for
      *    employees out of band after them.
           01 filler.
              10 filler pic x value 'C'.
                 88 WS-PASS-COUNTING value 'C'.
                 88 WS-PASS-IMPACT   value 'I'.

           01 filler.
              10 filler pic x value 'n'.
                 88 WS-REQ-EOF     value 'Y'.
                 88 WS-REQ-NOT-EOF value 'n'.

           01 filler.
              10 filler pic x value 'y'.
                 88 WS-REQ-VALID   value 'y'.
                 88 WS-REQ-INVALID value 'N'.

      *    Whether either file took a change and has to be
      *    rewritten.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-GRADE-REF-CHANGED   value 'Y'.
                 88 WS-GRADE-REF-UNCHANGED value 'n'.
              10 filler pic x value 'n'.
                 88 WS-DEPT-REF-CHANGED   value 'Y'.
                 88 WS-DEPT-REF-UNCHANGED value 'n'.

           77 WS-EMPLOYEE-FILE-STATUS pic x(2) value '00'.
           77 WS-REF-REQUEST-STATUS   pic x(2) value '00'.
           77 WS-GRADE-REF-STATUS     pic x(2) value '00'.
           77 WS-DEPT-REF-STATUS      pic x(2) value '00'.
           77 WS-REF-LOG-STATUS       pic x(2) value '00'.
           77 WS-REF-REPORT-STATUS    pic x(2) value '00'.

           77 WS-GRADE-REF-NAME pic x(20) value './GradeRef.dat'.
           77 WS-DEPT-REF-NAME  pic x(20) value './DeptRef.dat'.
           77 WS-GRADE-REF-OLD  pic x(20) value './GradeRef.dat'.
           77 WS-GRADE-REF-NEW  pic x(20) value './GradeRef.new'.
           77 WS-DEPT-REF-OLD   pic x(20) value './DeptRef.dat'.
           77 WS-DEPT-REF-NEW   pic x(20) value './DeptRef.new'.
           77 WS-RENAME-STATUS  pic 9(9) comp-5 value 0.

           77 WS-DETAIL-COUNT   pic 9(5) comp sync value 0.
           77 WS-EXPECTED-COUNT pic 9(5) comp sync value 0.
           77 WS-REQUEST-COUNT  pic 9(5) comp sync value 0.
           77 WS-ACCEPTED-COUNT pic 9(5) comp sync value 0.
           77 WS-REJECTED-COUNT pic 9(5) comp sync value 0.
           77 WS-IMPACT-COUNT   pic 9(5) comp sync value 0.
           77 WS-COUNT-D        pic Z(4)9.

      *    Valid grades and their salary bands - the same table, and
      *    the same ten-entry limit, EMPLOYEE-DATA and
      *    EMPLOYEE-MAINT load. WS-GREF-MOVED marks a band added or
      *    changed by this run, for the impact pass.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-GREF-EOF     value 'Y'.
                 88 WS-GREF-NOT-EOF value 'n'.
           77 WS-GREF-ENTRIES pic 9(2) comp sync value 0.
           77 WS-GREF-IDX     pic 9(2) comp sync value 0.
           77 WS-GREF-MAX-ENTRIES pic 9(2) comp sync value 10.
           01 WS-GREF-TABLE.
              05 WS-GREF-ENTRY occurs 10 times.
                 10 WS-GREF-CODE       pic x(1).
                 10 WS-GREF-MIN-SALARY pic 9(5).
                 10 WS-GREF-MAX-SALARY pic 9(5).
                 10 WS-GREF-BAND-FLAG  pic x(1).
                    88 WS-GREF-MOVED     value 'Y'.
                    88 WS-GREF-NOT-MOVED value 'n'.

      *    Valid department codes - same table, and the same
      *    twenty-entry and twenty-character limits, the readers
      *    load.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-DREF-EOF     value 'Y'.
                 88 WS-DREF-NOT-EOF value 'n'.
           77 WS-DREF-ENTRIES pic 9(2) comp sync value 0.
           77 WS-DREF-IDX     pic 9(2) comp sync value 0.
           77 WS-DREF-MAX-ENTRIES pic 9(2) comp sync value 20.
           01 WS-DREF-TABLE.
              05 WS-DREF-ENTRY occurs 20 times.
                 10 WS-DREF-CODE pic x(3).
                 10 WS-DREF-DESC pic x(20).

      *    Workspace for pulling a reference line apart - the same
      *    rules EMPLOYEE-MAINT parses the files by. Band values
      *    may be keyed without leading zeros, so each is
      *    right-justified and zero-filled before the numeric test.
           77 WS-GREF-PARSE-GRADE pic x(2).
           77 WS-GREF-PARSE-MIN-X pic x(6).
           77 WS-GREF-PARSE-MAX-X pic x(6).
           77 WS-GREF-MIN-LEN pic 9(2) comp sync value 0.
           77 WS-GREF-MAX-LEN pic 9(2) comp sync value 0.
           77 WS-GREF-VALUE-X pic x(6).
           77 WS-GREF-VALUE-LEN pic 9(2) comp sync value 0.
           77 WS-GREF-JUST pic x(5) justified right.
           01 filler.
              10 filler pic x value 'y'.
                 88 WS-VALUE-OK  value 'y'.
                 88 WS-VALUE-BAD value 'N'.
           77 WS-DREF-PARSE-CODE pic x(4).
           77 WS-DREF-PARSE-DESC pic x(21).

      *    Active employees holding each grade and department code,
      *    counted from Employee.dat before any request is applied
      *    - whether or not the code is on the reference file, so a
      *    code deleted and re-added in one run is still judged on
      *    its real holders.
           77 WS-GUSE-ENTRIES pic 9(2) comp sync value 0.
           77 WS-GUSE-IDX     pic 9(2) comp sync value 0.
           01 WS-GUSE-TABLE.
              05 WS-GUSE-ENTRY occurs 40 times.
                 10 WS-GUSE-CODE  pic x(1).
                 10 WS-GUSE-COUNT pic 9(5) comp sync.
           77 WS-DUSE-ENTRIES pic 9(2) comp sync value 0.
           77 WS-DUSE-IDX     pic 9(2) comp sync value 0.
           01 WS-DUSE-TABLE.
              05 WS-DUSE-ENTRY occurs 60 times.
                 10 WS-DUSE-CODE  pic x(3).
                 10 WS-DUSE-COUNT pic 9(5) comp sync.
           77 WS-HOLDER-COUNT pic 9(5) value 0.

      *    One request pulled apart. The action and file come off
      *    first; the rest is split by the grade rules (no embedded
      *    spaces) or the department rules (description may hold
      *    spaces).
           77 WS-RQ-ACTION pic x(2).
              88 WS-RQ-ADD    value 'A'.
              88 WS-RQ-CHANGE value 'C'.
              88 WS-RQ-DELETE value 'D'.
           77 WS-RQ-FILE   pic x(2).
              88 WS-RQ-GRADE value 'G'.
              88 WS-RQ-DEPT  value 'D'.
           77 WS-RQ-CODE   pic x(4).
           77 WS-RQ-MIN    pic 9(5) value 0.
           77 WS-RQ-MAX    pic 9(5) value 0.
           77 WS-RQ-REASON pic x(40) value spaces.

      *    Accepted changes, held until the reference files have
      *    been safely replaced and only then written to the log -
      *    so the log never records a change that didn't happen.
           77 WS-CHG-ENTRIES pic 9(2) comp sync value 0.
           77 WS-CHG-IDX     pic 9(2) comp sync value 0.
           77 WS-CHG-MAX-ENTRIES pic 9(2) comp sync value 60.
           01 WS-CHG-TABLE.
              05 WS-CHG-ENTRY occurs 60 times.
                 10 WS-CHG-ACTION pic x(9).
                 10 WS-CHG-FILE   pic x(5).
                 10 WS-CHG-CODE   pic x(3).
                 10 WS-CHG-BEFORE pic x(24).
                 10 WS-CHG-AFTER  pic x(24).
           77 WS-REF-TEXT pic x(24) value spaces.

      *    Change log line - see refaud-rec.cbl.
           01 WS-REF-LOG-BUILD.
              05 WS-RL-DATE   pic 9(8).
              05 filler       pic x value spaces.
              05 WS-RL-ACTION pic x(9).
              05 filler       pic x value spaces.
              05 WS-RL-FILE   pic x(5).
              05 filler       pic x value spaces.
              05 WS-RL-CODE   pic x(3).
              05 filler       pic x value spaces.
              05 WS-RL-BEFORE pic x(24).
              05 filler       pic x value spaces.
              05 WS-RL-AFTER  pic x(24).
              05 filler       pic x(2) value spaces.

      *    Run date, for the log and the report heading
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
              05 filler pic x(30)
                 value 'REFERENCE DATA MAINTENANCE    '.
              05 filler pic x(3)  value spaces.
              05 filler pic x(10) value 'RUN DATE: '.
              05 WS-HDG-1-DATE pic x(10).
              05 filler pic x(49) value spaces.

           01 WS-HDG-2.
              05 filler pic x(40) value 'REQUEST'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(8)  value 'OUTCOME'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(40) value 'REASON'.
              05 filler pic x(40) value spaces.

           01 WS-REQ-DTL.
              05 WS-REQ-TEXT    pic x(40).
              05 filler         pic x(2) value spaces.
              05 WS-REQ-OUTCOME pic x(8).
              05 filler         pic x(2) value spaces.
              05 WS-REQ-REASON  pic x(40).
              05 filler         pic x(40) value spaces.

           01 WS-HDG-3.
              05 filler pic x(50)
                 value 'ACTIVE EMPLOYEES OUTSIDE A NEW OR CHANGED BAND'.
              05 filler pic x(82) value spaces.

           01 WS-HDG-4.
              05 filler pic x(7)  value 'EMP ID'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(30) value 'NAME'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(5)  value 'GRADE'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(4)  value 'DEPT'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(6)  value 'SALARY'.
              05 filler pic x(3)  value spaces.
              05 filler pic x(8)  value 'BAND MIN'.
              05 filler pic x(3)  value spaces.
              05 filler pic x(8)  value 'BAND MAX'.
              05 filler pic x(50) value spaces.

           01 WS-IMP-DTL.
              05 WS-IMP-ID     pic 9(5).
              05 filler        pic x(4) value spaces.
              05 WS-IMP-NAME   pic x(30).
              05 filler        pic x(2) value spaces.
              05 WS-IMP-GRADE  pic x(1).
              05 filler        pic x(6) value spaces.
              05 WS-IMP-DEPT   pic x(3).
              05 filler        pic x(3) value spaces.
              05 WS-IMP-SALARY pic Z(4)9.
              05 filler        pic x(6) value spaces.
              05 WS-IMP-MIN    pic Z(4)9.
              05 filler        pic x(6) value spaces.
              05 WS-IMP-MAX    pic Z(4)9.
              05 filler        pic x(51) value spaces.

           01 WS-NONE-LINE.
              05 filler pic x(4)  value spaces.
              05 WS-NONE-TEXT pic x(50).
              05 filler pic x(78) value spaces.

           01 WS-NO-IMPACT-LINE.
              05 filler pic x(4)  value spaces.
              05 filler pic x(30) value
                 'NO ACTIVE EMPLOYEE IS OUT OF A'.
              05 filler pic x(20) value
                 ' NEW OR CHANGED BAND'.
              05 filler pic x(78) value spaces.

           01 WS-FATAL-LINE.
              05 filler pic x(42) value
                 'RUN ABANDONED - SEE THE CONSOLE FOR THE RE'.
              05 filler pic x(42) value
                 'ASON; ONLY A FILE SHOWN AS REPLACED ABOVE '.
              05 filler pic x(12) value
                 'WENT LIVE'.
              05 filler pic x(36) value spaces.

      *    Which reference file the change log is being written for.
           77 WS-LOG-FILE pic x(5) value spaces.

           01 WS-FTR-1.
              05 filler pic x(26) value 'REQUESTS READ           : '.
              05 WS-FTR-1-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.

           01 WS-FTR-2.
              05 filler pic x(26) value 'REQUESTS ACCEPTED       : '.
              05 WS-FTR-2-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.

           01 WS-FTR-3.
              05 filler pic x(26) value 'REQUESTS REJECTED       : '.
              05 WS-FTR-3-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.

           01 WS-FTR-4.
              05 filler pic x(26) value 'EMPLOYEES OUT OF BAND   : '.
              05 WS-FTR-4-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.

      *    Return codes:
      *       4  request(s) rejected, employees put out of band, or
      *          the change log not written
      *      12  a rewritten reference file could not replace the
      *          original (its .new copy is left in place)
      *      16  RefData.trn, the report or Employee.dat unusable,
      *          or a current reference file unparseable - nothing
      *          changed
      *      30  Employee.dat locked by another run - nothing read
           77 WS-PROPOSED-RC pic 9(2) comp sync value 0.

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
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-REFMAINT'.
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
      D    display 'Starting reference data maintenance...'
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

           perform LOAD-GRADE-REF-PROCEDURE
           perform LOAD-DEPT-REF-PROCEDURE

           if REF-NOT-FATAL
              OPEN INPUT REF-REQUEST-FILE
              if WS-REF-REQUEST-STATUS not = '00'
                 display 'FATAL: RefData.trn could not be opened - '
                    'status ' WS-REF-REQUEST-STATUS
                 set REF-FATAL to true
              end-if
           end-if

           if REF-NOT-FATAL
              OPEN OUTPUT REF-REPORT-FILE
              if WS-REF-REPORT-STATUS not = '00'
                 display 'FATAL: EmployeeRefMaint.rpt could not be '
                    'opened - status ' WS-REF-REPORT-STATUS
                 set REF-FATAL to true
                 CLOSE REF-REQUEST-FILE
              else
                 set REF-REPORT-OPENED to true
              end-if
           end-if

           if REF-NOT-FATAL
              set WS-PASS-COUNTING to true
              perform PASS-MASTER-PROCEDURE
              if REF-FATAL
                 CLOSE REF-REQUEST-FILE
              end-if
           end-if

           if REF-NOT-FATAL
              perform WRITE-HEADINGS-PROCEDURE
              perform READ-REQUEST-PROCEDURE until WS-REQ-EOF
              CLOSE REF-REQUEST-FILE
           end-if

           if REF-NOT-FATAL and WS-GRADE-REF-CHANGED
              perform REPLACE-GRADE-REF-PROCEDURE
           end-if
           if REF-NOT-FATAL and WS-DEPT-REF-CHANGED
              perform REPLACE-DEPT-REF-PROCEDURE
           end-if

           if REF-NOT-FATAL
              perform WRITE-IMPACT-HEADINGS-PROCEDURE
              if WS-GRADE-REF-CHANGED
                 set WS-PASS-IMPACT to true
                 perform PASS-MASTER-PROCEDURE
              end-if
              if WS-IMPACT-COUNT = 0
                 move WS-NO-IMPACT-LINE to REF-REPORT-LINE
                 write REF-REPORT-LINE
              end-if
              perform WRITE-FOOTER-PROCEDURE
           end-if

      *    A run that failed once the report was open says so on
      *    the report, so accepted requests listed above are not
      *    taken as applied.
           if REF-FATAL and REF-REPORT-OPENED
              move spaces to REF-REPORT-LINE
              write REF-REPORT-LINE
              move WS-FATAL-LINE to REF-REPORT-LINE
              write REF-REPORT-LINE
           end-if
           if REF-REPORT-OPENED
              CLOSE REF-REPORT-FILE
           end-if

           if REF-FATAL
              move 16 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              display 'FATAL: reference maintenance abandoned'
           else
              if WS-REJECTED-COUNT > 0 or WS-IMPACT-COUNT > 0
                 move 4 to WS-PROPOSED-RC
                 perform RAISE-RETURN-CODE-PROCEDURE
              end-if
              move WS-ACCEPTED-COUNT to WS-COUNT-D
              display 'Reference maintenance complete - '
                 WS-COUNT-D ' request(s) applied. '
                 'See EmployeeRefMaint.rpt'
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
              display 'WARNING: EmployeeRefMaint.run could not be '
                 'written - status ' WS-RUN-CONTROL-STATUS
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           move spaces to RUN-CONTROL-LINE
           string 'PROGRAM=EMPLOYEE-REFMAINT'
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

           move WS-REQUEST-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'REQUESTS-READ=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-ACCEPTED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'REQUESTS-ACCEPTED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-REJECTED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'REQUESTS-REJECTED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-IMPACT-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'EMPLOYEES-OUT-OF-BAND=' WS-RUN-CTL-NUM
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

      *    Loads GradeRef.dat into WS-GREF-TABLE. An absent file is
      *    simply an empty table - the first run may be creating it.
      *    A file that won't parse is fatal here, unlike in the
      *    readers: rewriting it from half a table would lose the
      *    rest, so the bad line has to be put right by hand first.
       LOAD-GRADE-REF-PROCEDURE.
           move WS-GRADE-REF-OLD to WS-GRADE-REF-NAME
           OPEN INPUT GRADE-REF-FILE
           if WS-GRADE-REF-STATUS not = '00'
              display 'GradeRef.dat not present - starting from an '
                 'empty grade table'
              exit paragraph
           end-if

           set WS-GREF-NOT-EOF to true
           perform READ-GRADE-REF-PROCEDURE until WS-GREF-EOF
           CLOSE GRADE-REF-FILE.

       READ-GRADE-REF-PROCEDURE.
           READ GRADE-REF-FILE
              AT END set WS-GREF-EOF to true
              NOT AT END
                 if GRADE-REF-LINE not = spaces
                    perform PARSE-GRADE-REF-PROCEDURE
                 end-if
           END-READ.

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
           perform CHECK-BAND-VALUES-PROCEDURE

           if WS-GREF-PARSE-GRADE = spaces
              or WS-GREF-PARSE-GRADE (2:1) not = space
              or WS-VALUE-BAD
              or WS-RQ-MIN > WS-RQ-MAX
              or WS-GREF-ENTRIES >= WS-GREF-MAX-ENTRIES
              display 'FATAL: bad grade reference line: '
                 GRADE-REF-LINE
              display '  correct GradeRef.dat by hand before '
                 'maintaining it'
              set REF-FATAL to true
              set WS-GREF-EOF to true
              exit paragraph
           end-if

           add 1 to WS-GREF-ENTRIES
           move WS-GREF-PARSE-GRADE to WS-GREF-CODE (WS-GREF-ENTRIES)
           move WS-RQ-MIN to WS-GREF-MIN-SALARY (WS-GREF-ENTRIES)
           move WS-RQ-MAX to WS-GREF-MAX-SALARY (WS-GREF-ENTRIES)
           set WS-GREF-NOT-MOVED (WS-GREF-ENTRIES) to true.

      *    Both band values of a grade line or request, justified
      *    into WS-RQ-MIN and WS-RQ-MAX - WS-VALUE-BAD when either
      *    is missing, over five digits, or not numeric.
       CHECK-BAND-VALUES-PROCEDURE.
           set WS-VALUE-OK to true
           move 0 to WS-RQ-MIN
           move 0 to WS-RQ-MAX
           if WS-GREF-MIN-LEN = 0 or WS-GREF-MIN-LEN > 5
              or WS-GREF-MAX-LEN = 0 or WS-GREF-MAX-LEN > 5
              set WS-VALUE-BAD to true
              exit paragraph
           end-if

           move WS-GREF-PARSE-MIN-X to WS-GREF-VALUE-X
           move WS-GREF-MIN-LEN     to WS-GREF-VALUE-LEN
           perform JUSTIFY-GREF-VALUE-PROCEDURE
           if WS-VALUE-BAD
              exit paragraph
           end-if
           move WS-GREF-JUST to WS-RQ-MIN

           move WS-GREF-PARSE-MAX-X to WS-GREF-VALUE-X
           move WS-GREF-MAX-LEN     to WS-GREF-VALUE-LEN
           perform JUSTIFY-GREF-VALUE-PROCEDURE
           if WS-VALUE-BAD
              exit paragraph
           end-if
           move WS-GREF-JUST to WS-RQ-MAX.

      *    Right-justifies and zero-fills one band value so "9000"
      *    and "09000" both land as 09000.
       JUSTIFY-GREF-VALUE-PROCEDURE.
           move WS-GREF-VALUE-X (1:WS-GREF-VALUE-LEN)
              to WS-GREF-JUST
           inspect WS-GREF-JUST replacing leading space by '0'
           if WS-GREF-JUST is not numeric
              set WS-VALUE-BAD to true
           end-if.

      *    Loads DeptRef.dat into WS-DREF-TABLE - absent is empty,
      *    unparseable is fatal, as for the grade file.
       LOAD-DEPT-REF-PROCEDURE.
           move WS-DEPT-REF-OLD to WS-DEPT-REF-NAME
           OPEN INPUT DEPT-REF-FILE
           if WS-DEPT-REF-STATUS not = '00'
              display 'DeptRef.dat not present - starting from an '
                 'empty department table'
              exit paragraph
           end-if

           set WS-DREF-NOT-EOF to true
           perform READ-DEPT-REF-PROCEDURE until WS-DREF-EOF
           CLOSE DEPT-REF-FILE.

       READ-DEPT-REF-PROCEDURE.
           READ DEPT-REF-FILE
              AT END set WS-DREF-EOF to true
              NOT AT END
                 if DEPT-REF-LINE not = spaces
                    perform PARSE-DEPT-REF-PROCEDURE
                 end-if
           END-READ.

       PARSE-DEPT-REF-PROCEDURE.
           move spaces to WS-DREF-PARSE-CODE
           move spaces to WS-DREF-PARSE-DESC
           UNSTRING DEPT-REF-LINE delimited by ','
              into WS-DREF-PARSE-CODE WS-DREF-PARSE-DESC
           END-UNSTRING

           if WS-DREF-PARSE-CODE = spaces
              or WS-DREF-PARSE-CODE (4:1) not = space
              or WS-DREF-ENTRIES >= WS-DREF-MAX-ENTRIES
              display 'FATAL: bad department reference line: '
                 DEPT-REF-LINE
              display '  correct DeptRef.dat by hand before '
                 'maintaining it'
              set REF-FATAL to true
              set WS-DREF-EOF to true
              exit paragraph
           end-if

           add 1 to WS-DREF-ENTRIES
           move WS-DREF-PARSE-CODE (1:3)
              to WS-DREF-CODE (WS-DREF-ENTRIES)
           move WS-DREF-PARSE-DESC
              to WS-DREF-DESC (WS-DREF-ENTRIES).

      *    One pass of Employee.dat - counting the active holders of
      *    each code before the requests, or listing active
      *    employees outside a moved band after them. The counting
      *    pass applies the usual truncation guard: holders counted
      *    from half a master would let a delete through.
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
              set REF-FATAL to true
              exit paragraph
           end-if

           perform READ-MASTER-PROCEDURE until WS-EOF
           CLOSE EMPLOYEE

           if WS-PASS-COUNTING
              perform RECONCILE-TRAILER-PROCEDURE
           end-if.

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
              set WS-EOF    to true
              set REF-FATAL to true
              display 'FATAL: Header Record Missing.'
              exit paragraph
           end-if

           add 1 to WS-DETAIL-COUNT

      *    leavers hold no grade or department that matters here -
      *    a code only they carry may be deleted, and their old
      *    salaries are not judged against today's bands
           if EMPLOYEE-LEAVER
              exit paragraph
           end-if

           if WS-PASS-COUNTING
              perform COUNT-GRADE-HOLDER-PROCEDURE
              perform COUNT-DEPT-HOLDER-PROCEDURE
           else
              perform CHECK-IMPACT-PROCEDURE
           end-if.

       COUNT-GRADE-HOLDER-PROCEDURE.
           move 1 to WS-GUSE-IDX
           perform BUMP-GUSE-IDX-PROCEDURE
              until WS-GUSE-IDX > WS-GUSE-ENTRIES
                 or WS-GUSE-CODE (WS-GUSE-IDX) = EMPLOYEE_GRADE
           if WS-GUSE-IDX > WS-GUSE-ENTRIES
              if WS-GUSE-ENTRIES >= 40
                 display 'FATAL: more than 40 distinct grades on '
                    'Employee.dat'
                 set WS-EOF    to true
                 set REF-FATAL to true
                 exit paragraph
              end-if
              add 1 to WS-GUSE-ENTRIES
              move EMPLOYEE_GRADE to WS-GUSE-CODE (WS-GUSE-ENTRIES)
              move 0 to WS-GUSE-COUNT (WS-GUSE-ENTRIES)
              move WS-GUSE-ENTRIES to WS-GUSE-IDX
           end-if
           add 1 to WS-GUSE-COUNT (WS-GUSE-IDX).

       BUMP-GUSE-IDX-PROCEDURE.
           add 1 to WS-GUSE-IDX.

       COUNT-DEPT-HOLDER-PROCEDURE.
           move 1 to WS-DUSE-IDX
           perform BUMP-DUSE-IDX-PROCEDURE
              until WS-DUSE-IDX > WS-DUSE-ENTRIES
                 or WS-DUSE-CODE (WS-DUSE-IDX) = EMPLOYEE_DEPT
           if WS-DUSE-IDX > WS-DUSE-ENTRIES
              if WS-DUSE-ENTRIES >= 60
                 display 'FATAL: more than 60 distinct departments '
                    'on Employee.dat'
                 set WS-EOF    to true
                 set REF-FATAL to true
                 exit paragraph
              end-if
              add 1 to WS-DUSE-ENTRIES
              move EMPLOYEE_DEPT to WS-DUSE-CODE (WS-DUSE-ENTRIES)
              move 0 to WS-DUSE-COUNT (WS-DUSE-ENTRIES)
              move WS-DUSE-ENTRIES to WS-DUSE-IDX
           end-if
           add 1 to WS-DUSE-COUNT (WS-DUSE-IDX).

       BUMP-DUSE-IDX-PROCEDURE.
           add 1 to WS-DUSE-IDX.

      *    An active employee on a grade whose band this run added
      *    or changed, now paid outside it.
       CHECK-IMPACT-PROCEDURE.
           move EMPLOYEE_GRADE to WS-RQ-CODE
           perform FIND-GRADE-REF-PROCEDURE
           if WS-GREF-IDX > WS-GREF-ENTRIES
              exit paragraph
           end-if
           if WS-GREF-NOT-MOVED (WS-GREF-IDX)
              exit paragraph
           end-if
           if EMPLOYEE_SALARY is not numeric
              exit paragraph
           end-if
           if EMPLOYEE_SALARY not < WS-GREF-MIN-SALARY (WS-GREF-IDX)
              and EMPLOYEE_SALARY
                 not > WS-GREF-MAX-SALARY (WS-GREF-IDX)
              exit paragraph
           end-if

           add 1 to WS-IMPACT-COUNT
           move EMPLOYEE-ID     to WS-IMP-ID
           move EMPLOYEE_NAME   to WS-IMP-NAME
           move EMPLOYEE_GRADE  to WS-IMP-GRADE
           move EMPLOYEE_DEPT   to WS-IMP-DEPT
           move EMPLOYEE_SALARY to WS-IMP-SALARY
           move WS-GREF-MIN-SALARY (WS-GREF-IDX) to WS-IMP-MIN
           move WS-GREF-MAX-SALARY (WS-GREF-IDX) to WS-IMP-MAX
           move WS-IMP-DTL to REF-REPORT-LINE
           write REF-REPORT-LINE.

      *    Same truncation guard the other master-reading programs
      *    apply.
       RECONCILE-TRAILER-PROCEDURE.
           if REF-FATAL
              exit paragraph
           end-if
           if trl-not-found
              display 'FATAL: Trailer Record Missing in Employee.dat'
              set REF-FATAL to true
           else if WS-EXPECTED-COUNT not = WS-DETAIL-COUNT
              display 'FATAL: RECORD COUNT MISMATCH IN Employee.dat'
              display '  TRAILER EXPECTS ' WS-EXPECTED-COUNT
                 ' BUT ' WS-DETAIL-COUNT ' PROCESSED'
              set REF-FATAL to true
           end-if.

       READ-REQUEST-PROCEDURE.
           READ REF-REQUEST-FILE
              AT END set WS-REQ-EOF to true
              NOT AT END
                 if REF-REQUEST-LINE not = spaces
                    perform PROCESS-REQUEST-PROCEDURE
                 end-if
           END-READ.

      *    One request - validated, applied to the table when good,
      *    and reported either way. A rejected request changes
      *    nothing and the run goes on to the next.
       PROCESS-REQUEST-PROCEDURE.
           add 1 to WS-REQUEST-COUNT
           set WS-REQ-VALID to true
           move spaces to WS-RQ-REASON
           move spaces to WS-RQ-ACTION
           move spaces to WS-RQ-FILE
           perform APPLY-REQUEST-PROCEDURE

           move REF-REQUEST-LINE to WS-REQ-TEXT
           if WS-REQ-VALID
              add 1 to WS-ACCEPTED-COUNT
              move 'ACCEPTED' to WS-REQ-OUTCOME
           else
              add 1 to WS-REJECTED-COUNT
              move 'REJECTED' to WS-REQ-OUTCOME
           end-if
           move WS-RQ-REASON to WS-REQ-REASON
           move WS-REQ-DTL to REF-REPORT-LINE
           write REF-REPORT-LINE.

       APPLY-REQUEST-PROCEDURE.
           UNSTRING REF-REQUEST-LINE delimited by ','
              into WS-RQ-ACTION WS-RQ-FILE
           END-UNSTRING

           if WS-RQ-ACTION (2:1) not = space
              or not (WS-RQ-ADD or WS-RQ-CHANGE or WS-RQ-DELETE)
              set WS-REQ-INVALID to true
              move 'ACTION MUST BE A, C OR D' to WS-RQ-REASON
           else if WS-RQ-FILE (2:1) not = space
              or not (WS-RQ-GRADE or WS-RQ-DEPT)
              set WS-REQ-INVALID to true
              move 'FILE MUST BE G (GRADE) OR D (DEPARTMENT)'
                 to WS-RQ-REASON
           else if WS-CHG-ENTRIES >= WS-CHG-MAX-ENTRIES
              set WS-REQ-INVALID to true
              move 'TOO MANY CHANGES FOR ONE RUN - RESUBMIT'
                 to WS-RQ-REASON
           else if WS-RQ-GRADE
              perform GRADE-REQUEST-PROCEDURE
           else
              perform DEPT-REQUEST-PROCEDURE
           end-if.

      *    A grade request - split by the same rules GradeRef.dat
      *    lines are parsed by, so anything accepted here will load
      *    in EMPLOYEE-DATA and EMPLOYEE-MAINT.
       GRADE-REQUEST-PROCEDURE.
           move spaces to WS-GREF-PARSE-GRADE
           move spaces to WS-GREF-PARSE-MIN-X
           move spaces to WS-GREF-PARSE-MAX-X
           move spaces to WS-RQ-CODE
           move 0 to WS-GREF-MIN-LEN
           move 0 to WS-GREF-MAX-LEN
           UNSTRING REF-REQUEST-LINE
              delimited by ',' or all space
              into WS-RQ-ACTION WS-RQ-FILE
                   WS-GREF-PARSE-GRADE
                   WS-GREF-PARSE-MIN-X count in WS-GREF-MIN-LEN
                   WS-GREF-PARSE-MAX-X count in WS-GREF-MAX-LEN
           END-UNSTRING
           move WS-GREF-PARSE-GRADE to WS-RQ-CODE

           if WS-GREF-PARSE-GRADE = spaces
              or WS-GREF-PARSE-GRADE (2:1) not = space
              set WS-REQ-INVALID to true
              move 'GRADE CODE MUST BE ONE CHARACTER'
                 to WS-RQ-REASON
              exit paragraph
           end-if

           perform FIND-GRADE-REF-PROCEDURE

           if WS-RQ-DELETE
              perform DELETE-GRADE-PROCEDURE
              exit paragraph
           end-if

           perform CHECK-BAND-VALUES-PROCEDURE
           if WS-VALUE-BAD
              set WS-REQ-INVALID to true
              move 'MINIMUM AND MAXIMUM MUST BE 1-5 DIGITS'
                 to WS-RQ-REASON
           else if WS-RQ-MAX < WS-RQ-MIN
              set WS-REQ-INVALID to true
              move 'MAXIMUM BELOW MINIMUM' to WS-RQ-REASON
           else if WS-RQ-MIN = 0
              set WS-REQ-INVALID to true
              move 'MINIMUM MUST BE ABOVE ZERO' to WS-RQ-REASON
           else if WS-RQ-ADD
              perform ADD-GRADE-PROCEDURE
           else
              perform CHANGE-GRADE-PROCEDURE
           end-if.

       ADD-GRADE-PROCEDURE.
           if WS-GREF-IDX not > WS-GREF-ENTRIES
              set WS-REQ-INVALID to true
              move 'GRADE ALREADY ON GradeRef.dat' to WS-RQ-REASON
              exit paragraph
           end-if
           if WS-GREF-ENTRIES >= WS-GREF-MAX-ENTRIES
              set WS-REQ-INVALID to true
              move 'GradeRef.dat ALREADY HOLDS 10 GRADES'
                 to WS-RQ-REASON
              exit paragraph
           end-if

           add 1 to WS-GREF-ENTRIES
           move WS-GREF-ENTRIES to WS-GREF-IDX
           move WS-RQ-CODE (1:1) to WS-GREF-CODE (WS-GREF-IDX)
           move WS-RQ-MIN to WS-GREF-MIN-SALARY (WS-GREF-IDX)
           move WS-RQ-MAX to WS-GREF-MAX-SALARY (WS-GREF-IDX)
           set WS-GREF-MOVED (WS-GREF-IDX) to true
           set WS-GRADE-REF-CHANGED to true

           add 1 to WS-CHG-ENTRIES
           move 'ADDED'  to WS-CHG-ACTION (WS-CHG-ENTRIES)
           move spaces   to WS-CHG-BEFORE (WS-CHG-ENTRIES)
           perform BUILD-GRADE-TEXT-PROCEDURE
           move WS-REF-TEXT to WS-CHG-AFTER (WS-CHG-ENTRIES)
           perform NOTE-GRADE-CHANGE-PROCEDURE.

       CHANGE-GRADE-PROCEDURE.
           if WS-GREF-IDX > WS-GREF-ENTRIES
              set WS-REQ-INVALID to true
              move 'GRADE NOT ON GradeRef.dat' to WS-RQ-REASON
              exit paragraph
           end-if
           if WS-RQ-MIN = WS-GREF-MIN-SALARY (WS-GREF-IDX)
              and WS-RQ-MAX = WS-GREF-MAX-SALARY (WS-GREF-IDX)
              set WS-REQ-INVALID to true
              move 'BAND ALREADY AS REQUESTED - NOTHING TO CHANGE'
                 to WS-RQ-REASON
              exit paragraph
           end-if

           add 1 to WS-CHG-ENTRIES
           move 'CHANGED' to WS-CHG-ACTION (WS-CHG-ENTRIES)
           perform BUILD-GRADE-TEXT-PROCEDURE
           move WS-REF-TEXT to WS-CHG-BEFORE (WS-CHG-ENTRIES)

           move WS-RQ-MIN to WS-GREF-MIN-SALARY (WS-GREF-IDX)
           move WS-RQ-MAX to WS-GREF-MAX-SALARY (WS-GREF-IDX)
           set WS-GREF-MOVED (WS-GREF-IDX) to true
           set WS-GRADE-REF-CHANGED to true

           perform BUILD-GRADE-TEXT-PROCEDURE
           move WS-REF-TEXT to WS-CHG-AFTER (WS-CHG-ENTRIES)
           perform NOTE-GRADE-CHANGE-PROCEDURE.

      *    A grade still held by an active employee stays - the
      *    readers would reject every one of them the next morning.
       DELETE-GRADE-PROCEDURE.
           if WS-GREF-IDX > WS-GREF-ENTRIES
              set WS-REQ-INVALID to true
              move 'GRADE NOT ON GradeRef.dat' to WS-RQ-REASON
              exit paragraph
           end-if

           move 0 to WS-HOLDER-COUNT
           move 1 to WS-GUSE-IDX
           perform BUMP-GUSE-IDX-PROCEDURE
              until WS-GUSE-IDX > WS-GUSE-ENTRIES
                 or WS-GUSE-CODE (WS-GUSE-IDX) = WS-RQ-CODE (1:1)
           if WS-GUSE-IDX not > WS-GUSE-ENTRIES
              move WS-GUSE-COUNT (WS-GUSE-IDX) to WS-HOLDER-COUNT
           end-if
           if WS-HOLDER-COUNT > 0
              set WS-REQ-INVALID to true
              string 'GRADE IN USE BY ' WS-HOLDER-COUNT
                 ' ACTIVE EMPLOYEE(S)'
                 delimited by size into WS-RQ-REASON
              exit paragraph
           end-if

           add 1 to WS-CHG-ENTRIES
           move 'DELETED' to WS-CHG-ACTION (WS-CHG-ENTRIES)
           perform BUILD-GRADE-TEXT-PROCEDURE
           move WS-REF-TEXT to WS-CHG-BEFORE (WS-CHG-ENTRIES)
           move spaces to WS-CHG-AFTER (WS-CHG-ENTRIES)
           perform NOTE-GRADE-CHANGE-PROCEDURE

           perform SHIFT-GREF-ENTRY-PROCEDURE
              varying WS-GREF-IDX from WS-GREF-IDX by 1
              until WS-GREF-IDX >= WS-GREF-ENTRIES
           subtract 1 from WS-GREF-ENTRIES
           set WS-GRADE-REF-CHANGED to true.

       SHIFT-GREF-ENTRY-PROCEDURE.
           move WS-GREF-ENTRY (WS-GREF-IDX + 1)
              to WS-GREF-ENTRY (WS-GREF-IDX).

       NOTE-GRADE-CHANGE-PROCEDURE.
           move 'GRADE' to WS-CHG-FILE (WS-CHG-ENTRIES)
           move WS-RQ-CODE (1:3) to WS-CHG-CODE (WS-CHG-ENTRIES).

      *    The grade line as it stands in the table at WS-GREF-IDX,
      *    in the form it is written to GradeRef.dat.
       BUILD-GRADE-TEXT-PROCEDURE.
           move spaces to WS-REF-TEXT
           string WS-GREF-CODE (WS-GREF-IDX) ','
              WS-GREF-MIN-SALARY (WS-GREF-IDX) ','
              WS-GREF-MAX-SALARY (WS-GREF-IDX)
              delimited by size into WS-REF-TEXT.

      *    Finds WS-RQ-CODE in the grade reference table - leaves
      *    WS-GREF-IDX past WS-GREF-ENTRIES when it isn't there.
       FIND-GRADE-REF-PROCEDURE.
           move 1 to WS-GREF-IDX
           perform BUMP-GREF-IDX-PROCEDURE
              until WS-GREF-IDX > WS-GREF-ENTRIES
                 or WS-GREF-CODE (WS-GREF-IDX) = WS-RQ-CODE (1:1).

       BUMP-GREF-IDX-PROCEDURE.
           add 1 to WS-GREF-IDX.

      *    A department request - the description may hold spaces,
      *    so only the comma separates, as DeptRef.dat is parsed.
       DEPT-REQUEST-PROCEDURE.
           move spaces to WS-DREF-PARSE-CODE
           move spaces to WS-DREF-PARSE-DESC
           UNSTRING REF-REQUEST-LINE delimited by ','
              into WS-RQ-ACTION WS-RQ-FILE
                   WS-DREF-PARSE-CODE WS-DREF-PARSE-DESC
           END-UNSTRING
           move WS-DREF-PARSE-CODE to WS-RQ-CODE

           if WS-DREF-PARSE-CODE = spaces
              or WS-DREF-PARSE-CODE (1:1) = space
              or WS-DREF-PARSE-CODE (4:1) not = space
              set WS-REQ-INVALID to true
              move 'DEPARTMENT CODE MUST BE 1-3 CHARACTERS'
                 to WS-RQ-REASON
              exit paragraph
           end-if

           perform FIND-DEPT-REF-PROCEDURE

           if WS-RQ-DELETE
              perform DELETE-DEPT-PROCEDURE
           else if WS-DREF-PARSE-DESC = spaces
              set WS-REQ-INVALID to true
              move 'DESCRIPTION MISSING' to WS-RQ-REASON
           else if WS-DREF-PARSE-DESC (21:1) not = space
              set WS-REQ-INVALID to true
              move 'DESCRIPTION OVER 20 CHARACTERS' to WS-RQ-REASON
           else if WS-RQ-ADD
              perform ADD-DEPT-PROCEDURE
           else
              perform CHANGE-DEPT-PROCEDURE
           end-if.

       ADD-DEPT-PROCEDURE.
           if WS-DREF-IDX not > WS-DREF-ENTRIES
              set WS-REQ-INVALID to true
              move 'DEPARTMENT ALREADY ON DeptRef.dat'
                 to WS-RQ-REASON
              exit paragraph
           end-if
           if WS-DREF-ENTRIES >= WS-DREF-MAX-ENTRIES
              set WS-REQ-INVALID to true
              move 'DeptRef.dat ALREADY HOLDS 20 DEPARTMENTS'
                 to WS-RQ-REASON
              exit paragraph
           end-if

           add 1 to WS-DREF-ENTRIES
           move WS-DREF-ENTRIES to WS-DREF-IDX
           move WS-RQ-CODE (1:3) to WS-DREF-CODE (WS-DREF-IDX)
           move WS-DREF-PARSE-DESC to WS-DREF-DESC (WS-DREF-IDX)
           set WS-DEPT-REF-CHANGED to true

           add 1 to WS-CHG-ENTRIES
           move 'ADDED'  to WS-CHG-ACTION (WS-CHG-ENTRIES)
           move spaces   to WS-CHG-BEFORE (WS-CHG-ENTRIES)
           perform BUILD-DEPT-TEXT-PROCEDURE
           move WS-REF-TEXT to WS-CHG-AFTER (WS-CHG-ENTRIES)
           perform NOTE-DEPT-CHANGE-PROCEDURE.

       CHANGE-DEPT-PROCEDURE.
           if WS-DREF-IDX > WS-DREF-ENTRIES
              set WS-REQ-INVALID to true
              move 'DEPARTMENT NOT ON DeptRef.dat' to WS-RQ-REASON
              exit paragraph
           end-if
           if WS-DREF-PARSE-DESC = WS-DREF-DESC (WS-DREF-IDX)
              set WS-REQ-INVALID to true
              move 'DESCRIPTION ALREADY AS REQUESTED'
                 to WS-RQ-REASON
              exit paragraph
           end-if

           add 1 to WS-CHG-ENTRIES
           move 'CHANGED' to WS-CHG-ACTION (WS-CHG-ENTRIES)
           perform BUILD-DEPT-TEXT-PROCEDURE
           move WS-REF-TEXT to WS-CHG-BEFORE (WS-CHG-ENTRIES)

           move WS-DREF-PARSE-DESC to WS-DREF-DESC (WS-DREF-IDX)
           set WS-DEPT-REF-CHANGED to true

           perform BUILD-DEPT-TEXT-PROCEDURE
           move WS-REF-TEXT to WS-CHG-AFTER (WS-CHG-ENTRIES)
           perform NOTE-DEPT-CHANGE-PROCEDURE.

      *    A department still held by an active employee stays -
      *    GEN included, which EMPLOYEE-DEPTCONV's unconverted
      *    records depend on.
       DELETE-DEPT-PROCEDURE.
           if WS-DREF-IDX > WS-DREF-ENTRIES
              set WS-REQ-INVALID to true
              move 'DEPARTMENT NOT ON DeptRef.dat' to WS-RQ-REASON
              exit paragraph
           end-if

           move 0 to WS-HOLDER-COUNT
           move 1 to WS-DUSE-IDX
           perform BUMP-DUSE-IDX-PROCEDURE
              until WS-DUSE-IDX > WS-DUSE-ENTRIES
                 or WS-DUSE-CODE (WS-DUSE-IDX) = WS-RQ-CODE (1:3)
           if WS-DUSE-IDX not > WS-DUSE-ENTRIES
              move WS-DUSE-COUNT (WS-DUSE-IDX) to WS-HOLDER-COUNT
           end-if
           if WS-HOLDER-COUNT > 0
              set WS-REQ-INVALID to true
              string 'DEPT IN USE BY ' WS-HOLDER-COUNT
                 ' ACTIVE EMPLOYEE(S)'
                 delimited by size into WS-RQ-REASON
              exit paragraph
           end-if

           add 1 to WS-CHG-ENTRIES
           move 'DELETED' to WS-CHG-ACTION (WS-CHG-ENTRIES)
           perform BUILD-DEPT-TEXT-PROCEDURE
           move WS-REF-TEXT to WS-CHG-BEFORE (WS-CHG-ENTRIES)
           move spaces to WS-CHG-AFTER (WS-CHG-ENTRIES)
           perform NOTE-DEPT-CHANGE-PROCEDURE

           perform SHIFT-DREF-ENTRY-PROCEDURE
              varying WS-DREF-IDX from WS-DREF-IDX by 1
              until WS-DREF-IDX >= WS-DREF-ENTRIES
           subtract 1 from WS-DREF-ENTRIES
           set WS-DEPT-REF-CHANGED to true.

       SHIFT-DREF-ENTRY-PROCEDURE.
           move WS-DREF-ENTRY (WS-DREF-IDX + 1)
              to WS-DREF-ENTRY (WS-DREF-IDX).

       NOTE-DEPT-CHANGE-PROCEDURE.
           move 'DEPT' to WS-CHG-FILE (WS-CHG-ENTRIES)
           move WS-RQ-CODE (1:3) to WS-CHG-CODE (WS-CHG-ENTRIES).

      *    The department line as it stands in the table at
      *    WS-DREF-IDX, in the form it is written to DeptRef.dat.
       BUILD-DEPT-TEXT-PROCEDURE.
           move spaces to WS-REF-TEXT
           string WS-DREF-CODE (WS-DREF-IDX) delimited by space
              ',' delimited by size
              WS-DREF-DESC (WS-DREF-IDX) delimited by size
              into WS-REF-TEXT.

      *    Finds WS-RQ-CODE in the department reference table -
      *    leaves WS-DREF-IDX past WS-DREF-ENTRIES when it isn't
      *    there.
       FIND-DEPT-REF-PROCEDURE.
           move 1 to WS-DREF-IDX
           perform BUMP-DREF-IDX-PROCEDURE
              until WS-DREF-IDX > WS-DREF-ENTRIES
                 or WS-DREF-CODE (WS-DREF-IDX) = WS-RQ-CODE (1:3).

       BUMP-DREF-IDX-PROCEDURE.
           add 1 to WS-DREF-IDX.

      *    The changed grade table goes to GradeRef.new and is
      *    swapped in over GradeRef.dat - the same rename
      *    EMPLOYEE-MAINT's REPLACE-MASTER-PROCEDURE relies on, so
      *    the readers never see a half-written file.
       REPLACE-GRADE-REF-PROCEDURE.
           move WS-GRADE-REF-NEW to WS-GRADE-REF-NAME
           OPEN OUTPUT GRADE-REF-FILE
           if WS-GRADE-REF-STATUS not = '00'
              display 'FATAL: GradeRef.new could not be opened - '
                 'status ' WS-GRADE-REF-STATUS
              set REF-FATAL to true
              exit paragraph
           end-if
           perform WRITE-GRADE-REF-LINE-PROCEDURE
              varying WS-GREF-IDX from 1 by 1
              until WS-GREF-IDX > WS-GREF-ENTRIES
           CLOSE GRADE-REF-FILE

           CALL 'CBL_RENAME_FILE' USING WS-GRADE-REF-NEW
              WS-GRADE-REF-OLD
              RETURNING WS-RENAME-STATUS
           if WS-RENAME-STATUS not = 0
              display 'FATAL: Could not replace GradeRef.dat - '
                 'new table left in GradeRef.new, '
                 'GradeRef.dat unchanged'
              move 12 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set REF-FATAL to true
              exit paragraph
           end-if

      *    live from here on, so logged now whatever happens later
           display 'GradeRef.dat replaced - its changes are live'
           move 'GradeRef.dat REPLACED - ITS CHANGES ARE LIVE'
              to WS-NONE-TEXT
           move WS-NONE-LINE to REF-REPORT-LINE
           write REF-REPORT-LINE
           move 'GRADE' to WS-LOG-FILE
           perform WRITE-CHANGE-LOG-PROCEDURE.

       WRITE-GRADE-REF-LINE-PROCEDURE.
           perform BUILD-GRADE-TEXT-PROCEDURE
           move WS-REF-TEXT to GRADE-REF-LINE
           write GRADE-REF-LINE.

       REPLACE-DEPT-REF-PROCEDURE.
           move WS-DEPT-REF-NEW to WS-DEPT-REF-NAME
           OPEN OUTPUT DEPT-REF-FILE
           if WS-DEPT-REF-STATUS not = '00'
              display 'FATAL: DeptRef.new could not be opened - '
                 'status ' WS-DEPT-REF-STATUS
              set REF-FATAL to true
              exit paragraph
           end-if
           perform WRITE-DEPT-REF-LINE-PROCEDURE
              varying WS-DREF-IDX from 1 by 1
              until WS-DREF-IDX > WS-DREF-ENTRIES
           CLOSE DEPT-REF-FILE

           CALL 'CBL_RENAME_FILE' USING WS-DEPT-REF-NEW
              WS-DEPT-REF-OLD
              RETURNING WS-RENAME-STATUS
           if WS-RENAME-STATUS not = 0
              display 'FATAL: Could not replace DeptRef.dat - '
                 'new table left in DeptRef.new, '
                 'DeptRef.dat unchanged'
              move 12 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              set REF-FATAL to true
              exit paragraph
           end-if

      *    live from here on, so logged now whatever happens later
           display 'DeptRef.dat replaced - its changes are live'
           move 'DeptRef.dat REPLACED - ITS CHANGES ARE LIVE'
              to WS-NONE-TEXT
           move WS-NONE-LINE to REF-REPORT-LINE
           write REF-REPORT-LINE
           move 'DEPT' to WS-LOG-FILE
           perform WRITE-CHANGE-LOG-PROCEDURE.

       WRITE-DEPT-REF-LINE-PROCEDURE.
           perform BUILD-DEPT-TEXT-PROCEDURE
           move WS-REF-TEXT to DEPT-REF-LINE
           write DEPT-REF-LINE.

      *    The accepted changes to one reference file (WS-LOG-FILE)
      *    onto the cumulative history, written as soon as that
      *    file has been swapped in. The file has already moved, so
      *    a log that can't be written is a warning - the report
      *    still lists every accepted request.
       WRITE-CHANGE-LOG-PROCEDURE.
           OPEN EXTEND REF-LOG-FILE
           if WS-REF-LOG-STATUS not = '00'
              OPEN OUTPUT REF-LOG-FILE
           end-if
           if WS-REF-LOG-STATUS not = '00'
              display 'WARNING: RefData.log could not be opened - '
                 'status ' WS-REF-LOG-STATUS
              display '  record the accepted requests on '
                 'EmployeeRefMaint.rpt by hand'
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if
           perform WRITE-CHANGE-LINE-PROCEDURE
              varying WS-CHG-IDX from 1 by 1
              until WS-CHG-IDX > WS-CHG-ENTRIES
           CLOSE REF-LOG-FILE.

       WRITE-CHANGE-LINE-PROCEDURE.
           if WS-CHG-FILE (WS-CHG-IDX) not = WS-LOG-FILE
              exit paragraph
           end-if
           move WS-CURRENT-DATE to WS-RL-DATE
           move WS-CHG-ACTION (WS-CHG-IDX) to WS-RL-ACTION
           move WS-CHG-FILE (WS-CHG-IDX)   to WS-RL-FILE
           move WS-CHG-CODE (WS-CHG-IDX)   to WS-RL-CODE
           move WS-CHG-BEFORE (WS-CHG-IDX) to WS-RL-BEFORE
           move WS-CHG-AFTER (WS-CHG-IDX)  to WS-RL-AFTER
           move WS-REF-LOG-BUILD to REF-LOG-LINE
           write REF-LOG-LINE.

       WRITE-HEADINGS-PROCEDURE.
           move WS-RUN-DATE-D to WS-HDG-1-DATE
           move WS-HDG-1 to REF-REPORT-LINE
           write REF-REPORT-LINE
           move spaces to REF-REPORT-LINE
           write REF-REPORT-LINE
           move WS-HDG-2 to REF-REPORT-LINE
           write REF-REPORT-LINE.

       WRITE-IMPACT-HEADINGS-PROCEDURE.
           move spaces to REF-REPORT-LINE
           write REF-REPORT-LINE
           move WS-HDG-3 to REF-REPORT-LINE
           write REF-REPORT-LINE
           move spaces to REF-REPORT-LINE
           write REF-REPORT-LINE
           move WS-HDG-4 to REF-REPORT-LINE
           write REF-REPORT-LINE.

       WRITE-FOOTER-PROCEDURE.
           move spaces to REF-REPORT-LINE
           write REF-REPORT-LINE
           move WS-REQUEST-COUNT to WS-FTR-1-COUNT
           move WS-FTR-1 to REF-REPORT-LINE
           write REF-REPORT-LINE
           move WS-ACCEPTED-COUNT to WS-FTR-2-COUNT
           move WS-FTR-2 to REF-REPORT-LINE
           write REF-REPORT-LINE
           move WS-REJECTED-COUNT to WS-FTR-3-COUNT
           move WS-FTR-3 to REF-REPORT-LINE
           write REF-REPORT-LINE
           move WS-IMPACT-COUNT to WS-FTR-4-COUNT
           move WS-FTR-4 to REF-REPORT-LINE
           write REF-REPORT-LINE.
