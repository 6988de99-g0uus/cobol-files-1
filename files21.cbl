       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-ESTAB.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.

      *    Establishment budget against actuals. Finance funds a
      *    headcount and a salary bill for each department every
      *    year, but until now the system only reported actuals -
      *    whether a department could afford a hire was worked out
      *    by hand from the EMPLOYEE-DATA department summary. This
      *    run prompts for a budget year (blank for the current
      *    year), loads that year's lines from EstabBudget.dat,
      *    passes Employee.dat once to total the active employees
      *    by department and grade, and prints each department's
      *    over- or under-establishment, its vacancies and the
      *    salary headroom left, with the grade mix of the people
      *    actually in post beneath it. A second pass lists the
      *    employees still on the GEN holding code (or not yet
      *    coded at all) as unallocated cost - no department's
      *    budget covers them until they are recoded.


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

      *    Finance's establishment budget - see estab-rec.cbl.
       SELECT ESTAB-BUDGET-FILE
           ASSIGN TO './EstabBudget.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-ESTAB-BUDGET-STATUS.

      *    The establishment report - see estrpt-rec.cbl.
       SELECT ESTAB-REPORT-FILE
           ASSIGN TO './EmployeeEstab.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-ESTAB-REPORT-STATUS.

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

      *    Bring in the establishment budget line definition
       copy estab-rec.

      *    Bring in the establishment report line definition
       copy estrpt-rec.

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
                 88 ESTAB-FATAL     value 'Y'.
                 88 ESTAB-NOT-FATAL value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-BUDGET-EOF     value 'Y'.
                 88 WS-BUDGET-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-SLOT-FOUND     value 'Y'.
                 88 WS-SLOT-NOT-FOUND value 'n'.

           77 WS-EMPLOYEE-FILE-STATUS pic x(2) value '00'.
           77 WS-ESTAB-BUDGET-STATUS  pic x(2) value '00'.
           77 WS-ESTAB-REPORT-STATUS  pic x(2) value '00'.

           77 WS-DETAIL-COUNT   pic 9(5) comp sync value 0.
           77 WS-EXPECTED-COUNT pic 9(5) comp sync value 0.
           77 WS-ACTIVE-COUNT   pic 9(5) comp sync value 0.
           77 WS-BUDGET-LINE-COUNT pic 9(5) comp sync value 0.
           77 WS-BUDGETED-COUNT pic 9(5) comp sync value 0.
           77 WS-OVER-COUNT     pic 9(5) comp sync value 0.
           77 WS-UNBUDGETED-COUNT pic 9(5) comp sync value 0.
           77 WS-UNALLOC-COUNT  pic 9(5) comp sync value 0.
           77 WS-UNALLOC-SALARY pic 9(9) comp sync value 0.
           77 WS-VACANCY-TOTAL  pic 9(5) comp sync value 0.
           77 WS-UNALLOC-COUNT-D pic Z(4)9.

      *    The budget year asked for - blank means this year.
           77 WS-YEAR-REQUEST pic x(4) value spaces.
           77 WS-BUDGET-YEAR  pic 9(4) value 0.

      *    Holding code DEPTCONV gives anyone whose department
      *    couldn't be derived - the same value it defaults to.
           77 WS-HOLDING-DEPT pic x(3) value 'GEN'.

      *    One budget line pulled apart. The numbers may be keyed
      *    without leading zeros, so each is right-justified and
      *    zero-filled before the numeric test - the same handling
      *    the grade reference file gets.
           77 WS-BUD-PARSE-YEAR-X pic x(4).
           77 WS-BUD-PARSE-DEPT   pic x(4).
           77 WS-BUD-PARSE-HC-X   pic x(6).
           77 WS-BUD-PARSE-SAL-X  pic x(10).
           77 WS-BUD-YEAR-LEN pic 9(2) comp sync value 0.
           77 WS-BUD-HC-LEN   pic 9(2) comp sync value 0.
           77 WS-BUD-SAL-LEN  pic 9(2) comp sync value 0.
           77 WS-BUD-YEAR-JUST pic x(4) justified right.
           77 WS-BUD-HC-JUST   pic x(5) justified right.
           77 WS-BUD-SAL-JUST  pic x(9) justified right.

      *    One entry per department - those in this year's budget
      *    first, in budget-file order, then any department found
      *    on the master that has no budget line at all. Beneath
      *    each, the grades actually in post, kept in grade order.
           77 WS-EST-ENTRIES pic 9(2) comp sync value 0.
           77 WS-EST-IDX     pic 9(2) comp sync value 0.
           77 WS-EST-MAX-ENTRIES pic 9(2) comp sync value 20.
           77 WS-GRD-IDX     pic 9(2) comp sync value 0.
           77 WS-GRD-INS     pic 9(2) comp sync value 0.
           01 WS-EST-TABLE.
              05 WS-EST-ENTRY occurs 20 times.
                 10 WS-EST-DEPT       pic x(3).
                 10 WS-EST-BUDGET-FLAG pic x(1).
                    88 WS-EST-BUDGETED     value 'Y'.
                    88 WS-EST-NOT-BUDGETED value 'n'.
                 10 WS-EST-BUD-HC     pic 9(5) comp sync.
                 10 WS-EST-BUD-SALARY pic 9(9) comp sync.
                 10 WS-EST-ACT-HC     pic 9(5) comp sync.
                 10 WS-EST-ACT-SALARY pic 9(9) comp sync.
                 10 WS-EST-GRADES     pic 9(2) comp sync.
                 10 WS-EST-GRADE-ENTRY occurs 10 times.
                    15 WS-EST-GRADE        pic x(1).
                    15 WS-EST-GRADE-HC     pic 9(5) comp.
                    15 WS-EST-GRADE-SALARY pic 9(9) comp.

      *    Department being worked on, and the sums that come out
      *    of it.
           77 WS-WORK-VARIANCE pic s9(5) comp sync value 0.
           77 WS-WORK-HEADROOM pic s9(9) comp sync value 0.
           77 WS-WORK-AVERAGE  pic 9(9) comp sync value 0.

           01 WS-TOTALS.
              05 WS-TOT-BUD-HC     pic 9(5) comp sync value 0.
              05 WS-TOT-BUD-SALARY pic 9(9) comp sync value 0.
              05 WS-TOT-ACT-HC     pic 9(5) comp sync value 0.
              05 WS-TOT-ACT-SALARY pic 9(9) comp sync value 0.

      *    Run date, formatted for the report heading
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
              05 filler pic x(29) value
                 'ESTABLISHMENT BUDGET REPORT'.
              05 filler pic x(4)  value spaces.
              05 filler pic x(10) value 'RUN DATE: '.
              05 WS-HDG-1-DATE pic x(10).
              05 filler pic x(49) value spaces.

           01 WS-HDG-2.
              05 filler pic x(12) value 'BUDGET YEAR '.
              05 WS-HDG-2-YEAR pic 9(4).
              05 filler pic x(116) value spaces.

           01 WS-HDG-3.
              05 filler pic x(6)  value 'DEPT'.
              05 filler pic x(9)  value 'BUDGET HC'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(9)  value 'ACTUAL HC'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(10) value 'OVER/UNDER'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(9)  value 'VACANCIES'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(13) value 'BUDGET SALARY'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(13) value 'ACTUAL SALARY'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(11) value '   HEADROOM'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(36) value 'STATUS'.

           01 WS-EST-DTL.
              05 WS-ED-DEPT      pic x(3).
              05 filler          pic x(3) value spaces.
              05 WS-ED-BUD-HC    pic Z(8)9.
              05 filler          pic x(2) value spaces.
              05 WS-ED-ACT-HC    pic Z(8)9.
              05 filler          pic x(2) value spaces.
              05 WS-ED-VARIANCE  pic +(9)9.
              05 filler          pic x(2) value spaces.
              05 WS-ED-VACANCIES pic Z(8)9.
              05 filler          pic x(2) value spaces.
              05 WS-ED-BUD-SAL   pic Z(12)9.
              05 filler          pic x(2) value spaces.
              05 WS-ED-ACT-SAL   pic Z(12)9.
              05 filler          pic x(2) value spaces.
              05 WS-ED-HEADROOM  pic -(10)9.
              05 filler          pic x(2) value spaces.
              05 WS-ED-STATUS    pic x(36).

      *    Grade mix of the people in post, beneath its department.
           01 WS-GRD-DTL.
              05 filler          pic x(6) value spaces.
              05 filler          pic x(6) value 'GRADE '.
              05 WS-GD-GRADE     pic x(1).
              05 filler          pic x(4) value spaces.
              05 WS-GD-HC        pic Z(8)9.
              05 filler          pic x(38) value spaces.
              05 WS-GD-SALARY    pic Z(12)9.
              05 filler          pic x(4) value spaces.
              05 filler          pic x(9) value 'AVERAGE: '.
              05 WS-GD-AVERAGE   pic Z(8)9.
              05 filler          pic x(33) value spaces.

           01 WS-UNA-HDG.
              05 filler pic x(36) value
                 'UNALLOCATED COST - ACTIVE EMPLOYEES '.
              05 filler pic x(48) value
                 'ON THE GEN HOLDING CODE OR NOT YET CODED'.
              05 filler pic x(48) value spaces.

           01 WS-UNA-COL-HDG.
              05 filler pic x(7)  value 'EMP ID'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(30) value 'NAME'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(5)  value 'GRADE'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(4)  value 'DEPT'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(6)  value 'SALARY'.
              05 filler pic x(72) value spaces.

           01 WS-UNA-DTL.
              05 WS-UD-ID      pic 9(5).
              05 filler        pic x(4) value spaces.
              05 WS-UD-NAME    pic x(30).
              05 filler        pic x(4) value spaces.
              05 WS-UD-GRADE   pic x(1).
              05 filler        pic x(4) value spaces.
              05 WS-UD-DEPT    pic x(3).
              05 filler        pic x(3) value spaces.
              05 WS-UD-SALARY  pic Z(4)9.
              05 filler        pic x(2) value spaces.
              05 filler        pic x(16) value 'UNALLOCATED COST'.
              05 filler        pic x(55) value spaces.

           01 WS-FTR-1.
              05 filler pic x(30) value
                 'DEPARTMENTS BUDGETED        : '.
              05 WS-FTR-1-COUNT pic Z(4)9.
              05 filler pic x(97) value spaces.
           01 WS-FTR-2.
              05 filler pic x(30) value
                 'DEPARTMENTS OVER ESTABLISHMT: '.
              05 WS-FTR-2-COUNT pic Z(4)9.
              05 filler pic x(97) value spaces.
           01 WS-FTR-3.
              05 filler pic x(30) value
                 'DEPARTMENTS WITH NO BUDGET  : '.
              05 WS-FTR-3-COUNT pic Z(4)9.
              05 filler pic x(97) value spaces.
           01 WS-FTR-4.
              05 filler pic x(30) value
                 'TOTAL VACANCIES             : '.
              05 WS-FTR-4-COUNT pic Z(4)9.
              05 filler pic x(97) value spaces.
           01 WS-FTR-5.
              05 filler pic x(30) value
                 'ACTIVE EMPLOYEES            : '.
              05 WS-FTR-5-COUNT pic Z(4)9.
              05 filler pic x(97) value spaces.
           01 WS-FTR-6.
              05 filler pic x(30) value
                 'UNALLOCATED EMPLOYEES       : '.
              05 WS-FTR-6-COUNT pic Z(4)9.
              05 filler pic x(97) value spaces.
           01 WS-FTR-7.
              05 filler pic x(30) value
                 'UNALLOCATED SALARY COST     : '.
              05 WS-FTR-7-AMOUNT pic Z(8)9.
              05 filler pic x(93) value spaces.

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
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-ESTAB'.
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
      D    display 'Starting establishment report...'
           accept WS-CURRENT-DATE from date yyyymmdd
           move WS-CURRENT-DD   to WS-RUN-DATE-DD
           move WS-CURRENT-MM   to WS-RUN-DATE-MM
           move WS-CURRENT-YYYY to WS-RUN-DATE-YYYY
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-START-STAMP

           perform PROMPT-YEAR-PROCEDURE

           if ESTAB-NOT-FATAL
              perform TAKE-LOCK-PROCEDURE
              if WS-LOCK-REFUSED
                 move 30 to RETURN-CODE
                 STOP RUN
              end-if
           end-if

           if ESTAB-NOT-FATAL
              perform LOAD-BUDGET-PROCEDURE
           end-if

           if ESTAB-NOT-FATAL
              OPEN INPUT EMPLOYEE
              if WS-EMPLOYEE-FILE-STATUS not = '00'
                 display 'FATAL: Employee.dat could not be opened '
                    '- status ' WS-EMPLOYEE-FILE-STATUS
                 set ESTAB-FATAL to true
              else
                 perform READ-MASTER-PROCEDURE until WS-EOF
                 CLOSE EMPLOYEE
                 perform RECONCILE-TRAILER-PROCEDURE
              end-if
           end-if

           if ESTAB-NOT-FATAL
              OPEN OUTPUT ESTAB-REPORT-FILE
              if WS-ESTAB-REPORT-STATUS not = '00'
                 display 'FATAL: EmployeeEstab.rpt could not be '
                    'opened - status ' WS-ESTAB-REPORT-STATUS
                 set ESTAB-FATAL to true
              end-if
           end-if

           if ESTAB-NOT-FATAL
              perform WRITE-HEADINGS-PROCEDURE
              perform REPORT-DEPARTMENT-PROCEDURE
                 varying WS-EST-IDX from 1 by 1
                 until WS-EST-IDX > WS-EST-ENTRIES
              perform WRITE-TOTAL-PROCEDURE
              perform REPORT-UNALLOCATED-PROCEDURE
           end-if

           if ESTAB-NOT-FATAL
              perform WRITE-FOOTER-PROCEDURE
              CLOSE ESTAB-REPORT-FILE
           end-if

           if ESTAB-FATAL
              move 16 to RETURN-CODE
              display 'FATAL: establishment report abandoned'
           else
              move WS-UNALLOC-COUNT to WS-UNALLOC-COUNT-D
              display 'Report complete - ' WS-UNALLOC-COUNT-D
                 ' employee(s) unallocated. '
                 'See EmployeeEstab.rpt'
           end-if

           perform RELEASE-LOCK-PROCEDURE

      D    display 'Finished.'

           STOP RUN.

      *    The budget year - same console conversation as the
      *    leavers extract. A garbled reply ends the run rather
      *    than reporting against the wrong year.
       PROMPT-YEAR-PROCEDURE.
           display 'ENTER BUDGET YEAR YYYY (BLANK FOR THIS YEAR):'
           move spaces to WS-YEAR-REQUEST
           accept WS-YEAR-REQUEST
           if WS-YEAR-REQUEST = spaces
              move WS-CURRENT-YYYY to WS-BUDGET-YEAR
           else if WS-YEAR-REQUEST is numeric
              move WS-YEAR-REQUEST to WS-BUDGET-YEAR
           else
              display 'FATAL: budget year must be numeric yyyy'
              set ESTAB-FATAL to true
           end-if.

      *    Loads the chosen year's lines from EstabBudget.dat. Any
      *    line that won't parse, or a second line for the same
      *    department, ends the run - a half-loaded budget would
      *    show departments as unfunded that are not.
       LOAD-BUDGET-PROCEDURE.
           OPEN INPUT ESTAB-BUDGET-FILE
           if WS-ESTAB-BUDGET-STATUS not = '00'
              display 'FATAL: EstabBudget.dat could not be opened '
                 '- status ' WS-ESTAB-BUDGET-STATUS
              set ESTAB-FATAL to true
              exit paragraph
           end-if

           perform READ-BUDGET-PROCEDURE until WS-BUDGET-EOF
           CLOSE ESTAB-BUDGET-FILE

           if ESTAB-NOT-FATAL and WS-BUDGETED-COUNT = 0
              display 'FATAL: EstabBudget.dat has no lines for '
                 WS-BUDGET-YEAR
              set ESTAB-FATAL to true
           end-if.

       READ-BUDGET-PROCEDURE.
           READ ESTAB-BUDGET-FILE
              AT END set WS-BUDGET-EOF to true
              NOT AT END
                 if ESTAB-BUDGET-LINE not = spaces
                    perform PARSE-BUDGET-PROCEDURE
                 end-if
           END-READ.

      *    Pulls one "year,dept,headcount,salary" line apart.
       PARSE-BUDGET-PROCEDURE.
           add 1 to WS-BUDGET-LINE-COUNT
           move spaces to WS-BUD-PARSE-YEAR-X
           move spaces to WS-BUD-PARSE-DEPT
           move spaces to WS-BUD-PARSE-HC-X
           move spaces to WS-BUD-PARSE-SAL-X
           move 0 to WS-BUD-YEAR-LEN
           move 0 to WS-BUD-HC-LEN
           move 0 to WS-BUD-SAL-LEN
           UNSTRING ESTAB-BUDGET-LINE
              delimited by ',' or all space
              into WS-BUD-PARSE-YEAR-X count in WS-BUD-YEAR-LEN
                   WS-BUD-PARSE-DEPT
                   WS-BUD-PARSE-HC-X   count in WS-BUD-HC-LEN
                   WS-BUD-PARSE-SAL-X  count in WS-BUD-SAL-LEN
           END-UNSTRING

           if WS-BUD-YEAR-LEN not = 4
              or WS-BUD-PARSE-DEPT = spaces
              or WS-BUD-PARSE-DEPT (4:1) not = space
              or WS-BUD-HC-LEN = 0 or WS-BUD-HC-LEN > 5
              or WS-BUD-SAL-LEN = 0 or WS-BUD-SAL-LEN > 9
              perform BAD-BUDGET-LINE-PROCEDURE
              exit paragraph
           end-if

           move WS-BUD-PARSE-YEAR-X to WS-BUD-YEAR-JUST
           move WS-BUD-PARSE-HC-X (1:WS-BUD-HC-LEN)
              to WS-BUD-HC-JUST
           inspect WS-BUD-HC-JUST replacing leading space by '0'
           move WS-BUD-PARSE-SAL-X (1:WS-BUD-SAL-LEN)
              to WS-BUD-SAL-JUST
           inspect WS-BUD-SAL-JUST replacing leading space by '0'
           if WS-BUD-YEAR-JUST is not numeric
              or WS-BUD-HC-JUST is not numeric
              or WS-BUD-SAL-JUST is not numeric
              perform BAD-BUDGET-LINE-PROCEDURE
              exit paragraph
           end-if

           if WS-BUD-YEAR-JUST not = WS-BUDGET-YEAR
              exit paragraph
           end-if

           move WS-BUD-PARSE-DEPT (1:3) to EMPLOYEE_DEPT
           perform FIND-DEPARTMENT-PROCEDURE
           if WS-EST-IDX not > WS-EST-ENTRIES
              display 'FATAL: EstabBudget.dat has two lines for '
                 WS-BUD-PARSE-DEPT (1:3) ' in ' WS-BUDGET-YEAR
              set ESTAB-FATAL   to true
              set WS-BUDGET-EOF to true
              exit paragraph
           end-if
           perform ADD-DEPARTMENT-PROCEDURE
           if ESTAB-FATAL
              exit paragraph
           end-if

           add 1 to WS-BUDGETED-COUNT
           set WS-EST-BUDGETED (WS-EST-IDX) to true
           move WS-BUD-HC-JUST  to WS-EST-BUD-HC (WS-EST-IDX)
           move WS-BUD-SAL-JUST to WS-EST-BUD-SALARY (WS-EST-IDX).

       BAD-BUDGET-LINE-PROCEDURE.
           display 'FATAL: bad EstabBudget.dat line '
              WS-BUDGET-LINE-COUNT ': ' ESTAB-BUDGET-LINE
           set ESTAB-FATAL   to true
           set WS-BUDGET-EOF to true.

      *    Finds EMPLOYEE_DEPT in WS-EST-TABLE - leaves WS-EST-IDX
      *    past WS-EST-ENTRIES when the department isn't there.
       FIND-DEPARTMENT-PROCEDURE.
           move 1 to WS-EST-IDX
           perform BUMP-EST-IDX-PROCEDURE
              until WS-EST-IDX > WS-EST-ENTRIES
                 or WS-EST-DEPT (WS-EST-IDX) = EMPLOYEE_DEPT.

       BUMP-EST-IDX-PROCEDURE.
           add 1 to WS-EST-IDX.

      *    Opens a new department entry for EMPLOYEE_DEPT, not yet
      *    budgeted and with nobody in post.
       ADD-DEPARTMENT-PROCEDURE.
           if WS-EST-ENTRIES >= WS-EST-MAX-ENTRIES
              display 'FATAL: more than ' WS-EST-MAX-ENTRIES
                 ' departments between EstabBudget.dat and '
                 'Employee.dat'
              set ESTAB-FATAL   to true
              set WS-BUDGET-EOF to true
              set WS-EOF        to true
              exit paragraph
           end-if
           add 1 to WS-EST-ENTRIES
           move WS-EST-ENTRIES to WS-EST-IDX
           move EMPLOYEE_DEPT to WS-EST-DEPT (WS-EST-IDX)
           set WS-EST-NOT-BUDGETED (WS-EST-IDX) to true
           move 0 to WS-EST-BUD-HC (WS-EST-IDX)
           move 0 to WS-EST-BUD-SALARY (WS-EST-IDX)
           move 0 to WS-EST-ACT-HC (WS-EST-IDX)
           move 0 to WS-EST-ACT-SALARY (WS-EST-IDX)
           move 0 to WS-EST-GRADES (WS-EST-IDX).

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
              set ESTAB-FATAL to true
              display 'FATAL: Header Record Missing.'
              exit paragraph
           end-if

           add 1 to WS-DETAIL-COUNT

           if EMPLOYEE-LEAVER
              exit paragraph
           end-if
           add 1 to WS-ACTIVE-COUNT
           if EMPLOYEE_SALARY is not numeric
              move 0 to EMPLOYEE_SALARY
           end-if

      *    the holding code is costed in the unallocated section,
      *    not against a department
           if EMPLOYEE_DEPT = WS-HOLDING-DEPT or EMPLOYEE_DEPT = spaces
              add 1 to WS-UNALLOC-COUNT
              add EMPLOYEE_SALARY to WS-UNALLOC-SALARY
              exit paragraph
           end-if

           perform FIND-DEPARTMENT-PROCEDURE
           if WS-EST-IDX > WS-EST-ENTRIES
              perform ADD-DEPARTMENT-PROCEDURE
              if ESTAB-FATAL
                 exit paragraph
              end-if
           end-if
           add 1 to WS-EST-ACT-HC (WS-EST-IDX)
           add EMPLOYEE_SALARY to WS-EST-ACT-SALARY (WS-EST-IDX)

           perform FIND-GRADE-PROCEDURE
           if WS-GRD-IDX > WS-EST-GRADES (WS-EST-IDX)
              perform ADD-GRADE-PROCEDURE
              if ESTAB-FATAL
                 exit paragraph
              end-if
           end-if
           add 1 to WS-EST-GRADE-HC (WS-EST-IDX WS-GRD-IDX)
           add EMPLOYEE_SALARY
              to WS-EST-GRADE-SALARY (WS-EST-IDX WS-GRD-IDX).

      *    Finds EMPLOYEE_GRADE under the current department -
      *    leaves WS-GRD-IDX past its grades when it isn't there.
       FIND-GRADE-PROCEDURE.
           move 1 to WS-GRD-IDX
           perform BUMP-GRD-IDX-PROCEDURE
              until WS-GRD-IDX > WS-EST-GRADES (WS-EST-IDX)
                 or WS-EST-GRADE (WS-EST-IDX WS-GRD-IDX)
                    = EMPLOYEE_GRADE.

       BUMP-GRD-IDX-PROCEDURE.
           add 1 to WS-GRD-IDX.

      *    Slots EMPLOYEE_GRADE in under the current department in
      *    grade order, moving any higher grades up one place.
       ADD-GRADE-PROCEDURE.
           if WS-EST-GRADES (WS-EST-IDX) >= 10
              display 'FATAL: more than 10 grades in department '
                 WS-EST-DEPT (WS-EST-IDX)
              set ESTAB-FATAL to true
              set WS-EOF      to true
              exit paragraph
           end-if
           add 1 to WS-EST-GRADES (WS-EST-IDX)
           move WS-EST-GRADES (WS-EST-IDX) to WS-GRD-INS
           set WS-SLOT-NOT-FOUND to true
           perform FIND-GRADE-SLOT-PROCEDURE until WS-SLOT-FOUND
           move WS-GRD-INS to WS-GRD-IDX
           move EMPLOYEE_GRADE to WS-EST-GRADE (WS-EST-IDX WS-GRD-IDX)
           move 0 to WS-EST-GRADE-HC (WS-EST-IDX WS-GRD-IDX)
           move 0 to WS-EST-GRADE-SALARY (WS-EST-IDX WS-GRD-IDX).

       FIND-GRADE-SLOT-PROCEDURE.
           if WS-GRD-INS = 1
              set WS-SLOT-FOUND to true
           else if WS-EST-GRADE (WS-EST-IDX WS-GRD-INS - 1)
              < EMPLOYEE_GRADE
              set WS-SLOT-FOUND to true
           else
              move WS-EST-GRADE-ENTRY (WS-EST-IDX WS-GRD-INS - 1)
                 to WS-EST-GRADE-ENTRY (WS-EST-IDX WS-GRD-INS)
              subtract 1 from WS-GRD-INS
           end-if.

      *    Same truncation guard the other master-reading programs
      *    apply.
       RECONCILE-TRAILER-PROCEDURE.
           if ESTAB-FATAL
              exit paragraph
           end-if
           if trl-not-found
              display 'FATAL: Trailer Record Missing in Employee.dat'
              set ESTAB-FATAL to true
           else if WS-EXPECTED-COUNT not = WS-DETAIL-COUNT
              display 'FATAL: RECORD COUNT MISMATCH IN Employee.dat'
              display '  TRAILER EXPECTS ' WS-EXPECTED-COUNT
                 ' BUT ' WS-DETAIL-COUNT ' PROCESSED'
              set ESTAB-FATAL to true
           end-if.

      *    One department against its establishment, then the
      *    grades in post beneath it. Over/under is actual less
      *    budgeted heads; headroom is what is left of the salary
      *    budget, negative once it is overspent.
       REPORT-DEPARTMENT-PROCEDURE.
           compute WS-WORK-VARIANCE = WS-EST-ACT-HC (WS-EST-IDX)
              - WS-EST-BUD-HC (WS-EST-IDX)
           compute WS-WORK-HEADROOM = WS-EST-BUD-SALARY (WS-EST-IDX)
              - WS-EST-ACT-SALARY (WS-EST-IDX)

           add WS-EST-BUD-HC (WS-EST-IDX)     to WS-TOT-BUD-HC
           add WS-EST-BUD-SALARY (WS-EST-IDX) to WS-TOT-BUD-SALARY
           add WS-EST-ACT-HC (WS-EST-IDX)     to WS-TOT-ACT-HC
           add WS-EST-ACT-SALARY (WS-EST-IDX) to WS-TOT-ACT-SALARY

           move spaces to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-EST-DEPT (WS-EST-IDX)       to WS-ED-DEPT
           move WS-EST-BUD-HC (WS-EST-IDX)     to WS-ED-BUD-HC
           move WS-EST-ACT-HC (WS-EST-IDX)     to WS-ED-ACT-HC
           move WS-WORK-VARIANCE               to WS-ED-VARIANCE
           move WS-EST-BUD-SALARY (WS-EST-IDX) to WS-ED-BUD-SAL
           move WS-EST-ACT-SALARY (WS-EST-IDX) to WS-ED-ACT-SAL
           move WS-WORK-HEADROOM               to WS-ED-HEADROOM
           if WS-WORK-VARIANCE < 0
              compute WS-ED-VACANCIES = 0 - WS-WORK-VARIANCE
              compute WS-VACANCY-TOTAL
                 = WS-VACANCY-TOTAL - WS-WORK-VARIANCE
           else
              move 0 to WS-ED-VACANCIES
           end-if
           perform SET-DEPARTMENT-STATUS-PROCEDURE
           move WS-EST-DTL to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE

           perform REPORT-GRADE-PROCEDURE
              varying WS-GRD-IDX from 1 by 1
              until WS-GRD-IDX > WS-EST-GRADES (WS-EST-IDX).

       SET-DEPARTMENT-STATUS-PROCEDURE.
           if WS-EST-NOT-BUDGETED (WS-EST-IDX)
              add 1 to WS-UNBUDGETED-COUNT
              move 'NO BUDGET LINE - ALL COST UNFUNDED'
                 to WS-ED-STATUS
           else if WS-WORK-VARIANCE > 0
              add 1 to WS-OVER-COUNT
              move 'OVER ESTABLISHMENT' to WS-ED-STATUS
           else if WS-WORK-HEADROOM < 0
              move 'OVER SALARY BUDGET' to WS-ED-STATUS
           else if WS-WORK-VARIANCE < 0
              move 'UNDER ESTABLISHMENT' to WS-ED-STATUS
           else
              move 'AT ESTABLISHMENT' to WS-ED-STATUS
           end-if.

       REPORT-GRADE-PROCEDURE.
           move WS-EST-GRADE (WS-EST-IDX WS-GRD-IDX) to WS-GD-GRADE
           move WS-EST-GRADE-HC (WS-EST-IDX WS-GRD-IDX) to WS-GD-HC
           move WS-EST-GRADE-SALARY (WS-EST-IDX WS-GRD-IDX)
              to WS-GD-SALARY
           divide WS-EST-GRADE-SALARY (WS-EST-IDX WS-GRD-IDX)
              by WS-EST-GRADE-HC (WS-EST-IDX WS-GRD-IDX)
              giving WS-WORK-AVERAGE rounded
           move WS-WORK-AVERAGE to WS-GD-AVERAGE
           move WS-GRD-DTL to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE.

       WRITE-TOTAL-PROCEDURE.
           compute WS-WORK-VARIANCE = WS-TOT-ACT-HC - WS-TOT-BUD-HC
           compute WS-WORK-HEADROOM
              = WS-TOT-BUD-SALARY - WS-TOT-ACT-SALARY
           move spaces to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move 'ALL'             to WS-ED-DEPT
           move WS-TOT-BUD-HC     to WS-ED-BUD-HC
           move WS-TOT-ACT-HC     to WS-ED-ACT-HC
           move WS-WORK-VARIANCE  to WS-ED-VARIANCE
           move WS-VACANCY-TOTAL  to WS-ED-VACANCIES
           move WS-TOT-BUD-SALARY to WS-ED-BUD-SAL
           move WS-TOT-ACT-SALARY to WS-ED-ACT-SAL
           move WS-WORK-HEADROOM  to WS-ED-HEADROOM
           move 'DEPARTMENTS TOTAL' to WS-ED-STATUS
           move WS-EST-DTL to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE.

      *    Second pass of the master for the unallocated section -
      *    nobody is held in storage waiting to be listed, however
      *    many are still on the holding code.
       REPORT-UNALLOCATED-PROCEDURE.
           move spaces to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-UNA-HDG to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move spaces to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           if WS-UNALLOC-COUNT = 0
              move '  NONE' to ESTAB-REPORT-LINE
              write ESTAB-REPORT-LINE
              exit paragraph
           end-if
           move WS-UNA-COL-HDG to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE

           OPEN INPUT EMPLOYEE
           if WS-EMPLOYEE-FILE-STATUS not = '00'
              display 'FATAL: Employee.dat could not be reopened '
                 '- status ' WS-EMPLOYEE-FILE-STATUS
              set ESTAB-FATAL to true
              exit paragraph
           end-if
           set WS-NOT-EOF to true
           perform READ-UNALLOCATED-PROCEDURE until WS-EOF
           CLOSE EMPLOYEE.

       READ-UNALLOCATED-PROCEDURE.
           READ EMPLOYEE
              AT END set WS-EOF to true
              NOT AT END perform LIST-UNALLOCATED-PROCEDURE
           END-READ.

       LIST-UNALLOCATED-PROCEDURE.
           if HDR-CHK = 'EMPLOYEE-ID' or TRL-CHK = 'EMPLOYEE-CT'
              or HDR = space or HDR = low-value
              exit paragraph
           end-if
           if EMPLOYEE-LEAVER
              exit paragraph
           end-if
           if EMPLOYEE_DEPT not = WS-HOLDING-DEPT
              and EMPLOYEE_DEPT not = spaces
              exit paragraph
           end-if

           move EMPLOYEE-ID     to WS-UD-ID
           move EMPLOYEE_NAME   to WS-UD-NAME
           move EMPLOYEE_GRADE  to WS-UD-GRADE
           move EMPLOYEE_DEPT   to WS-UD-DEPT
           if EMPLOYEE_SALARY is numeric
              move EMPLOYEE_SALARY to WS-UD-SALARY
           else
              move 0 to WS-UD-SALARY
           end-if
           move WS-UNA-DTL to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE.

       WRITE-HEADINGS-PROCEDURE.
           move WS-RUN-DATE-D to WS-HDG-1-DATE
           move WS-HDG-1 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-BUDGET-YEAR to WS-HDG-2-YEAR
           move WS-HDG-2 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move spaces to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-HDG-3 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE.

       WRITE-FOOTER-PROCEDURE.
           move spaces to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-BUDGETED-COUNT to WS-FTR-1-COUNT
           move WS-FTR-1 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-OVER-COUNT to WS-FTR-2-COUNT
           move WS-FTR-2 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-UNBUDGETED-COUNT to WS-FTR-3-COUNT
           move WS-FTR-3 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-VACANCY-TOTAL to WS-FTR-4-COUNT
           move WS-FTR-4 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-ACTIVE-COUNT to WS-FTR-5-COUNT
           move WS-FTR-5 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-UNALLOC-COUNT to WS-FTR-6-COUNT
           move WS-FTR-6 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE
           move WS-UNALLOC-SALARY to WS-FTR-7-AMOUNT
           move WS-FTR-7 to ESTAB-REPORT-LINE
           write ESTAB-REPORT-LINE.

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
