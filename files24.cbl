       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-FORECAST.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.

      *    Twelve-month salary-bill forecast. Finance used to add the
      *    pending file and the retirement report together on a
      *    spreadsheet to see what the salary bill would be month by
      *    month - this does it from the files themselves. It starts
      *    from the active employees on Employee.dat, merges in the
      *    future-dated transactions parked in EmployeePend.trn (both
      *    are in EMPLOYEE-ID order, the same merge EMPLOYEE-MAINT
      *    does) and walks each employee through the next twelve
      *    months. A pending ADD, CHANGE or DELETE takes effect in the
      *    month its TXN-EFFECTIVE-DATE falls; an employee leaves in
      *    the month they reach the 75-year ceiling EMPLOYEE-RETIRE
      *    reports against. Month 1 is the current month. The report
      *    shows headcount and salary bill by department and grade at
      *    each month end, with the movement from joiners, leavers,
      *    retirements and changes shown separately, then a one-line
      *    summary per month. Pending transactions the maintenance
      *    run would reject are listed and left out rather than
      *    guessed at.


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

      *    Future-dated transactions parked by the last maintenance
      *    run - read only; see pendtxn-rec.cbl.
       SELECT PENDING-TXN-FILE
           ASSIGN TO './EmployeePend.trn'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-PENDING-FILE-STATUS.

      *    The forecast report - see fcstrpt-rec.cbl.
       SELECT FORECAST-REPORT-FILE
           ASSIGN TO './EmployeeForecast.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-FORECAST-REPORT-STATUS.

      *    End-of-job run-control record for the scheduler - see
      *    runctl-rec.cbl.
       SELECT RUN-CONTROL-FILE
           ASSIGN TO './EmployeeForecast.run'
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

      *    Bring in the pending transaction file definition
       copy pendtxn-rec.

      *    Bring in the forecast report line definition
       copy fcstrpt-rec.

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
                 88 FORECAST-FATAL     value 'Y'.
                 88 FORECAST-NOT-FATAL value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 PENDING-OPENED     value 'Y'.
                 88 PENDING-NOT-OPENED value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-SLOT-FOUND     value 'Y'.
                 88 WS-SLOT-NOT-FOUND value 'n'.

           77 WS-EMPLOYEE-FILE-STATUS   pic x(2) value '00'.
           77 WS-PENDING-FILE-STATUS    pic x(2) value '00'.
           77 WS-FORECAST-REPORT-STATUS pic x(2) value '00'.

           77 WS-DETAIL-COUNT   pic 9(5) comp sync value 0.
           77 WS-EXPECTED-COUNT pic 9(5) comp sync value 0.
           77 WS-ACTIVE-COUNT   pic 9(5) comp sync value 0.
           77 WS-OPEN-HC        pic 9(5) comp sync value 0.
           77 WS-OPEN-BILL      pic 9(9) comp sync value 0.
           77 WS-PEND-READ-COUNT    pic 9(5) comp sync value 0.
           77 WS-APPLIED-COUNT      pic 9(5) comp sync value 0.
           77 WS-BEYOND-COUNT       pic 9(5) comp sync value 0.
           77 WS-NOT-APPLIED-COUNT  pic 9(5) comp sync value 0.
           77 WS-RETIRE-COUNT       pic 9(5) comp sync value 0.
           77 WS-RETIRE-EST-COUNT   pic 9(5) comp sync value 0.
           77 WS-NO-AGE-COUNT       pic 9(5) comp sync value 0.
           77 WS-RETIRE-COUNT-D     pic Z(4)9.
           77 WS-APPLIED-COUNT-D    pic Z(4)9.

      *    The working-age ceiling - the same one EMPLOYEE-RETIRE
      *    forecasts against - and how many months ahead we look.
           77 WS-MAX-AGE         pic 9(2) value 75.
           77 WS-FORECAST-MONTHS pic 9(2) value 12.

      *    Merge keys - 999999 once a file is exhausted, the same
      *    "higher than anything" convention EMPLOYEE-MAINT uses.
           77 WS-MASTER-KEY pic 9(6) comp sync value 999999.
           77 WS-PEND-KEY   pic 9(6) comp sync value 999999.
           77 WS-PREV-PEND-KEY pic 9(6) comp sync value 0.
           77 WS-CUR-KEY    pic 9(6) comp sync value 0.

      *    One pending transaction - Employee.trn layout, see
      *    txn-rec.cbl.
           01 WS-PEND-HOLD.
              05 WS-PH-ACTION      pic x(1).
              05 WS-PH-ID          pic 9(5).
              05 WS-PH-DOB         pic x(8).
              05 filler            pic x(40).
              05 filler            pic x(1).
              05 WS-PH-AGE         pic x(2).
              05 filler            pic x(3).
              05 WS-PH-GRADE       pic x(1).
              05 WS-PH-DEPT        pic x(3).
              05 filler            pic x(3).
              05 WS-PH-SALARY      pic 9(5).
              05 WS-PH-EFF-DATE    pic x(8).
              05 filler            pic x(8).

      *    The pending transactions for the employee being
      *    forecast, each tagged with the forecast month it lands
      *    in.
           77 WS-EV-ENTRIES pic 9(2) comp sync value 0.
           77 WS-EV-IDX     pic 9(2) comp sync value 0.
           77 WS-EV-MAX-ENTRIES pic 9(2) comp sync value 20.
           01 WS-EVENT-TABLE.
              05 WS-EV-ENTRY occurs 20 times.
                 10 WS-EV-MONTH    pic 9(2).
                 10 WS-EV-ACTION   pic x(1).
                    88 WS-EV-ADD    value 'A'.
                    88 WS-EV-CHANGE value 'C'.
                    88 WS-EV-DELETE value 'D'.
                 10 WS-EV-DOB      pic x(8).
                 10 WS-EV-AGE      pic x(2).
                 10 WS-EV-GRADE    pic x(1).
                 10 WS-EV-DEPT     pic x(3).
                 10 WS-EV-SALARY   pic 9(5).
                 10 WS-EV-EFF-DATE pic x(8).

      *    The employee being walked through the forecast.
           01 WS-PERSON.
              05 WS-PS-DEPT   pic x(3).
              05 WS-PS-GRADE  pic x(1).
              05 WS-PS-SALARY pic 9(5).
              05 WS-PS-DOB    pic x(8).
              05 WS-PS-AGE    pic x(2).
              05 WS-PS-RET-MONTH pic 9(2).
           01 filler.
      *      on the master (active or leaver) or added by a pending
      *      ADD earlier in the forecast
              10 filler pic x value 'n'.
                 88 WS-PS-KNOWN     value 'Y'.
                 88 WS-PS-NOT-KNOWN value 'n'.
      *      in post at this point in the forecast
              10 filler pic x value 'n'.
                 88 WS-PS-ACTIVE     value 'Y'.
                 88 WS-PS-NOT-ACTIVE value 'n'.
      *      ceiling month worked out from EMPLOYEE_AGE, not a DOB
              10 filler pic x value 'n'.
                 88 WS-PS-RET-ESTIMATED value 'Y'.
                 88 WS-PS-RET-ACTUAL    value 'n'.
      *      neither DOB nor age to go on - never retires here
              10 filler pic x value 'n'.
                 88 WS-PS-AGE-UNKNOWN value 'Y'.
                 88 WS-PS-AGE-KNOWN   value 'n'.

      *    Date arithmetic - a yyyymmdd date turned into a forecast
      *    month, 1 being the current month.
           01 WS-DATE-WORK.
              05 WS-DW-YYYY pic 9(4).
              05 WS-DW-MM   pic 9(2).
              05 WS-DW-DD   pic 9(2).
           77 WS-MONTH-OFFSET pic s9(5) comp sync value 0.
           77 WS-AGE-NUM      pic 9(2) value 0.

      *    Forecast month being worked on (1-12), and its slot in
      *    the cell table - slot 1 holds the position at the run
      *    date, slot n+1 the position at the end of month n.
           77 WS-MONTH pic 9(2) comp sync value 0.
           77 WS-MX    pic 9(2) comp sync value 0.
           77 WS-PX    pic 9(2) comp sync value 0.

      *    Departments and grades seen, in first-seen order, and the
      *    order they are reported in.
           77 WS-DEPT-ENTRIES pic 9(2) comp sync value 0.
           77 WS-DEPT-MAX-ENTRIES pic 9(2) comp sync value 30.
           77 WS-DX     pic 9(2) comp sync value 0.
           77 WS-DO-IDX pic 9(2) comp sync value 0.
           01 WS-DEPT-TABLE.
              05 WS-DEPT-CODE  pic x(3) occurs 30 times.
              05 WS-DEPT-ORDER pic 9(2) comp occurs 30 times.
           77 WS-GRADE-ENTRIES pic 9(2) comp sync value 0.
           77 WS-GRADE-MAX-ENTRIES pic 9(2) comp sync value 10.
           77 WS-GX     pic 9(2) comp sync value 0.
           77 WS-GO-IDX pic 9(2) comp sync value 0.
           01 WS-GRADE-TABLE.
              05 WS-GRADE-CODE  pic x(1) occurs 10 times.
              05 WS-GRADE-ORDER pic 9(2) comp occurs 10 times.
           77 WS-INS pic 9(2) comp sync value 0.
           77 WS-OX  pic 9(2) comp sync value 0.

      *    Headcount, salary bill and movements for every month,
      *    department and grade.
           01 WS-CELL-TABLE.
              05 WS-CM-ENTRY occurs 13 times.
                 10 WS-CD-ENTRY occurs 30 times.
                    15 WS-CG-ENTRY occurs 10 times.
                       20 WS-CELL-HC         pic 9(5) comp.
                       20 WS-CELL-BILL       pic 9(9) comp.
                       20 WS-CELL-JOIN-HC    pic 9(5) comp.
                       20 WS-CELL-JOIN-BILL  pic 9(9) comp.
                       20 WS-CELL-LEAVE-HC   pic 9(5) comp.
                       20 WS-CELL-LEAVE-BILL pic 9(9) comp.
                       20 WS-CELL-RET-HC     pic 9(5) comp.
                       20 WS-CELL-RET-BILL   pic 9(9) comp.
                       20 WS-CELL-CHG-HC     pic s9(5) comp.
                       20 WS-CELL-CHG-BILL   pic s9(9) comp.

      *    Report rows - 1 is the cell being printed, 2 the running
      *    department total, 3 the running month total.
           77 WS-ROW-FROM pic 9(1) comp sync value 0.
           77 WS-ROW-TO   pic 9(1) comp sync value 0.
           01 WS-ROW-TABLE.
              05 WS-ROW occurs 3 times.
                 10 WS-ROW-OPEN-HC    pic s9(7) comp.
                 10 WS-ROW-OPEN-BILL  pic s9(11) comp.
                 10 WS-ROW-JOIN-HC    pic s9(7) comp.
                 10 WS-ROW-JOIN-BILL  pic s9(11) comp.
                 10 WS-ROW-LEAVE-HC   pic s9(7) comp.
                 10 WS-ROW-LEAVE-BILL pic s9(11) comp.
                 10 WS-ROW-RET-HC     pic s9(7) comp.
                 10 WS-ROW-RET-BILL   pic s9(11) comp.
                 10 WS-ROW-CHG-HC     pic s9(7) comp.
                 10 WS-ROW-CHG-BILL   pic s9(11) comp.
                 10 WS-ROW-CLOSE-HC   pic s9(7) comp.
                 10 WS-ROW-CLOSE-BILL pic s9(11) comp.

      *    Month totals kept for the closing summary.
           01 WS-SUMMARY-TABLE.
              05 WS-MS-ENTRY occurs 12 times.
                 10 WS-MS-HC        pic s9(7) comp.
                 10 WS-MS-BILL      pic s9(11) comp.
                 10 WS-MS-JOIN-HC   pic s9(7) comp.
                 10 WS-MS-LEAVE-HC  pic s9(7) comp.
                 10 WS-MS-RET-HC    pic s9(7) comp.
                 10 WS-MS-CHG-BILL  pic s9(11) comp.
                 10 WS-MS-MOVE-BILL pic s9(11) comp.

      *    mm/yyyy for each forecast month
           01 WS-MONTH-LABEL-TABLE.
              05 WS-MONTH-LABEL occurs 12 times.
                 10 WS-MTH-MM   pic 99.
                 10 filler      pic x value '/'.
                 10 WS-MTH-YYYY pic 9(4).
           77 WS-LABEL-MM   pic 9(2) value 0.
           77 WS-LABEL-YYYY pic 9(4) value 0.

      *    Pending transactions left out of the forecast - the
      *    first 100 are listed, the rest only counted.
           77 WS-NA-ENTRIES pic 9(3) comp sync value 0.
           77 WS-NA-IDX     pic 9(3) comp sync value 0.
           77 WS-NA-MAX-ENTRIES pic 9(3) comp sync value 100.
           01 WS-NA-CURRENT.
              05 WS-NA-CUR-ID     pic 9(5).
              05 WS-NA-CUR-ACTION pic x(1).
              05 WS-NA-CUR-EFF    pic x(8).
              05 WS-NA-CUR-REASON pic x(40).
           01 WS-NA-TABLE.
              05 WS-NA-ENTRY occurs 100 times.
                 10 WS-NA-ID     pic 9(5).
                 10 WS-NA-ACTION pic x(1).
                 10 WS-NA-EFF    pic x(8).
                 10 WS-NA-REASON pic x(40).

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
              05 filler pic x(33) value
                 'TWELVE-MONTH SALARY BILL FORECAST'.
              05 filler pic x(4)  value spaces.
              05 filler pic x(10) value 'RUN DATE: '.
              05 WS-HDG-1-DATE pic x(10).
              05 filler pic x(45) value spaces.

           01 WS-HDG-2.
              05 filler pic x(42) value
                 'ACTIVE EMPLOYEES, PENDING TRANSACTIONS AND'.
              05 filler pic x(29) value
                 ' RETIREMENTS AT THE AGE OF 75'.
              05 filler pic x(61) value spaces.

           01 WS-OPEN-LINE.
              05 filler pic x(34) value
                 'POSITION AT RUN DATE   HEADCOUNT: '.
              05 WS-OL-HC   pic Z(4)9.
              05 filler pic x(16) value '   SALARY BILL: '.
              05 WS-OL-BILL pic Z(9)9.
              05 filler pic x(67) value spaces.

           01 WS-MONTH-HDG.
              05 filler pic x(6) value 'MONTH '.
              05 WS-MH-MONTH pic Z9.
              05 filler pic x(22) value
                 ' - POSITION AT END OF '.
              05 WS-MH-LABEL pic x(7).
              05 filler pic x(95) value spaces.

           01 WS-COL-HDG-1.
              05 filler pic x(12) value spaces.
              05 filler pic x(16) value 'OPENING POSITION'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(15) value 'JOINERS - ADDS '.
              05 filler pic x(2)  value spaces.
              05 filler pic x(15) value 'LEAVERS-DELETES'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(15) value '  RETIREMENTS  '.
              05 filler pic x(2)  value spaces.
              05 filler pic x(16) value 'CHANGES/TRANSFER'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(16) value 'CLOSING POSITION'.
              05 filler pic x(17) value spaces.

           01 WS-COL-HDG-2.
              05 filler pic x(12) value 'DEPT  GRADE '.
              05 filler pic x(16) value '   HC       BILL'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(15) value '   HC      BILL'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(15) value '   HC      BILL'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(15) value '   HC      BILL'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(16) value '   HC       BILL'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(16) value '   HC       BILL'.
              05 filler pic x(17) value spaces.

           01 WS-FC-DTL.
              05 WS-FD-DEPT       pic x(5).
              05 filler           pic x(1) value spaces.
              05 WS-FD-GRADE      pic x(5).
              05 filler           pic x(1) value spaces.
              05 WS-FD-OPEN-HC    pic Z(4)9.
              05 filler           pic x(1) value spaces.
              05 WS-FD-OPEN-BILL  pic Z(9)9.
              05 filler           pic x(2) value spaces.
              05 WS-FD-JOIN-HC    pic Z(4)9.
              05 filler           pic x(1) value spaces.
              05 WS-FD-JOIN-BILL  pic Z(8)9.
              05 filler           pic x(2) value spaces.
              05 WS-FD-LEAVE-HC   pic Z(4)9.
              05 filler           pic x(1) value spaces.
              05 WS-FD-LEAVE-BILL pic Z(8)9.
              05 filler           pic x(2) value spaces.
              05 WS-FD-RET-HC     pic Z(4)9.
              05 filler           pic x(1) value spaces.
              05 WS-FD-RET-BILL   pic Z(8)9.
              05 filler           pic x(2) value spaces.
              05 WS-FD-CHG-HC     pic -(4)9.
              05 filler           pic x(1) value spaces.
              05 WS-FD-CHG-BILL   pic -(9)9.
              05 filler           pic x(2) value spaces.
              05 WS-FD-CLOSE-HC   pic Z(4)9.
              05 filler           pic x(1) value spaces.
              05 WS-FD-CLOSE-BILL pic Z(9)9.
              05 filler           pic x(17) value spaces.

           01 WS-SUM-HDG.
              05 filler pic x(40) value
                 'TWELVE-MONTH SUMMARY - POSITION AT EACH '.
              05 filler pic x(9)  value 'MONTH END'.
              05 filler pic x(83) value spaces.

           01 WS-SUM-COL-HDG.
              05 filler pic x(7)  value 'MONTH'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(9)  value 'HEADCOUNT'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(11) value 'SALARY BILL'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(7)  value 'JOINERS'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(7)  value 'LEAVERS'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(11) value 'RETIREMENTS'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(14) value 'CHANGES - BILL'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(13) value ' NET MOVEMENT'.
              05 filler pic x(39) value spaces.

           01 WS-SUM-DTL.
              05 WS-SD-MONTH pic x(7).
              05 filler      pic x(2) value spaces.
              05 WS-SD-HC    pic Z(8)9.
              05 filler      pic x(2) value spaces.
              05 WS-SD-BILL  pic Z(10)9.
              05 filler      pic x(2) value spaces.
              05 WS-SD-JOIN  pic Z(6)9.
              05 filler      pic x(2) value spaces.
              05 WS-SD-LEAVE pic Z(6)9.
              05 filler      pic x(2) value spaces.
              05 WS-SD-RET   pic Z(10)9.
              05 filler      pic x(2) value spaces.
              05 WS-SD-CHG   pic -(13)9.
              05 filler      pic x(2) value spaces.
              05 WS-SD-MOVE  pic -(12)9.
              05 filler      pic x(39) value spaces.

           01 WS-NA-HDG.
              05 filler pic x(41) value
                 'PENDING TRANSACTIONS LEFT OUT - THE MAINT'.
              05 filler pic x(33) value
                 'ENANCE RUN WOULD REJECT THEM TOO'.
              05 filler pic x(58) value spaces.

           01 WS-NA-COL-HDG.
              05 filler pic x(9)  value '  EMP ID'.
              05 filler pic x(8)  value 'ACTION'.
              05 filler pic x(10) value 'EFFECTIVE'.
              05 filler pic x(40) value 'REASON'.
              05 filler pic x(65) value spaces.

           01 WS-NA-DTL.
              05 filler        pic x(2) value spaces.
              05 WS-NL-ID      pic 9(5).
              05 filler        pic x(2) value spaces.
              05 WS-NL-ACTION  pic x(6).
              05 filler        pic x(2) value spaces.
              05 WS-NL-EFF     pic x(8).
              05 filler        pic x(2) value spaces.
              05 WS-NL-REASON  pic x(40).
              05 filler        pic x(65) value spaces.

           01 WS-NA-MORE.
              05 filler pic x(6) value '  AND '.
              05 WS-NM-COUNT pic Z(4)9.
              05 filler pic x(22) value ' MORE NOT LISTED      '.
              05 filler pic x(99) value spaces.

           01 WS-FTR-1.
              05 filler pic x(34) value
                 'ACTIVE EMPLOYEES AT RUN DATE    : '.
              05 WS-FTR-1-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-2.
              05 filler pic x(34) value
                 'PENDING TRANSACTIONS READ       : '.
              05 WS-FTR-2-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-3.
              05 filler pic x(34) value
                 '  APPLIED IN THE FORECAST       : '.
              05 WS-FTR-3-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-4.
              05 filler pic x(34) value
                 '  EFFECTIVE BEYOND TWELVE MONTHS: '.
              05 WS-FTR-4-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-5.
              05 filler pic x(34) value
                 '  LEFT OUT                      : '.
              05 WS-FTR-5-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-6.
              05 filler pic x(34) value
                 'RETIREMENTS IN THE FORECAST     : '.
              05 WS-FTR-6-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-7.
              05 filler pic x(34) value
                 '  OF WHICH FROM AGE - NO DOB    : '.
              05 WS-FTR-7-COUNT pic Z(4)9.
              05 filler pic x(93) value spaces.
           01 WS-FTR-8.
              05 filler pic x(34) value
                 'NO DOB OR AGE - NEVER RETIRED   : '.
              05 WS-FTR-8-COUNT pic Z(4)9.
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
              05 WS-MY-LOCK-PROGRAM pic x(19) value 'EMPLOYEE-FORECAST'.
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
      D    display 'Starting salary bill forecast...'
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

           move WS-CURRENT-MM   to WS-LABEL-MM
           move WS-CURRENT-YYYY to WS-LABEL-YYYY
           perform BUILD-MONTH-LABEL-PROCEDURE
              varying WS-MONTH from 1 by 1
              until WS-MONTH > WS-FORECAST-MONTHS
           perform CLEAR-CELL-PROCEDURE
              varying WS-MX from 1 by 1 until WS-MX > 13
                 after WS-DX from 1 by 1 until WS-DX > 30
                 after WS-GX from 1 by 1 until WS-GX > 10

           OPEN INPUT EMPLOYEE
           if WS-EMPLOYEE-FILE-STATUS not = '00'
              display 'FATAL: Employee.dat could not be opened - '
                 'status ' WS-EMPLOYEE-FILE-STATUS
              set WS-EOF         to true
              set FORECAST-FATAL to true
           end-if

           if FORECAST-NOT-FATAL
              perform OPEN-PENDING-PROCEDURE
           end-if

           if FORECAST-NOT-FATAL
              perform GET-MASTER-PROCEDURE
              perform FORECAST-NEXT-ID-PROCEDURE
                 until FORECAST-FATAL
                    or (WS-MASTER-KEY = 999999
                        and WS-PEND-KEY = 999999)
              perform RECONCILE-TRAILER-PROCEDURE
           end-if

           if WS-EMPLOYEE-FILE-STATUS not = '35'
              CLOSE EMPLOYEE
           end-if
           if PENDING-OPENED
              CLOSE PENDING-TXN-FILE
           end-if

           if FORECAST-NOT-FATAL
              OPEN OUTPUT FORECAST-REPORT-FILE
              if WS-FORECAST-REPORT-STATUS not = '00'
                 display 'FATAL: EmployeeForecast.rpt could not be '
                    'opened - status ' WS-FORECAST-REPORT-STATUS
                 set FORECAST-FATAL to true
              end-if
           end-if

           if FORECAST-NOT-FATAL
              perform WRITE-REPORT-PROCEDURE
              CLOSE FORECAST-REPORT-FILE
           end-if

           if WS-NOT-APPLIED-COUNT > 0 or WS-NO-AGE-COUNT > 0
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
           end-if

           if FORECAST-FATAL
              move 16 to RETURN-CODE
              display 'FATAL: forecast abandoned'
           else
              move WS-RETIRE-COUNT  to WS-RETIRE-COUNT-D
              move WS-APPLIED-COUNT to WS-APPLIED-COUNT-D
              display 'Forecast complete - ' WS-APPLIED-COUNT-D
                 ' pending transaction(s) applied, '
                 WS-RETIRE-COUNT-D ' retirement(s). '
                 'See EmployeeForecast.rpt'
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
              display 'WARNING: EmployeeForecast.run could not be '
                 'written - status ' WS-RUN-CONTROL-STATUS
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           move spaces to RUN-CONTROL-LINE
           string 'PROGRAM=EMPLOYEE-FORECAST'
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

           move WS-APPLIED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'PENDING-APPLIED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-NOT-APPLIED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'PENDING-LEFT-OUT=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-RETIRE-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'RETIREMENTS=' WS-RUN-CTL-NUM
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

      *    mm/yyyy for one forecast month, stepping the month on
      *    for the next.
       BUILD-MONTH-LABEL-PROCEDURE.
           move WS-LABEL-MM   to WS-MTH-MM (WS-MONTH)
           move WS-LABEL-YYYY to WS-MTH-YYYY (WS-MONTH)
           add 1 to WS-LABEL-MM
           if WS-LABEL-MM > 12
              move 1 to WS-LABEL-MM
              add 1 to WS-LABEL-YYYY
           end-if.

       CLEAR-CELL-PROCEDURE.
           move 0 to WS-CELL-HC (WS-MX WS-DX WS-GX)
           move 0 to WS-CELL-BILL (WS-MX WS-DX WS-GX)
           move 0 to WS-CELL-JOIN-HC (WS-MX WS-DX WS-GX)
           move 0 to WS-CELL-JOIN-BILL (WS-MX WS-DX WS-GX)
           move 0 to WS-CELL-LEAVE-HC (WS-MX WS-DX WS-GX)
           move 0 to WS-CELL-LEAVE-BILL (WS-MX WS-DX WS-GX)
           move 0 to WS-CELL-RET-HC (WS-MX WS-DX WS-GX)
           move 0 to WS-CELL-RET-BILL (WS-MX WS-DX WS-GX)
           move 0 to WS-CELL-CHG-HC (WS-MX WS-DX WS-GX)
           move 0 to WS-CELL-CHG-BILL (WS-MX WS-DX WS-GX).

      *    No pending file just means nothing is parked - the
      *    forecast is then the master and the retirements alone,
      *    as it is for EMPLOYEE-MAINT. Any other failure ends the
      *    run: a forecast that silently missed the parked pay
      *    awards would be worse than none.
       OPEN-PENDING-PROCEDURE.
           OPEN INPUT PENDING-TXN-FILE
           if WS-PENDING-FILE-STATUS = '00'
              set PENDING-OPENED to true
              perform READ-PEND-PROCEDURE
           else if WS-PENDING-FILE-STATUS = '35'
              display 'EmployeePend.trn not found - no pending '
                 'transactions in the forecast'
           else
              display 'FATAL: EmployeePend.trn could not be opened '
                 '- status ' WS-PENDING-FILE-STATUS
              set FORECAST-FATAL to true
           end-if.

      *    Moves the master on to its next employee record, leaving
      *    WS-MASTER-KEY at 999999 once it runs out.
       GET-MASTER-PROCEDURE.
           move 999999 to WS-MASTER-KEY
           perform READ-MASTER-PROCEDURE
              until WS-EOF or WS-MASTER-KEY not = 999999.

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
              set WS-EOF         to true
              set FORECAST-FATAL to true
              display 'FATAL: Header Record Missing.'
              exit paragraph
           end-if

           add 1 to WS-DETAIL-COUNT
           move EMPLOYEE-ID to WS-MASTER-KEY.

      *    The pending file is kept in EMPLOYEE-ID order by the
      *    maintenance run - the merge depends on it, so a file out
      *    of order ends the run rather than dropping transactions.
       READ-PEND-PROCEDURE.
           READ PENDING-TXN-FILE
              AT END
                 move 999999 to WS-PEND-KEY
              NOT AT END
                 move PENDING-TXN-RECORD to WS-PEND-HOLD
                 move WS-PH-ID to WS-PEND-KEY
           END-READ
           if WS-PEND-KEY < WS-PREV-PEND-KEY
              display 'FATAL: EmployeePend.trn out of EMPLOYEE-ID '
                 'order at ' WS-PH-ID
              set FORECAST-FATAL to true
              move 999999 to WS-PEND-KEY
           end-if
           move WS-PEND-KEY to WS-PREV-PEND-KEY.

      *    One step of the merge - the lower of the two keys is the
      *    employee forecast next, with the master record (if there
      *    is one) and every pending transaction for that ID.
       FORECAST-NEXT-ID-PROCEDURE.
           if WS-MASTER-KEY < WS-PEND-KEY
              move WS-MASTER-KEY to WS-CUR-KEY
           else
              move WS-PEND-KEY to WS-CUR-KEY
           end-if

           move spaces to WS-PERSON
           move 0 to WS-PS-SALARY
           move 0 to WS-PS-RET-MONTH
           set WS-PS-NOT-KNOWN    to true
           set WS-PS-NOT-ACTIVE   to true
           set WS-PS-RET-ACTUAL   to true
           set WS-PS-AGE-KNOWN    to true
           if WS-MASTER-KEY = WS-CUR-KEY
              perform LOAD-MASTER-PERSON-PROCEDURE
              perform GET-MASTER-PROCEDURE
           end-if

           move 0 to WS-EV-ENTRIES
           perform COLLECT-EVENT-PROCEDURE
              until WS-PEND-KEY not = WS-CUR-KEY

           if FORECAST-NOT-FATAL
              perform FORECAST-PERSON-PROCEDURE
           end-if.

      *    Leavers are known to the merge - so a pending ADD of their
      *    ID is refused as the maintenance run would - but are not
      *    in post and cost nothing.
       LOAD-MASTER-PERSON-PROCEDURE.
           set WS-PS-KNOWN to true
           if EMPLOYEE-LEAVER
              exit paragraph
           end-if
           set WS-PS-ACTIVE to true
           add 1 to WS-ACTIVE-COUNT
           move EMPLOYEE_DEPT  to WS-PS-DEPT
           move EMPLOYEE_GRADE to WS-PS-GRADE
           if EMPLOYEE_SALARY is numeric
              move EMPLOYEE_SALARY to WS-PS-SALARY
           end-if
           move EMPLOYEE_DOB to WS-PS-DOB
           move EMPLOYEE_AGE to WS-PS-AGE.

      *    Files one pending transaction against the current
      *    employee under the month it takes effect. No effective
      *    date, or one already reached, means the next maintenance
      *    run applies it - month 1.
       COLLECT-EVENT-PROCEDURE.
           add 1 to WS-PEND-READ-COUNT
           move 1 to WS-MONTH-OFFSET
           if WS-PH-EFF-DATE is numeric
              move WS-PH-EFF-DATE to WS-DATE-WORK
              perform MONTH-OF-DATE-PROCEDURE
           end-if
           perform FILE-EVENT-PROCEDURE
           perform READ-PEND-PROCEDURE.

       FILE-EVENT-PROCEDURE.
           if WS-MONTH-OFFSET > WS-FORECAST-MONTHS
              add 1 to WS-BEYOND-COUNT
           else if WS-EV-ENTRIES >= WS-EV-MAX-ENTRIES
              move WS-CUR-KEY     to WS-NA-CUR-ID
              move WS-PH-ACTION   to WS-NA-CUR-ACTION
              move WS-PH-EFF-DATE to WS-NA-CUR-EFF
              move 'MORE THAN 20 PENDING FOR ONE EMPLOYEE'
                 to WS-NA-CUR-REASON
              perform NOTE-NOT-APPLIED-PROCEDURE
           else
              perform STORE-EVENT-PROCEDURE
           end-if.

       STORE-EVENT-PROCEDURE.
           if WS-MONTH-OFFSET < 1
              move 1 to WS-MONTH-OFFSET
           end-if
           add 1 to WS-EV-ENTRIES
           move WS-MONTH-OFFSET to WS-EV-MONTH (WS-EV-ENTRIES)
           move WS-PH-ACTION    to WS-EV-ACTION (WS-EV-ENTRIES)
           move WS-PH-DOB       to WS-EV-DOB (WS-EV-ENTRIES)
           move WS-PH-AGE       to WS-EV-AGE (WS-EV-ENTRIES)
           move WS-PH-GRADE     to WS-EV-GRADE (WS-EV-ENTRIES)
           move WS-PH-DEPT      to WS-EV-DEPT (WS-EV-ENTRIES)
           move WS-PH-SALARY    to WS-EV-SALARY (WS-EV-ENTRIES)
           move WS-PH-EFF-DATE  to WS-EV-EFF-DATE (WS-EV-ENTRIES).

      *    Turns the date in WS-DATE-WORK into a forecast month -
      *    1 for the current month, 0 or less for anything earlier.
       MONTH-OF-DATE-PROCEDURE.
           compute WS-MONTH-OFFSET
              = ((WS-DW-YYYY - WS-CURRENT-YYYY) * 12)
                 + WS-DW-MM - WS-CURRENT-MM + 1.

      *    Walks one employee through the forecast - their place at
      *    the run date, then month by month.
       FORECAST-PERSON-PROCEDURE.
           if WS-PS-ACTIVE
              move 1 to WS-MX
              perform LOCATE-CELL-PROCEDURE
              add 1 to WS-CELL-HC (WS-MX WS-DX WS-GX)
              add WS-PS-SALARY to WS-CELL-BILL (WS-MX WS-DX WS-GX)
              add 1 to WS-OPEN-HC
              add WS-PS-SALARY to WS-OPEN-BILL
              perform SET-RETIRE-MONTH-PROCEDURE
              if WS-PS-AGE-UNKNOWN
                 add 1 to WS-NO-AGE-COUNT
              end-if
           end-if

           perform FORECAST-MONTH-PROCEDURE
              varying WS-MONTH from 1 by 1
              until WS-MONTH > WS-FORECAST-MONTHS.

      *    Within a month, the pending transactions go first in the
      *    order they were keyed, then the ceiling is checked, then
      *    whoever is still in post counts towards the month end.
       FORECAST-MONTH-PROCEDURE.
           compute WS-MX = WS-MONTH + 1
           perform APPLY-EVENT-PROCEDURE
              varying WS-EV-IDX from 1 by 1
              until WS-EV-IDX > WS-EV-ENTRIES
           perform CHECK-RETIREMENT-PROCEDURE
           if WS-PS-ACTIVE
              perform LOCATE-CELL-PROCEDURE
              add 1 to WS-CELL-HC (WS-MX WS-DX WS-GX)
              add WS-PS-SALARY to WS-CELL-BILL (WS-MX WS-DX WS-GX)
           end-if.

       APPLY-EVENT-PROCEDURE.
           if WS-EV-MONTH (WS-EV-IDX) not = WS-MONTH
              exit paragraph
           end-if
           evaluate true
              when WS-EV-ADD (WS-EV-IDX)
                 perform APPLY-ADD-PROCEDURE
              when WS-EV-CHANGE (WS-EV-IDX)
                 perform APPLY-CHANGE-PROCEDURE
              when WS-EV-DELETE (WS-EV-IDX)
                 perform APPLY-DELETE-PROCEDURE
              when other
                 move 'UNKNOWN ACTION CODE' to WS-NA-CUR-REASON
                 perform NOTE-EVENT-NOT-APPLIED-PROCEDURE
           end-evaluate.

      *    A joiner - the same duplicate and salary checks the
      *    maintenance run makes.
       APPLY-ADD-PROCEDURE.
           if WS-PS-KNOWN
              move 'ADD OF EXISTING EMPLOYEE-ID'
                 to WS-NA-CUR-REASON
              perform NOTE-EVENT-NOT-APPLIED-PROCEDURE
              exit paragraph
           end-if
           if WS-EV-SALARY (WS-EV-IDX) is not numeric
              or WS-EV-SALARY (WS-EV-IDX) = 0
              move 'SALARY NOT NUMERIC OR ZERO' to WS-NA-CUR-REASON
              perform NOTE-EVENT-NOT-APPLIED-PROCEDURE
              exit paragraph
           end-if

           set WS-PS-KNOWN  to true
           set WS-PS-ACTIVE to true
           move WS-EV-DEPT (WS-EV-IDX)   to WS-PS-DEPT
           move WS-EV-GRADE (WS-EV-IDX)  to WS-PS-GRADE
           move WS-EV-SALARY (WS-EV-IDX) to WS-PS-SALARY
           move WS-EV-DOB (WS-EV-IDX)    to WS-PS-DOB
           move WS-EV-AGE (WS-EV-IDX)    to WS-PS-AGE
           perform LOCATE-CELL-PROCEDURE
           add 1 to WS-CELL-JOIN-HC (WS-MX WS-DX WS-GX)
           add WS-PS-SALARY to WS-CELL-JOIN-BILL (WS-MX WS-DX WS-GX)
           add 1 to WS-APPLIED-COUNT
           perform SET-RETIRE-MONTH-PROCEDURE
           if WS-PS-AGE-UNKNOWN
              add 1 to WS-NO-AGE-COUNT
           end-if.

      *    A pay, grade or department change. The employee comes
      *    out of their old department and grade and goes into the
      *    new, at the new salary - a straight pay change nets to
      *    nothing on headcount and the difference on the bill.
      *    Omitted DOB and department keep what is there, as in
      *    EMPLOYEE-MAINT.
       APPLY-CHANGE-PROCEDURE.
           if WS-PS-NOT-ACTIVE
              perform REJECT-NOT-IN-POST-PROCEDURE
              exit paragraph
           end-if
           if WS-EV-SALARY (WS-EV-IDX) is not numeric
              or WS-EV-SALARY (WS-EV-IDX) = 0
              move 'SALARY NOT NUMERIC OR ZERO' to WS-NA-CUR-REASON
              perform NOTE-EVENT-NOT-APPLIED-PROCEDURE
              exit paragraph
           end-if

           perform LOCATE-CELL-PROCEDURE
           subtract 1 from WS-CELL-CHG-HC (WS-MX WS-DX WS-GX)
           subtract WS-PS-SALARY
              from WS-CELL-CHG-BILL (WS-MX WS-DX WS-GX)

           move WS-EV-GRADE (WS-EV-IDX)  to WS-PS-GRADE
           if WS-EV-DEPT (WS-EV-IDX) not = spaces
              move WS-EV-DEPT (WS-EV-IDX) to WS-PS-DEPT
           end-if
           move WS-EV-SALARY (WS-EV-IDX) to WS-PS-SALARY
           if WS-EV-DOB (WS-EV-IDX) is numeric
              move WS-EV-DOB (WS-EV-IDX) to WS-PS-DOB
           end-if
           move WS-EV-AGE (WS-EV-IDX) to WS-PS-AGE

           perform LOCATE-CELL-PROCEDURE
           add 1 to WS-CELL-CHG-HC (WS-MX WS-DX WS-GX)
           add WS-PS-SALARY to WS-CELL-CHG-BILL (WS-MX WS-DX WS-GX)
           add 1 to WS-APPLIED-COUNT
           perform SET-RETIRE-MONTH-PROCEDURE.

       APPLY-DELETE-PROCEDURE.
           if WS-PS-NOT-ACTIVE
              perform REJECT-NOT-IN-POST-PROCEDURE
              exit paragraph
           end-if
           perform LOCATE-CELL-PROCEDURE
           add 1 to WS-CELL-LEAVE-HC (WS-MX WS-DX WS-GX)
           add WS-PS-SALARY to WS-CELL-LEAVE-BILL (WS-MX WS-DX WS-GX)
           set WS-PS-NOT-ACTIVE to true
           add 1 to WS-APPLIED-COUNT.

      *    A CHANGE or DELETE for someone not in post - either never
      *    on file at all, or a leaver, or already gone by the time
      *    the transaction takes effect.
       REJECT-NOT-IN-POST-PROCEDURE.
           if WS-PS-KNOWN
              move 'EMPLOYEE NOT IN POST BY THEN'
                 to WS-NA-CUR-REASON
           else
              move 'CHANGE/DELETE OF UNKNOWN EMPLOYEE-ID'
                 to WS-NA-CUR-REASON
           end-if
           perform NOTE-EVENT-NOT-APPLIED-PROCEDURE.

       NOTE-EVENT-NOT-APPLIED-PROCEDURE.
           move WS-CUR-KEY                 to WS-NA-CUR-ID
           move WS-EV-ACTION (WS-EV-IDX)   to WS-NA-CUR-ACTION
           move WS-EV-EFF-DATE (WS-EV-IDX) to WS-NA-CUR-EFF
           perform NOTE-NOT-APPLIED-PROCEDURE.

       NOTE-NOT-APPLIED-PROCEDURE.
           add 1 to WS-NOT-APPLIED-COUNT
           if WS-NA-ENTRIES < WS-NA-MAX-ENTRIES
              add 1 to WS-NA-ENTRIES
              move WS-NA-CURRENT to WS-NA-ENTRY (WS-NA-ENTRIES)
           end-if.

      *    The employee leaves at the end of the month they reach
      *    the ceiling. Anyone already past it goes in month 1.
       CHECK-RETIREMENT-PROCEDURE.
           if WS-PS-NOT-ACTIVE or WS-PS-RET-MONTH = 0
              or WS-PS-RET-MONTH > WS-MONTH
              exit paragraph
           end-if
           perform LOCATE-CELL-PROCEDURE
           add 1 to WS-CELL-RET-HC (WS-MX WS-DX WS-GX)
           add WS-PS-SALARY to WS-CELL-RET-BILL (WS-MX WS-DX WS-GX)
           set WS-PS-NOT-ACTIVE to true
           add 1 to WS-RETIRE-COUNT
           if WS-PS-RET-ESTIMATED
              add 1 to WS-RETIRE-EST-COUNT
           end-if.

      *    Works out the forecast month the employee reaches the
      *    ceiling - 0 when it falls beyond the forecast.
       SET-RETIRE-MONTH-PROCEDURE.
           move 0 to WS-PS-RET-MONTH
           perform PICK-BIRTH-DATE-PROCEDURE
           if WS-PS-AGE-UNKNOWN
              exit paragraph
           end-if
           add WS-MAX-AGE to WS-DW-YYYY
           perform MONTH-OF-DATE-PROCEDURE
           if WS-MONTH-OFFSET < 1
              move 1 to WS-MONTH-OFFSET
           end-if
           if WS-MONTH-OFFSET not > WS-FORECAST-MONTHS
              move WS-MONTH-OFFSET to WS-PS-RET-MONTH
           end-if.

      *    The date of birth to forecast from - EMPLOYEE_DOB when the
      *    conversion has populated it, else one made from the static
      *    age with July 1st as the birthday, the same midpoint
      *    convention EMPLOYEE-DOBCONV uses.
       PICK-BIRTH-DATE-PROCEDURE.
           set WS-PS-AGE-KNOWN  to true
           set WS-PS-RET-ACTUAL to true
           if WS-PS-DOB is numeric and WS-PS-DOB not = '00000000'
              move WS-PS-DOB to WS-DATE-WORK
           else if WS-PS-AGE is numeric
              set WS-PS-RET-ESTIMATED to true
              move WS-PS-AGE to WS-AGE-NUM
              compute WS-DW-YYYY = WS-CURRENT-YYYY - WS-AGE-NUM
              move 07 to WS-DW-MM
              move 01 to WS-DW-DD
           else
              set WS-PS-AGE-UNKNOWN to true
           end-if.

      *    Finds the cell for the employee's department and grade,
      *    adding either to its list the first time it is seen.
       LOCATE-CELL-PROCEDURE.
           move 1 to WS-DX
           perform BUMP-DX-PROCEDURE
              until WS-DX > WS-DEPT-ENTRIES
                 or WS-DEPT-CODE (WS-DX) = WS-PS-DEPT
           if WS-DX > WS-DEPT-ENTRIES
              perform ADD-DEPARTMENT-PROCEDURE
           end-if
           move 1 to WS-GX
           perform BUMP-GX-PROCEDURE
              until WS-GX > WS-GRADE-ENTRIES
                 or WS-GRADE-CODE (WS-GX) = WS-PS-GRADE
           if WS-GX > WS-GRADE-ENTRIES
              perform ADD-GRADE-PROCEDURE
           end-if.

       BUMP-DX-PROCEDURE.
           add 1 to WS-DX.

       BUMP-GX-PROCEDURE.
           add 1 to WS-GX.

      *    A full list ends the run. The cell is parked in the last
      *    slot meanwhile so nothing is subscripted past the table -
      *    no report is printed from it.
       ADD-DEPARTMENT-PROCEDURE.
           if WS-DEPT-ENTRIES >= WS-DEPT-MAX-ENTRIES
              if FORECAST-NOT-FATAL
                 display 'FATAL: more than ' WS-DEPT-MAX-ENTRIES
                    ' departments to forecast'
              end-if
              set FORECAST-FATAL to true
              move WS-DEPT-MAX-ENTRIES to WS-DX
              exit paragraph
           end-if
           add 1 to WS-DEPT-ENTRIES
           move WS-DEPT-ENTRIES to WS-DX
           move WS-PS-DEPT to WS-DEPT-CODE (WS-DX).

       ADD-GRADE-PROCEDURE.
           if WS-GRADE-ENTRIES >= WS-GRADE-MAX-ENTRIES
              if FORECAST-NOT-FATAL
                 display 'FATAL: more than ' WS-GRADE-MAX-ENTRIES
                    ' grades to forecast'
              end-if
              set FORECAST-FATAL to true
              move WS-GRADE-MAX-ENTRIES to WS-GX
              exit paragraph
           end-if
           add 1 to WS-GRADE-ENTRIES
           move WS-GRADE-ENTRIES to WS-GX
           move WS-PS-GRADE to WS-GRADE-CODE (WS-GX).

      *    Same truncation guard the other master-reading programs
      *    apply.
       RECONCILE-TRAILER-PROCEDURE.
           if FORECAST-FATAL
              exit paragraph
           end-if
           if trl-not-found
              display 'FATAL: Trailer Record Missing in Employee.dat'
              set FORECAST-FATAL to true
           else if WS-EXPECTED-COUNT not = WS-DETAIL-COUNT
              display 'FATAL: RECORD COUNT MISMATCH IN Employee.dat'
              display '  TRAILER EXPECTS ' WS-EXPECTED-COUNT
                 ' BUT ' WS-DETAIL-COUNT ' PROCESSED'
              set FORECAST-FATAL to true
           end-if.

       WRITE-REPORT-PROCEDURE.
           perform ORDER-DEPT-PROCEDURE
              varying WS-DX from 1 by 1
              until WS-DX > WS-DEPT-ENTRIES
           perform ORDER-GRADE-PROCEDURE
              varying WS-GX from 1 by 1
              until WS-GX > WS-GRADE-ENTRIES

           move WS-RUN-DATE-D to WS-HDG-1-DATE
           move WS-HDG-1 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-HDG-2 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move spaces to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-OPEN-HC   to WS-OL-HC
           move WS-OPEN-BILL to WS-OL-BILL
           move WS-OPEN-LINE to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE

           perform REPORT-MONTH-PROCEDURE
              varying WS-MONTH from 1 by 1
              until WS-MONTH > WS-FORECAST-MONTHS

           perform WRITE-SUMMARY-PROCEDURE
           perform WRITE-NOT-APPLIED-PROCEDURE
           perform WRITE-FOOTER-PROCEDURE.

      *    Departments and grades are reported in code order - the
      *    lists are in first-seen order, so an order list is built
      *    alongside by insertion.
       ORDER-DEPT-PROCEDURE.
           move WS-DX to WS-INS
           set WS-SLOT-NOT-FOUND to true
           perform FIND-DEPT-SLOT-PROCEDURE until WS-SLOT-FOUND
           move WS-DX to WS-DEPT-ORDER (WS-INS).

       FIND-DEPT-SLOT-PROCEDURE.
           if WS-INS = 1
              set WS-SLOT-FOUND to true
              exit paragraph
           end-if
           move WS-DEPT-ORDER (WS-INS - 1) to WS-OX
           if WS-DEPT-CODE (WS-OX) not > WS-DEPT-CODE (WS-DX)
              set WS-SLOT-FOUND to true
           else
              move WS-OX to WS-DEPT-ORDER (WS-INS)
              subtract 1 from WS-INS
           end-if.

       ORDER-GRADE-PROCEDURE.
           move WS-GX to WS-INS
           set WS-SLOT-NOT-FOUND to true
           perform FIND-GRADE-SLOT-PROCEDURE until WS-SLOT-FOUND
           move WS-GX to WS-GRADE-ORDER (WS-INS).

       FIND-GRADE-SLOT-PROCEDURE.
           if WS-INS = 1
              set WS-SLOT-FOUND to true
              exit paragraph
           end-if
           move WS-GRADE-ORDER (WS-INS - 1) to WS-OX
           if WS-GRADE-CODE (WS-OX) not > WS-GRADE-CODE (WS-GX)
              set WS-SLOT-FOUND to true
           else
              move WS-OX to WS-GRADE-ORDER (WS-INS)
              subtract 1 from WS-INS
           end-if.

      *    One month - every department and grade with anybody in
      *    post or any movement, a total under each department, and
      *    the month total, which is also kept for the summary.
       REPORT-MONTH-PROCEDURE.
           compute WS-MX = WS-MONTH + 1
           move WS-MONTH to WS-PX
           move spaces to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-MONTH to WS-MH-MONTH
           move WS-MONTH-LABEL (WS-MONTH) to WS-MH-LABEL
           move WS-MONTH-HDG to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move spaces to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-COL-HDG-1 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-COL-HDG-2 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE

           move 3 to WS-ROW-TO
           perform CLEAR-ROW-PROCEDURE
           perform REPORT-MONTH-DEPT-PROCEDURE
              varying WS-DO-IDX from 1 by 1
              until WS-DO-IDX > WS-DEPT-ENTRIES

           move 'TOTAL' to WS-FD-DEPT
           move spaces  to WS-FD-GRADE
           move 3 to WS-ROW-FROM
           perform PRINT-ROW-PROCEDURE

           move WS-ROW-CLOSE-HC (3)   to WS-MS-HC (WS-MONTH)
           move WS-ROW-CLOSE-BILL (3) to WS-MS-BILL (WS-MONTH)
           move WS-ROW-JOIN-HC (3)    to WS-MS-JOIN-HC (WS-MONTH)
           move WS-ROW-LEAVE-HC (3)   to WS-MS-LEAVE-HC (WS-MONTH)
           move WS-ROW-RET-HC (3)     to WS-MS-RET-HC (WS-MONTH)
           move WS-ROW-CHG-BILL (3)   to WS-MS-CHG-BILL (WS-MONTH)
           compute WS-MS-MOVE-BILL (WS-MONTH)
              = WS-ROW-CLOSE-BILL (3) - WS-ROW-OPEN-BILL (3).

       REPORT-MONTH-DEPT-PROCEDURE.
           move WS-DEPT-ORDER (WS-DO-IDX) to WS-DX
           move 2 to WS-ROW-TO
           perform CLEAR-ROW-PROCEDURE
           perform REPORT-CELL-PROCEDURE
              varying WS-GO-IDX from 1 by 1
              until WS-GO-IDX > WS-GRADE-ENTRIES

           move 2 to WS-ROW-FROM
           if WS-ROW-OPEN-HC (2) = 0 and WS-ROW-CLOSE-HC (2) = 0
              and WS-ROW-JOIN-HC (2) = 0 and WS-ROW-LEAVE-HC (2) = 0
              and WS-ROW-RET-HC (2) = 0 and WS-ROW-CHG-HC (2) = 0
              exit paragraph
           end-if
           move WS-DEPT-CODE (WS-DX) to WS-FD-DEPT
           move 'ALL'                to WS-FD-GRADE
           perform PRINT-ROW-PROCEDURE
           move spaces to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move 3 to WS-ROW-TO
           perform ACCUMULATE-ROW-PROCEDURE.

      *    One department and grade for the month - the opening
      *    figures are the previous month's closing ones.
       REPORT-CELL-PROCEDURE.
           move WS-GRADE-ORDER (WS-GO-IDX) to WS-GX
           move WS-CELL-HC (WS-PX WS-DX WS-GX) to WS-ROW-OPEN-HC (1)
           move WS-CELL-BILL (WS-PX WS-DX WS-GX)
              to WS-ROW-OPEN-BILL (1)
           move WS-CELL-JOIN-HC (WS-MX WS-DX WS-GX)
              to WS-ROW-JOIN-HC (1)
           move WS-CELL-JOIN-BILL (WS-MX WS-DX WS-GX)
              to WS-ROW-JOIN-BILL (1)
           move WS-CELL-LEAVE-HC (WS-MX WS-DX WS-GX)
              to WS-ROW-LEAVE-HC (1)
           move WS-CELL-LEAVE-BILL (WS-MX WS-DX WS-GX)
              to WS-ROW-LEAVE-BILL (1)
           move WS-CELL-RET-HC (WS-MX WS-DX WS-GX)
              to WS-ROW-RET-HC (1)
           move WS-CELL-RET-BILL (WS-MX WS-DX WS-GX)
              to WS-ROW-RET-BILL (1)
           move WS-CELL-CHG-HC (WS-MX WS-DX WS-GX)
              to WS-ROW-CHG-HC (1)
           move WS-CELL-CHG-BILL (WS-MX WS-DX WS-GX)
              to WS-ROW-CHG-BILL (1)
           move WS-CELL-HC (WS-MX WS-DX WS-GX) to WS-ROW-CLOSE-HC (1)
           move WS-CELL-BILL (WS-MX WS-DX WS-GX)
              to WS-ROW-CLOSE-BILL (1)

           if WS-ROW-OPEN-HC (1) = 0 and WS-ROW-CLOSE-HC (1) = 0
              and WS-ROW-JOIN-HC (1) = 0 and WS-ROW-LEAVE-HC (1) = 0
              and WS-ROW-RET-HC (1) = 0 and WS-ROW-CHG-HC (1) = 0
              exit paragraph
           end-if
           move WS-DEPT-CODE (WS-DX)   to WS-FD-DEPT
           move WS-GRADE-CODE (WS-GX)  to WS-FD-GRADE
           move 1 to WS-ROW-FROM
           perform PRINT-ROW-PROCEDURE
           move 2 to WS-ROW-TO
           perform ACCUMULATE-ROW-PROCEDURE.

       CLEAR-ROW-PROCEDURE.
           move 0 to WS-ROW-OPEN-HC (WS-ROW-TO)
           move 0 to WS-ROW-OPEN-BILL (WS-ROW-TO)
           move 0 to WS-ROW-JOIN-HC (WS-ROW-TO)
           move 0 to WS-ROW-JOIN-BILL (WS-ROW-TO)
           move 0 to WS-ROW-LEAVE-HC (WS-ROW-TO)
           move 0 to WS-ROW-LEAVE-BILL (WS-ROW-TO)
           move 0 to WS-ROW-RET-HC (WS-ROW-TO)
           move 0 to WS-ROW-RET-BILL (WS-ROW-TO)
           move 0 to WS-ROW-CHG-HC (WS-ROW-TO)
           move 0 to WS-ROW-CHG-BILL (WS-ROW-TO)
           move 0 to WS-ROW-CLOSE-HC (WS-ROW-TO)
           move 0 to WS-ROW-CLOSE-BILL (WS-ROW-TO).

      *    Adds row WS-ROW-FROM into the total row WS-ROW-TO.
       ACCUMULATE-ROW-PROCEDURE.
           add WS-ROW-OPEN-HC (WS-ROW-FROM)
              to WS-ROW-OPEN-HC (WS-ROW-TO)
           add WS-ROW-OPEN-BILL (WS-ROW-FROM)
              to WS-ROW-OPEN-BILL (WS-ROW-TO)
           add WS-ROW-JOIN-HC (WS-ROW-FROM)
              to WS-ROW-JOIN-HC (WS-ROW-TO)
           add WS-ROW-JOIN-BILL (WS-ROW-FROM)
              to WS-ROW-JOIN-BILL (WS-ROW-TO)
           add WS-ROW-LEAVE-HC (WS-ROW-FROM)
              to WS-ROW-LEAVE-HC (WS-ROW-TO)
           add WS-ROW-LEAVE-BILL (WS-ROW-FROM)
              to WS-ROW-LEAVE-BILL (WS-ROW-TO)
           add WS-ROW-RET-HC (WS-ROW-FROM)
              to WS-ROW-RET-HC (WS-ROW-TO)
           add WS-ROW-RET-BILL (WS-ROW-FROM)
              to WS-ROW-RET-BILL (WS-ROW-TO)
           add WS-ROW-CHG-HC (WS-ROW-FROM)
              to WS-ROW-CHG-HC (WS-ROW-TO)
           add WS-ROW-CHG-BILL (WS-ROW-FROM)
              to WS-ROW-CHG-BILL (WS-ROW-TO)
           add WS-ROW-CLOSE-HC (WS-ROW-FROM)
              to WS-ROW-CLOSE-HC (WS-ROW-TO)
           add WS-ROW-CLOSE-BILL (WS-ROW-FROM)
              to WS-ROW-CLOSE-BILL (WS-ROW-TO).

      *    Prints row WS-ROW-FROM under the labels the caller set.
       PRINT-ROW-PROCEDURE.
           move WS-ROW-OPEN-HC (WS-ROW-FROM)    to WS-FD-OPEN-HC
           move WS-ROW-OPEN-BILL (WS-ROW-FROM)  to WS-FD-OPEN-BILL
           move WS-ROW-JOIN-HC (WS-ROW-FROM)    to WS-FD-JOIN-HC
           move WS-ROW-JOIN-BILL (WS-ROW-FROM)  to WS-FD-JOIN-BILL
           move WS-ROW-LEAVE-HC (WS-ROW-FROM)   to WS-FD-LEAVE-HC
           move WS-ROW-LEAVE-BILL (WS-ROW-FROM) to WS-FD-LEAVE-BILL
           move WS-ROW-RET-HC (WS-ROW-FROM)     to WS-FD-RET-HC
           move WS-ROW-RET-BILL (WS-ROW-FROM)   to WS-FD-RET-BILL
           move WS-ROW-CHG-HC (WS-ROW-FROM)     to WS-FD-CHG-HC
           move WS-ROW-CHG-BILL (WS-ROW-FROM)   to WS-FD-CHG-BILL
           move WS-ROW-CLOSE-HC (WS-ROW-FROM)   to WS-FD-CLOSE-HC
           move WS-ROW-CLOSE-BILL (WS-ROW-FROM) to WS-FD-CLOSE-BILL
           move WS-FC-DTL to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE.

      *    The one-page view finance actually wants - headcount and
      *    bill at each month end and what moved them.
       WRITE-SUMMARY-PROCEDURE.
           move spaces to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-SUM-HDG to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move spaces to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-SUM-COL-HDG to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           perform WRITE-SUMMARY-LINE-PROCEDURE
              varying WS-MONTH from 1 by 1
              until WS-MONTH > WS-FORECAST-MONTHS.

       WRITE-SUMMARY-LINE-PROCEDURE.
           move WS-MONTH-LABEL (WS-MONTH)   to WS-SD-MONTH
           move WS-MS-HC (WS-MONTH)        to WS-SD-HC
           move WS-MS-BILL (WS-MONTH)      to WS-SD-BILL
           move WS-MS-JOIN-HC (WS-MONTH)   to WS-SD-JOIN
           move WS-MS-LEAVE-HC (WS-MONTH)  to WS-SD-LEAVE
           move WS-MS-RET-HC (WS-MONTH)    to WS-SD-RET
           move WS-MS-CHG-BILL (WS-MONTH)  to WS-SD-CHG
           move WS-MS-MOVE-BILL (WS-MONTH) to WS-SD-MOVE
           move WS-SUM-DTL to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE.

       WRITE-NOT-APPLIED-PROCEDURE.
           move spaces to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-NA-HDG to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move spaces to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           if WS-NOT-APPLIED-COUNT = 0
              move '  NONE' to FORECAST-REPORT-LINE
              write FORECAST-REPORT-LINE
              exit paragraph
           end-if
           move WS-NA-COL-HDG to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           perform WRITE-NOT-APPLIED-LINE-PROCEDURE
              varying WS-NA-IDX from 1 by 1
              until WS-NA-IDX > WS-NA-ENTRIES
           if WS-NOT-APPLIED-COUNT > WS-NA-ENTRIES
              compute WS-NM-COUNT
                 = WS-NOT-APPLIED-COUNT - WS-NA-ENTRIES
              move WS-NA-MORE to FORECAST-REPORT-LINE
              write FORECAST-REPORT-LINE
           end-if.

       WRITE-NOT-APPLIED-LINE-PROCEDURE.
           move WS-NA-ID (WS-NA-IDX)     to WS-NL-ID
           move WS-NA-EFF (WS-NA-IDX)    to WS-NL-EFF
           move WS-NA-REASON (WS-NA-IDX) to WS-NL-REASON
           perform NAME-ACTION-PROCEDURE
           move WS-NA-DTL to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE.

       NAME-ACTION-PROCEDURE.
           evaluate WS-NA-ACTION (WS-NA-IDX)
              when 'A'
                 move 'ADD'    to WS-NL-ACTION
              when 'C'
                 move 'CHANGE' to WS-NL-ACTION
              when 'D'
                 move 'DELETE' to WS-NL-ACTION
              when other
                 move WS-NA-ACTION (WS-NA-IDX) to WS-NL-ACTION
           end-evaluate.

       WRITE-FOOTER-PROCEDURE.
           move spaces to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-ACTIVE-COUNT to WS-FTR-1-COUNT
           move WS-FTR-1 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-PEND-READ-COUNT to WS-FTR-2-COUNT
           move WS-FTR-2 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-APPLIED-COUNT to WS-FTR-3-COUNT
           move WS-FTR-3 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-BEYOND-COUNT to WS-FTR-4-COUNT
           move WS-FTR-4 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-NOT-APPLIED-COUNT to WS-FTR-5-COUNT
           move WS-FTR-5 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-RETIRE-COUNT to WS-FTR-6-COUNT
           move WS-FTR-6 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-RETIRE-EST-COUNT to WS-FTR-7-COUNT
           move WS-FTR-7 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE
           move WS-NO-AGE-COUNT to WS-FTR-8-COUNT
           move WS-FTR-8 to FORECAST-REPORT-LINE
           write FORECAST-REPORT-LINE.
