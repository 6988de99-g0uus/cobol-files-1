       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-PAYACK.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.

      *    Send-versus-accepted reconciliation of the payroll feed.
      *    We send payroll the generation-stamped extract, but never
      *    found out which rows they actually loaded - an employee
      *    whose row payroll rejected went unpaid for three weeks
      *    before anyone here knew. Payroll now returns an
      *    acknowledgement file (EmployeePayAck.dat) with each
      *    EMPLOYEE-ID's accepted/rejected status, the salary and
      *    grade they loaded, and their reason for any rejection.
      *    This run matches it against the extract named in
      *    EmployeeGen.cur - both are in ascending EMPLOYEE-ID
      *    order, so it is the same two-file match the variance
      *    statement uses - and reports rows we sent that they did
      *    not load, rows they loaded that we did not send, and
      *    every salary or grade difference. Anything unreconciled
      *    ends the run FATAL in its .run record, so
      *    EMPLOYEE-CONTROL holds the batch until it is sorted out.


       ENVIRONMENT DIVISION.
       configuration section.
       source-computer. GrahamLap-01 with debugging mode.
       object-computer. GrahamLap-01.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The extract we sent - generation-stamped, so the actual
      *    name is taken from the EmployeeGen.cur pointer
      *    EMPLOYEE-DATA writes; the unstamped name is only a
      *    fallback for a shop without the pointer file.
       SELECT CURRENT-EXTRACT-FILE
           ASSIGN DYNAMIC WS-CURRENT-EXTRACT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-CURRENT-FILE-STATUS.

      *    Current-generation pointer written by EMPLOYEE-DATA -
      *    see genptr-rec.cbl.
       SELECT GEN-POINTER-FILE
           ASSIGN TO './EmployeeGen.cur'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-GEN-POINTER-STATUS.

      *    Payroll's acknowledgement - see payack-rec.cbl.
       SELECT PAYROLL-ACK-FILE
           ASSIGN TO './EmployeePayAck.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-ACK-FILE-STATUS.

      *    The reconciliation report - see ackrpt-rec.cbl.
       SELECT ACK-REPORT-FILE
           ASSIGN TO './EmployeePayAck.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-ACK-REPORT-STATUS.

      *    End-of-job run-control record for the scheduler - see
      *    runctl-rec.cbl.
       SELECT RUN-CONTROL-FILE
           ASSIGN TO './EmployeePayAck.run'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the current extract line definition
       copy curext-rec.

      *    Bring in the generation pointer line definition
       copy genptr-rec.

      *    Bring in the payroll acknowledgement definition
       copy payack-rec.

      *    Bring in the reconciliation report line definition
       copy ackrpt-rec.

      *    Bring in the run-control record definition
       copy runctl-rec.

       WORKING-STORAGE SECTION.

           01 filler.
              10 filler pic x value 'n'.
                 88 WS-CUR-EOF     value 'Y'.
                 88 WS-CUR-NOT-EOF value 'n'.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-ACK-EOF     value 'Y'.
                 88 WS-ACK-NOT-EOF value 'n'.
      *    Set once a usable acknowledgement line is in hand -
      *    unusable ones are reported and read past.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-ACK-USABLE     value 'Y'.
                 88 WS-ACK-NOT-USABLE value 'n'.

           01 filler.
              10 filler pic x value 'n'.
                 88 WS-HAVE-LAST-ACK value 'Y'.
                 88 WS-NO-LAST-ACK   value 'n'.

           01 filler.
              10 filler pic x value 'n'.
                 88 PAYACK-FATAL     value 'Y'.
                 88 PAYACK-NOT-FATAL value 'n'.

           77 WS-CURRENT-FILE-STATUS pic x(2) value '00'.
           77 WS-GEN-POINTER-STATUS  pic x(2) value '00'.
           77 WS-ACK-FILE-STATUS     pic x(2) value '00'.
           77 WS-ACK-REPORT-STATUS   pic x(2) value '00'.

      *    The extract actually reconciled - resolved from the
      *    EmployeeGen.cur pointer when it exists, else the old
      *    unstamped name.
           77 WS-CURRENT-EXTRACT-NAME pic x(60)
              value './EmployeeExtract.csv'.
           77 WS-POINTER-LINE-NO pic 9(1) comp sync value 0.

      *    The extract line pulled apart - fixed-column CSV (see
      *    WS-EXTRACT-BUILD in EMPLOYEE-DATA).
           01 WS-CUR-REC.
              05 WS-CUR-ID     pic 9(5).
              05 filler        pic x.
              05 WS-CUR-NAME   pic x(30).
              05 filler        pic x.
              05 WS-CUR-GRADE  pic x(1).
              05 filler        pic x.
              05 WS-CUR-DEPT   pic x(3).
              05 filler        pic x.
              05 WS-CUR-SALARY pic 9(5).

      *    Comparison keys - 999999 once a side is exhausted, so
      *    the other side drains as all unmatched. WS-LAST-ACK-KEY
      *    catches an acknowledgement out of sequence or repeated.
           77 WS-CUR-KEY      pic 9(6) comp sync value 0.
           77 WS-ACK-KEY      pic 9(6) comp sync value 0.
           77 WS-LAST-ACK-KEY pic 9(6) comp sync value 0.

           77 WS-SENT-COUNT       pic 9(5) comp sync value 0.
           77 WS-ACK-COUNT        pic 9(5) comp sync value 0.
           77 WS-ACCEPTED-COUNT   pic 9(5) comp sync value 0.
           77 WS-NOT-LOADED-COUNT pic 9(5) comp sync value 0.
           77 WS-NOT-SENT-COUNT   pic 9(5) comp sync value 0.
           77 WS-DIFFER-COUNT     pic 9(5) comp sync value 0.
           77 WS-BAD-ACK-COUNT    pic 9(5) comp sync value 0.
           77 WS-EXCEPTION-COUNT  pic 9(5) comp sync value 0.
           77 WS-EXCEPTION-COUNT-D pic Z(4)9.

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
              05 filler pic x(31)
                 value 'PAYROLL ACKNOWLEDGEMENT RECON'.
              05 filler pic x(2)  value spaces.
              05 filler pic x(10) value 'RUN DATE: '.
              05 WS-HDG-1-DATE pic x(10).
              05 filler pic x(49) value spaces.

           01 WS-HDG-2.
              05 filler pic x(15) value 'EXTRACT SENT : '.
              05 WS-HDG-2-NAME pic x(60).
              05 filler pic x(57) value spaces.

           01 WS-ACK-DTL.
              05 WS-AD-TYPE   pic x(10).
              05 filler       pic x(2) value spaces.
              05 WS-AD-ID     pic x(5).
              05 filler       pic x(2) value spaces.
              05 WS-AD-NAME   pic x(30).
              05 filler       pic x(2) value spaces.
              05 WS-AD-DETAIL pic x(60).
              05 filler       pic x(21) value spaces.

           01 WS-FTR-1.
              05 filler pic x(26) value 'ROWS SENT               : '.
              05 WS-FTR-1-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.
           01 WS-FTR-2.
              05 filler pic x(26) value 'ROWS ACKNOWLEDGED       : '.
              05 WS-FTR-2-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.
           01 WS-FTR-3.
              05 filler pic x(26) value 'ROWS ACCEPTED           : '.
              05 WS-FTR-3-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.
           01 WS-FTR-4.
              05 filler pic x(26) value 'SENT BUT NOT LOADED     : '.
              05 WS-FTR-4-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.
           01 WS-FTR-5.
              05 filler pic x(26) value 'LOADED BUT NOT SENT     : '.
              05 WS-FTR-5-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.
           01 WS-FTR-6.
              05 filler pic x(26) value 'SALARY/GRADE DIFFERENCES: '.
              05 WS-FTR-6-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.
           01 WS-FTR-7.
              05 filler pic x(26) value 'UNUSABLE ACK LINES      : '.
              05 WS-FTR-7-COUNT pic Z(4)9.
              05 filler pic x(101) value spaces.
           01 WS-FTR-8.
              05 filler pic x(26) value 'EXTRACT RECONCILED      : '.
              05 WS-FTR-8-TEXT pic x(3).
              05 filler pic x(103) value spaces.

      *    Scratch for building detail text
           77 WS-OLD-SALARY-D pic Z(4)9.
           77 WS-NEW-SALARY-D pic Z(4)9.
           77 WS-RECONCILED pic x(3) value 'NO'.

      *    Run-control bookkeeping for the scheduler record.
      *    Return codes:
      *       8  extract not reconciled - rows unloaded, loaded
      *          unsent or loaded differently
      *      16  the match could not be made at all
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
      D    display 'Starting payroll acknowledgement check...'
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-START-STAMP
           perform RESOLVE-EXTRACT-NAME-PROCEDURE

           OPEN INPUT CURRENT-EXTRACT-FILE
           if WS-CURRENT-FILE-STATUS not = '00'
              display 'FATAL: ' WS-CURRENT-EXTRACT-NAME
              display '  could not be opened - status '
                 WS-CURRENT-FILE-STATUS
              set PAYACK-FATAL to true
           end-if

           OPEN INPUT PAYROLL-ACK-FILE
           if WS-ACK-FILE-STATUS not = '00'
              display 'FATAL: EmployeePayAck.dat could not be '
                 'opened - status ' WS-ACK-FILE-STATUS
              set PAYACK-FATAL to true
           end-if

           OPEN OUTPUT ACK-REPORT-FILE
           if WS-ACK-REPORT-STATUS not = '00'
              display 'FATAL: EmployeePayAck.rpt could not be '
                 'opened - status ' WS-ACK-REPORT-STATUS
              set PAYACK-FATAL to true
           end-if

           accept WS-CURRENT-DATE from date yyyymmdd
           move WS-CURRENT-DD   to WS-RUN-DATE-DD
           move WS-CURRENT-MM   to WS-RUN-DATE-MM
           move WS-CURRENT-YYYY to WS-RUN-DATE-YYYY

           if PAYACK-NOT-FATAL
              perform WRITE-HEADINGS-PROCEDURE
              perform READ-CURRENT-PROCEDURE
              perform READ-ACK-PROCEDURE
              perform MATCH-STEP-PROCEDURE
                 until WS-CUR-EOF and WS-ACK-EOF
              compute WS-EXCEPTION-COUNT = WS-NOT-LOADED-COUNT
                 + WS-NOT-SENT-COUNT + WS-DIFFER-COUNT
                 + WS-BAD-ACK-COUNT
              if WS-EXCEPTION-COUNT = 0
                 move 'YES' to WS-RECONCILED
              end-if
              perform WRITE-FOOTER-PROCEDURE
           end-if

           CLOSE CURRENT-EXTRACT-FILE
           CLOSE PAYROLL-ACK-FILE
           CLOSE ACK-REPORT-FILE

           perform ANNOUNCE-OUTCOME-PROCEDURE
           perform WRITE-RUN-CONTROL-PROCEDURE

      D    display 'Finished.'

           STOP RUN.

       ANNOUNCE-OUTCOME-PROCEDURE.
           if PAYACK-FATAL
              move 16 to RETURN-CODE
              display 'FATAL: acknowledgement check abandoned'
           else if WS-EXCEPTION-COUNT > 0
              move 8 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              move WS-EXCEPTION-COUNT to WS-EXCEPTION-COUNT-D
              display 'EXTRACT NOT RECONCILED - '
                 WS-EXCEPTION-COUNT-D ' exception(s). '
                 'See EmployeePayAck.rpt'
           else
              display 'Extract reconciled - every row sent was '
                 'loaded as sent'
           end-if.

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
      *    outcome of the run just finished. An unreconciled
      *    extract is FATAL here, which is what makes
      *    EMPLOYEE-CONTROL hold the batch.
       WRITE-RUN-CONTROL-PROCEDURE.
           perform STAMP-TIME-PROCEDURE
           move WS-STAMP-BUILD to WS-END-STAMP

           evaluate true
              when RETURN-CODE greater than or equal to 8
                 move 'FATAL'   to WS-FINAL-STATUS
              when RETURN-CODE greater than or equal to 4
                 move 'WARNING' to WS-FINAL-STATUS
              when other
                 move 'OK'      to WS-FINAL-STATUS
           end-evaluate

           OPEN OUTPUT RUN-CONTROL-FILE
           if WS-RUN-CONTROL-STATUS not = '00'
              display 'WARNING: EmployeePayAck.run could not be '
                 'written - status ' WS-RUN-CONTROL-STATUS
              move 4 to WS-PROPOSED-RC
              perform RAISE-RETURN-CODE-PROCEDURE
              exit paragraph
           end-if

           move spaces to RUN-CONTROL-LINE
           string 'PROGRAM=EMPLOYEE-PAYACK'
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

           move spaces to RUN-CONTROL-LINE
           string 'EXTRACT-FILE=' WS-CURRENT-EXTRACT-NAME
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-SENT-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'ROWS-SENT=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-ACCEPTED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'ROWS-ACCEPTED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-NOT-LOADED-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'SENT-NOT-LOADED=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-NOT-SENT-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'LOADED-NOT-SENT=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-DIFFER-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'DIFFERENCES=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move WS-BAD-ACK-COUNT to WS-RUN-CTL-NUM
           move spaces to RUN-CONTROL-LINE
           string 'UNUSABLE-ACK-LINES=' WS-RUN-CTL-NUM
              delimited by size into RUN-CONTROL-LINE
           write RUN-CONTROL-LINE

           move spaces to RUN-CONTROL-LINE
           string 'RECONCILED=' WS-RECONCILED
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

      *    Reads the current-generation pointer to find the extract
      *    the latest EMPLOYEE-DATA run actually wrote - the extract
      *    name is the second line (report, extract, reject). With
      *    no pointer file the old fixed name stands.
       RESOLVE-EXTRACT-NAME-PROCEDURE.
           OPEN INPUT GEN-POINTER-FILE
           if WS-GEN-POINTER-STATUS not = '00'
              exit paragraph
           end-if
           move 0 to WS-POINTER-LINE-NO
           perform READ-POINTER-LINE-PROCEDURE 2 times
           CLOSE GEN-POINTER-FILE.

       READ-POINTER-LINE-PROCEDURE.
           READ GEN-POINTER-FILE
              AT END continue
              NOT AT END
                 add 1 to WS-POINTER-LINE-NO
                 if WS-POINTER-LINE-NO = 2
                    and GEN-POINTER-LINE not = spaces
                    move GEN-POINTER-LINE
                       to WS-CURRENT-EXTRACT-NAME
                 end-if
           END-READ.

       READ-CURRENT-PROCEDURE.
           READ CURRENT-EXTRACT-FILE
              AT END
                 set WS-CUR-EOF to true
                 move 999999 to WS-CUR-KEY
              NOT AT END
                 add 1 to WS-SENT-COUNT
                 move CURRENT-EXTRACT-LINE to WS-CUR-REC
                 move WS-CUR-ID to WS-CUR-KEY
           END-READ.

      *    Brings in the next usable acknowledgement line - any
      *    line that can't take part in the match is reported and
      *    read past, and still leaves the extract unreconciled.
       READ-ACK-PROCEDURE.
           set WS-ACK-NOT-USABLE to true
           perform READ-ACK-LINE-PROCEDURE
              until WS-ACK-USABLE or WS-ACK-EOF.

       READ-ACK-LINE-PROCEDURE.
           READ PAYROLL-ACK-FILE
              AT END
                 set WS-ACK-EOF to true
                 move 999999 to WS-ACK-KEY
              NOT AT END
                 if PAYROLL-ACK-RECORD not = spaces
                    perform SCREEN-ACK-PROCEDURE
                 end-if
           END-READ.

       SCREEN-ACK-PROCEDURE.
           add 1 to WS-ACK-COUNT
           if ACK-EMPLOYEE-ID is not numeric
              perform REPORT-BAD-ACK-PROCEDURE
              move 'EMPLOYEE-ID NOT NUMERIC' to WS-AD-DETAIL
              perform WRITE-ACK-LINE-PROCEDURE
              exit paragraph
           end-if
           if not (ACK-ACCEPTED or ACK-REJECTED)
              perform REPORT-BAD-ACK-PROCEDURE
              move 'STATUS NOT A OR R' to WS-AD-DETAIL
              perform WRITE-ACK-LINE-PROCEDURE
              exit paragraph
           end-if
           if ACK-ACCEPTED
              and (ACK-SALARY is not numeric or ACK-GRADE = space)
              perform REPORT-BAD-ACK-PROCEDURE
              move 'ACCEPTED WITHOUT LOADED SALARY AND GRADE'
                 to WS-AD-DETAIL
              perform WRITE-ACK-LINE-PROCEDURE
              exit paragraph
           end-if
           if WS-HAVE-LAST-ACK
              and ACK-EMPLOYEE-ID not > WS-LAST-ACK-KEY
              perform REPORT-BAD-ACK-PROCEDURE
              move 'OUT OF SEQUENCE OR REPEATED - IGNORED'
                 to WS-AD-DETAIL
              perform WRITE-ACK-LINE-PROCEDURE
              exit paragraph
           end-if

           set WS-ACK-USABLE to true
           move ACK-EMPLOYEE-ID to WS-ACK-KEY
           move ACK-EMPLOYEE-ID to WS-LAST-ACK-KEY
           set WS-HAVE-LAST-ACK to true.

       REPORT-BAD-ACK-PROCEDURE.
           add 1 to WS-BAD-ACK-COUNT
           move 'BAD ACK' to WS-AD-TYPE
           move PAYROLL-ACK-RECORD (1:5) to WS-AD-ID
           move spaces to WS-AD-NAME
           move spaces to WS-AD-DETAIL.

      *    One step of the two-file match - the lower key decides
      *    whether this is a row payroll never answered for, a row
      *    payroll loaded that we never sent, or a matched row to
      *    check.
       MATCH-STEP-PROCEDURE.
           if WS-CUR-KEY < WS-ACK-KEY
              move 'NO ACKNOWLEDGEMENT RECEIVED FOR THIS ROW'
                 to WS-AD-DETAIL
              perform REPORT-NOT-LOADED-PROCEDURE
              perform READ-CURRENT-PROCEDURE
           else if WS-ACK-KEY < WS-CUR-KEY
              perform REPORT-NOT-SENT-PROCEDURE
              perform READ-ACK-PROCEDURE
           else
              perform CHECK-MATCHED-ROW-PROCEDURE
              perform READ-CURRENT-PROCEDURE
              perform READ-ACK-PROCEDURE
           end-if.

       CHECK-MATCHED-ROW-PROCEDURE.
           if ACK-REJECTED
              move spaces to WS-AD-DETAIL
              string 'REJECTED: ' ACK-REASON
                 delimited by size into WS-AD-DETAIL
              perform REPORT-NOT-LOADED-PROCEDURE
              exit paragraph
           end-if

           add 1 to WS-ACCEPTED-COUNT
           if ACK-SALARY not = WS-CUR-SALARY
              or ACK-GRADE not = WS-CUR-GRADE
              perform REPORT-DIFFERENCE-PROCEDURE
           end-if.

       REPORT-NOT-LOADED-PROCEDURE.
           add 1 to WS-NOT-LOADED-COUNT
           move 'NOT LOADED' to WS-AD-TYPE
           move WS-CUR-ID   to WS-AD-ID
           move WS-CUR-NAME to WS-AD-NAME
           perform WRITE-ACK-LINE-PROCEDURE.

      *    Payroll answered for an EMPLOYEE-ID that was not in the
      *    extract - a load of one they were not sent is as wrong
      *    as a row they dropped; a rejection of one is still
      *    worth a look, since they think they were sent it.
       REPORT-NOT-SENT-PROCEDURE.
           add 1 to WS-NOT-SENT-COUNT
           move 'NOT SENT'      to WS-AD-TYPE
           move ACK-EMPLOYEE-ID to WS-AD-ID
           move spaces          to WS-AD-NAME
           move spaces to WS-AD-DETAIL
           if ACK-ACCEPTED
              move ACK-SALARY to WS-NEW-SALARY-D
              string 'LOADED GRADE ' ACK-GRADE
                 ' SALARY ' WS-NEW-SALARY-D
                 delimited by size into WS-AD-DETAIL
           else
              string 'REJECTED: ' ACK-REASON
                 delimited by size into WS-AD-DETAIL
           end-if
           perform WRITE-ACK-LINE-PROCEDURE.

       REPORT-DIFFERENCE-PROCEDURE.
           add 1 to WS-DIFFER-COUNT
           move 'DIFFERS'   to WS-AD-TYPE
           move WS-CUR-ID   to WS-AD-ID
           move WS-CUR-NAME to WS-AD-NAME
           move WS-CUR-SALARY to WS-OLD-SALARY-D
           move ACK-SALARY    to WS-NEW-SALARY-D
           move spaces to WS-AD-DETAIL
           string 'SENT GRADE ' WS-CUR-GRADE ' SALARY '
              WS-OLD-SALARY-D '  LOADED GRADE ' ACK-GRADE
              ' SALARY ' WS-NEW-SALARY-D
              delimited by size into WS-AD-DETAIL
           perform WRITE-ACK-LINE-PROCEDURE.

       WRITE-ACK-LINE-PROCEDURE.
           move WS-ACK-DTL to ACK-REPORT-LINE
           write ACK-REPORT-LINE.

       WRITE-HEADINGS-PROCEDURE.
           move WS-RUN-DATE-D to WS-HDG-1-DATE
           move WS-HDG-1 to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move WS-CURRENT-EXTRACT-NAME to WS-HDG-2-NAME
           move WS-HDG-2 to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move spaces to ACK-REPORT-LINE
           write ACK-REPORT-LINE.

       WRITE-FOOTER-PROCEDURE.
           move spaces to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move WS-SENT-COUNT to WS-FTR-1-COUNT
           move WS-FTR-1 to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move WS-ACK-COUNT to WS-FTR-2-COUNT
           move WS-FTR-2 to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move WS-ACCEPTED-COUNT to WS-FTR-3-COUNT
           move WS-FTR-3 to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move WS-NOT-LOADED-COUNT to WS-FTR-4-COUNT
           move WS-FTR-4 to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move WS-NOT-SENT-COUNT to WS-FTR-5-COUNT
           move WS-FTR-5 to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move WS-DIFFER-COUNT to WS-FTR-6-COUNT
           move WS-FTR-6 to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move WS-BAD-ACK-COUNT to WS-FTR-7-COUNT
           move WS-FTR-7 to ACK-REPORT-LINE
           write ACK-REPORT-LINE
           move WS-RECONCILED to WS-FTR-8-TEXT
           move WS-FTR-8 to ACK-REPORT-LINE
           write ACK-REPORT-LINE.
