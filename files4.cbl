      *    Without the request file the interactive console session
      *    runs exactly as it always has, for the one-off phone
      *    calls.
      *
      *    Leavers are not in the index. An ID that misses is
      *    looked up in the register EMPLOYEE-PURGE keeps of the
      *    leavers it has anonymised, so a number that did once
      *    exist is answered as an ANONYMISED leaver, with the
      *    date the personal data was removed, not as NOT FOUND.


       ENVIRONMENT DIVISION.
           access mode is sequential
           file status is WS-INQUIRY-REPORT-STATUS.

      *    Leavers anonymised by EMPLOYEE-PURGE - optional, read
      *    only when an ID lookup misses. See anonreg-rec.cbl.
       SELECT ANON-REGISTER-FILE
           ASSIGN TO './EmployeeAnon.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-ANON-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the indexed master definition
      *    Bring in the profile report line definition
       copy inqrpt-rec.

      *    Bring in the anonymisation register definition
       copy anonreg-rec.

       WORKING-STORAGE SECTION.

           01 filler.
           77 WS-INDEX-FILE-STATUS pic x(2) value '00'.
           77 WS-REQUEST-FILE-STATUS pic x(2) value '00'.
           77 WS-INQUIRY-REPORT-STATUS pic x(2) value '00'.
           77 WS-ANON-REGISTER-STATUS pic x(2) value '00'.

      *    Whether a missed ID turned up in the anonymisation
      *    register.
           01 filler.
              10 filler pic x value 'n'.
                 88 WS-ANON-EOF     value 'Y'.
                 88 WS-ANON-NOT-EOF value 'n'.
              10 filler pic x value 'n'.
                 88 WS-ANON-FOUND     value 'Y'.
                 88 WS-ANON-NOT-FOUND value 'n'.

      *    Which mode this run is in - batch when the request file
      *    exists, the console session otherwise.
              05 filler pic x(12) value '** NOT FOUND'.
              05 filler pic x(117) value spaces.

      *    A leaver whose personal data has been removed.
           01 WS-ANON-LINE.
              05 filler pic x(3) value spaces.
              05 WS-AN-ID      pic 9(5).
              05 filler pic x(2) value spaces.
              05 filler pic x(30) value '** ANONYMISED LEAVER **'.
              05 filler pic x(2) value spaces.
              05 filler pic x(6) value 'LEFT: '.
              05 WS-AN-TERM    pic x(8).
              05 filler pic x(2) value spaces.
              05 filler pic x(17) value 'DATA REMOVED ON: '.
              05 WS-AN-PURGED  pic x(8).
              05 filler pic x(49) value spaces.

      *    Report footer lines
           01 WS-FTR-1.
              05 filler pic x(26) value 'REQUESTS PROCESSED      : '.
           move WS-REQUEST-ID to IDX-EMPLOYEE-ID
           READ INDEX-MASTER-FILE
              INVALID KEY
                 perform REPORT-MISSING-ID-PROCEDURE
              NOT INVALID KEY
                 perform DISPLAY-EMPLOYEE-PROCEDURE
           END-READ.

      *    Not in the index - either an anonymised leaver or a
      *    number we hold nothing for.
       REPORT-MISSING-ID-PROCEDURE.
           perform CHECK-REGISTER-PROCEDURE
           if WS-ANON-FOUND
              perform DISPLAY-ANONYMISED-PROCEDURE
           else if WS-BATCH-MODE
              add 1 to WS-NOTFOUND-COUNT
              perform WRITE-NOT-FOUND-LINE-PROCEDURE
           else
              display 'EMPLOYEE-ID ' IDX-EMPLOYEE-ID
                 ' NOT FOUND'
           end-if.

      *    One pass of the register for the ID asked for - a
      *    missing register just means nobody has been anonymised.
       CHECK-REGISTER-PROCEDURE.
           set WS-ANON-NOT-FOUND to true
           set WS-ANON-NOT-EOF   to true
           OPEN INPUT ANON-REGISTER-FILE
           if WS-ANON-REGISTER-STATUS not = '00'
              exit paragraph
           end-if
           perform READ-REGISTER-PROCEDURE
              until WS-ANON-EOF or WS-ANON-FOUND
           CLOSE ANON-REGISTER-FILE.

       READ-REGISTER-PROCEDURE.
           READ ANON-REGISTER-FILE
              AT END set WS-ANON-EOF to true
              NOT AT END
                 if ANON-EMPLOYEE-ID = WS-REQUEST-ID
                    set WS-ANON-FOUND to true
                    move ANON-EMPLOYEE-ID to WS-AN-ID
                    move ANON-TERM-DATE   to WS-AN-TERM
                    move ANON-PURGE-DATE  to WS-AN-PURGED
                 end-if
           END-READ.

       DISPLAY-ANONYMISED-PROCEDURE.
           if WS-BATCH-MODE
              add 1 to WS-FOUND-COUNT
              if WS-LINE-COUNT greater than or equal to
                 WS-LINES-PER-PAGE
                 perform WRITE-HEADINGS-PROCEDURE
              end-if
              move WS-ANON-LINE to INQUIRY-REPORT-LINE
              perform WRITE-REPORT-LINE-PROCEDURE
           else
              display 'EMPLOYEE-ID: ' WS-AN-ID
                 '  ** ANONYMISED LEAVER **  LEFT: ' WS-AN-TERM
                 '  PERSONAL DATA REMOVED ON: ' WS-AN-PURGED
           end-if.

      *    Positions on the EMPLOYEE_NAME alternate key at the first
      *    name not less than the fragment, then reads forward until
      *    the names stop beginning with it.
