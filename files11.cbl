      *    statement showing the action, the run date, and exactly
      *    which of name, grade, salary and date of birth moved
      *    between the before and after images. ADDED and DELETED
      *    show the single image they carry. A ROLLBACK written by
      *    EMPLOYEE-ROLLBACK touches every employee, so it appears
      *    on every statement whose date range covers it. Where
      *    the audit line names the clerk who keyed the change and
      *    the user who approved it, both are shown under the
      *    action. Once EMPLOYEE-PURGE has anonymised a leaver,
      *    every image of them carries a blank name and date of
      *    birth: the statement shows those as ANONYMISED, and the
      *    ANONYMISE line the purge wrote appears as an action of
      *    its own.


       ENVIRONMENT DIVISION.
              05 WS-AP-TAG    pic x(3).
              05 filler       pic x.
              05 WS-AP-IMAGE  pic x(71).
              05 filler       pic x.
              05 WS-AP-KEYED-BY    pic x(8).
              05 filler       pic x.
              05 WS-AP-APPROVED-BY pic x(8).
           77 WS-AP-DATE-N pic 9(8) value 0.

      *    A record image pulled apart - same field layout as a

           01 WS-NOTE-LINE.
              05 filler       pic x(14) value spaces.
              05 WS-NL-TEXT   pic x(71).
              05 filler       pic x(47) value spaces.

      *    Report footer lines
           01 WS-FTR-1.
              perform FLUSH-PENDING-OLD-PROCEDURE
           end-if

      *    a rollback carries no record image, so it is not subject
      *    to the EMPLOYEE-ID selection
           if WS-AP-ACTION = 'ROLLBACK'
              if WS-AP-DATE-N not < WS-FROM-DATE
                 and WS-AP-DATE-N not > WS-TO-DATE
                 perform REPORT-ROLLBACK-PROCEDURE
              end-if
              exit paragraph
           end-if

           if WS-SELECT-ONE and WS-IMG-ID not = WS-SELECT-ID
              exit paragraph
           end-if
                 perform REPORT-SINGLE-IMAGE-PROCEDURE
              when WS-AP-ACTION = 'DELETED'
                 perform REPORT-SINGLE-IMAGE-PROCEDURE
              when WS-AP-ACTION = 'ANONYMISE'
                 perform REPORT-ANONYMISED-PROCEDURE
              when other
                 add 1 to WS-BAD-LINE-COUNT
           end-evaluate.
           move WS-NOTE-LINE to HISTORY-REPORT-LINE
           perform WRITE-REPORT-LINE-PROCEDURE
           move 'NAME   ' to WS-VL-FIELD
           if WS-OLD-NAME = spaces
              move '** ANONYMISED **' to WS-VL-VALUE
           else
              move WS-OLD-NAME to WS-VL-VALUE
           end-if
           perform WRITE-VALUE-LINE-PROCEDURE
           move 'GRADE  ' to WS-VL-FIELD
           move WS-OLD-GRADE to WS-VL-VALUE
           move WS-IMG-ID     to WS-AL-ID
           move WS-AP-ACTION  to WS-AL-ACTION
           perform WRITE-ACTION-LINE-PROCEDURE
           perform WRITE-KEYER-LINE-PROCEDURE

           if WS-OLD-NAME not = WS-IMG-NAME
              move 'NAME   '   to WS-FL-FIELD
           move WS-IMG-ID     to WS-AL-ID
           move WS-AP-ACTION  to WS-AL-ACTION
           perform WRITE-ACTION-LINE-PROCEDURE
           perform WRITE-KEYER-LINE-PROCEDURE

           move 'NAME   '   to WS-VL-FIELD
           if WS-IMG-NAME = spaces
              move '** ANONYMISED **' to WS-VL-VALUE
           else
              move WS-IMG-NAME to WS-VL-VALUE
           end-if
           perform WRITE-VALUE-LINE-PROCEDURE
           move 'GRADE  '    to WS-VL-FIELD
           move WS-IMG-GRADE to WS-VL-VALUE
           move WS-IMG-SALARY to WS-VL-VALUE
           perform WRITE-VALUE-LINE-PROCEDURE
           move 'DOB    '  to WS-VL-FIELD
           if WS-IMG-NAME = spaces and WS-IMG-DOB = spaces
              move '** ANONYMISED **' to WS-VL-VALUE
           else
              move WS-IMG-DOB to WS-VL-VALUE
           end-if
           perform WRITE-VALUE-LINE-PROCEDURE.

      *    The leaver's name and date of birth were blanked by the
      *    data-protection purge - here and in every earlier image.
       REPORT-ANONYMISED-PROCEDURE.
           add 1 to WS-ACTION-COUNT
           perform FORMAT-AUDIT-DATE-PROCEDURE
           perform WRITE-ACTION-LINE-SPACE-PROCEDURE
           move WS-AUD-DATE-D to WS-AL-DATE
           move WS-IMG-ID     to WS-AL-ID
           move WS-AP-ACTION  to WS-AL-ACTION
           perform WRITE-ACTION-LINE-PROCEDURE
           move 'NAME AND DATE OF BIRTH REMOVED - RETENTION ENDED'
              to WS-NL-TEXT
           move WS-NOTE-LINE to HISTORY-REPORT-LINE
           perform WRITE-REPORT-LINE-PROCEDURE.

      *    The whole master was put back to an earlier generation -
      *    every value on the statement after this line follows on
      *    from that generation, not from the line before it.
       REPORT-ROLLBACK-PROCEDURE.
           add 1 to WS-ACTION-COUNT
           perform FORMAT-AUDIT-DATE-PROCEDURE
           perform WRITE-ACTION-LINE-SPACE-PROCEDURE
           move WS-AUD-DATE-D to WS-AL-DATE
           move 'ALL'         to WS-AL-ID
           move WS-AP-ACTION  to WS-AL-ACTION
           perform WRITE-ACTION-LINE-PROCEDURE
           move WS-AP-IMAGE to WS-NL-TEXT
           move WS-NOTE-LINE to HISTORY-REPORT-LINE
           perform WRITE-REPORT-LINE-PROCEDURE.

      *    Who keyed the change and who approved it - history
      *    written before they were recorded carries neither.
       WRITE-KEYER-LINE-PROCEDURE.
           if WS-AP-KEYED-BY = spaces
              exit paragraph
           end-if
           move spaces to WS-NL-TEXT
           if WS-AP-APPROVED-BY = spaces
              string 'KEYED BY ' WS-AP-KEYED-BY
                 delimited by size into WS-NL-TEXT
           else
              string 'KEYED BY ' WS-AP-KEYED-BY
                 '  APPROVED BY ' WS-AP-APPROVED-BY
                 delimited by size into WS-NL-TEXT
           end-if
           if WS-LINE-COUNT greater than or equal to WS-LINES-PER-PAGE
              perform WRITE-HEADINGS-PROCEDURE
           end-if
           move WS-NOTE-LINE to HISTORY-REPORT-LINE
           perform WRITE-REPORT-LINE-PROCEDURE.

      *    A blank line ahead of each action block, except at the
      *    top of a page.
       WRITE-ACTION-LINE-SPACE-PROCEDURE.
