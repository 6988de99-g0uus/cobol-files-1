                 10 WS-CT-AGE      pic x(2).
                 10 WS-CT-GRADE    pic x(1).
                 10 WS-CT-SALARY   pic x(5).
                 10 WS-CT-KEYED-BY pic x(8).

      *    Duplicate detection within this recycle batch - indexed
      *    directly by the final EMPLOYEE-ID + 1 the same way
                    88 WS-SEEN-YES value 'Y'.
                 10 WS-SEEN-ACTION pic x(1).
                 10 WS-SEEN-IMAGE  pic x(71).
                 10 WS-SEEN-KEYED-BY pic x(8).

      *    Reason codes for rejects carried forward - the original
      *    codes from EMPLOYEE-DATA plus NOC (no correction), ACT
      *    (bad correction action) and KEY (correction not signed
      *    with the user ID of whoever wrote it).
           01 WS-NEW-REASON-CODE pic x(4).
              88 NEW-REASON-BAD-SALARY value 'SAL '.
              88 NEW-REASON-BAD-AGE    value 'AGE '.
              88 NEW-REASON-DUP-ID     value 'DUP '.
              88 NEW-REASON-NO-CORR    value 'NOC '.
              88 NEW-REASON-BAD-ACTION value 'ACT '.
              88 NEW-REASON-NO-KEYER   value 'KEY '.

           77 WS-NEW-REASON-TEXT pic x(40) value spaces.

                          to WS-CT-GRADE (WS-CORR-ENTRIES)
                       move CORR-SALARY
                          to WS-CT-SALARY (WS-CORR-ENTRIES)
                       move CORR-KEYED-BY
                          to WS-CT-KEYED-BY (WS-CORR-ENTRIES)
                    else
                       display 'WARNING: CORRECTIONS TABLE FULL - '
                          CORRECTION-RECORD (1:10) ' NOT LOADED'
              exit paragraph
           end-if

      *    no keyer, no way for EMPLOYEE-EDIT to tell the approver
      *    from whoever wrote the correction
           if WS-CT-KEYED-BY (WS-CORR-IDX) = spaces
              set NEW-REASON-NO-KEYER to true
              move 'CORRECTION HAS NO KEYED-BY USER ID'
                 to WS-NEW-REASON-TEXT
              perform CARRY-REJECT-FORWARD-PROCEDURE
              exit paragraph
           end-if

           if WS-RAW-ID is not numeric
              set NEW-REASON-DUP-ID to true
              move 'EMPLOYEE-ID NOT NUMERIC AFTER REPAIR'
       STORE-RECYCLE-TXN-PROCEDURE.
           add 1 to WS-REPAIRED-COUNT
           move WS-OUT-ACTION to WS-SEEN-ACTION (WS-SEEN-IDX)
           move WS-RAW-REC    to WS-SEEN-IMAGE (WS-SEEN-IDX)
           move WS-CT-KEYED-BY (WS-CORR-IDX)
              to WS-SEEN-KEYED-BY (WS-SEEN-IDX).

       WRITE-RECYCLE-OUTPUT-PROCEDURE.
           if WS-SEEN-YES (WS-SEEN-IDX)
              move WS-SEEN-ACTION (WS-SEEN-IDX) to WS-TB-ACTION
              move WS-SEEN-IMAGE (WS-SEEN-IDX)  to WS-TB-REC
      *       the keyed-by columns - whoever wrote the correction,
      *       so EMPLOYEE-EDIT refuses them as their own approver
              move WS-SEEN-KEYED-BY (WS-SEEN-IDX) to WS-TB-REC (46:8)
              move space to WS-TB-REC (54:1)
              move WS-TXN-BUILD to RECYCLE-TXN-RECORD
              write RECYCLE-TXN-RECORD
           end-if.
