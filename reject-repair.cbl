             10 WS-DM-OPEN-SW pic x(1) value 'N'.
                88 WS-DM-OPEN value 'Y'.

      *      the operator keying the repairs - named on the header put
      *      in front of the session's records, so the batch checks
      *      each operation code against the person who keyed it
           77 WS-REPAIR-OPERATOR pic x(10) value spaces.
           01 filler.
             10 WS-SESSION-HDR-SW pic x(1) value 'N'.
                88 WS-SESSION-HDR-WRITTEN value 'Y'.

           01 filler.
             10 filler pic x(1) value 'Y'.
                88 WS-REC-VALID value 'Y'.
           77 WS-REJ-IDX   pic 9(3) comp sync value 0.
           01 WS-REJECT-TABLE.
               05 WS-REJ-ENTRY occurs 200 times.
                   10 WS-REJ-IMAGE pic x(150).
                   10 WS-REJ-CODE  pic x(4).
                   10 WS-REJ-TEXT  pic x(34).
                   10 WS-REJ-FLAG  pic x(1).
           77 WS-INPUT-ACCT    pic x(8).
           77 WS-INPUT-MGR     pic 9(6).
           77 WS-INPUT-EFF     pic 9(8).
           77 WS-INPUT-CONTRACT pic x(1).
           77 WS-INPUT-HOURS   pic 9(2)v99.
           77 WS-INPUT-CONT-END pic 9(8).
           77 WS-INPUT-GENDER  pic x(1).

      *      tax-code shape scan, same edit the batch applies - the
      *      code is one of the fixed bureau codes or one to four

           77 WS-MIN-WORKING-AGE pic 9(2) value 16.
           77 WS-MAX-WORKING-AGE pic 9(2) value 70.
           77 WS-MAX-WEEKLY-HOURS pic 9(2)v99 value 48,00.
           77 WS-DISPLAY-HOURS pic Z9,99 .

           01 WS-REJECT-REASON.
               05 WS-REJECT-REASON-CODE pic x(4) value spaces.
               STOP RUN
           end-if

           display 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-REPAIR-OPERATOR
           if WS-REPAIR-OPERATOR = spaces then
               display 'REJECTED: OPERATOR INITIALS ARE REQUIRED'
               STOP RUN
           end-if

           OPEN INPUT GRADE-SCALE
           if WS-GS-FILE-STATUS not = '00' then
               display 'WARNING: GRADE-SCALE file unavailable - '
                   ADD 1 TO WS-REJ-COUNT
                   MOVE REJ-ORIGINAL-IMAGE TO
                       WS-REJ-IMAGE(WS-REJ-COUNT)
                   MOVE REJ-IMAGE-TAIL TO
                       WS-REJ-IMAGE(WS-REJ-COUNT)(129:22)
                   MOVE REJ-REASON-CODE TO WS-REJ-CODE(WS-REJ-COUNT)
                   MOVE REJ-REASON-TEXT TO WS-REJ-TEXT(WS-REJ-COUNT)
                   MOVE REJ-RESOLVED-FLAG TO WS-REJ-FLAG(WS-REJ-COUNT)
           display '  SORT CODE : ' UPD-SORT-CODE
           display '  ACCOUNT   : ' UPD-ACCOUNT-NO
           display '  MANAGER   : ' UPD-MANAGER-ID
           display '  EFFECTIVE : ' UPD-EFFECTIVE-DATE
           display '  CONTRACT  : ' UPD-CONTRACT-TYPE
           if UPD-WEEKLY-HOURS numeric then
               MOVE UPD-WEEKLY-HOURS TO WS-DISPLAY-HOURS
               display '  HOURS     : ' WS-DISPLAY-HOURS
           else
               display '  HOURS     : ' UPD-WEEKLY-HOURS-X
           end-if
           display '  CONT END  : ' UPD-CONTRACT-END-X
           display '  GENDER    : ' UPD-GENDER.

       CAPTURE-CORRECTED-FIELDS.
           display 'Re-key the record (all fields):'
           ACCEPT WS-INPUT-MGR
           display 'Effective date CCYYMMDD (0 for next batch): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-EFF
           display 'Contract P/F/C (blank = permanent, or unchanged '
               'on an update): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-CONTRACT
           display 'Weekly hours (0 = standard full-time week): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-HOURS
           display 'Fixed-term end date CCYYMMDD '
               '(0 if not fixed-term): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-CONT-END
           display 'Gender M/F/X (blank if not known, or unchanged '
               'on an update): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-GENDER.

      *    same rules VALIDATE-INSERT-REC applies in the batch, so a
      *    record that passes here will not simply bounce again
               exit paragraph
           end-if

           PERFORM VALIDATE-CONTRACT-FIELDS
           if WS-REC-INVALID then
               exit paragraph
           end-if

      *    the department check sits before the grade-scale guard
      *    below so it still runs when only the grade file is missing
           if WS-DM-OPEN then

      *    same statutory edits the batch applies - blanks pass
      *    (details still to be captured), anything keyed must be the
      *    right shape, or the NINO/TAXC/BANK/GNDR reject comes back
       VALIDATE-STATUTORY-FIELDS.
           if WS-INPUT-NI not = spaces then
               if WS-INPUT-NI(1:2) not alphabetic or
                       WS-REJECT-REASON-TEXT
                   exit paragraph
               end-if
           end-if

           if WS-INPUT-GENDER = 'm' then
               MOVE 'M' TO WS-INPUT-GENDER
           end-if
           if WS-INPUT-GENDER = 'f' then
               MOVE 'F' TO WS-INPUT-GENDER
           end-if
           if WS-INPUT-GENDER = 'x' then
               MOVE 'X' TO WS-INPUT-GENDER
           end-if
           if WS-INPUT-GENDER not = space and
              WS-INPUT-GENDER not = 'M' and
              WS-INPUT-GENDER not = 'F' and
              WS-INPUT-GENDER not = 'X' then
               SET WS-REC-INVALID TO TRUE
               MOVE 'GNDR' TO WS-REJECT-REASON-CODE
               MOVE 'GENDER NOT M, F OR X' TO
                   WS-REJECT-REASON-TEXT
           end-if.

      *    same contract edits the batch applies - a fixed-term
      *    contract needs a real end date after the hire date, and
      *    nobody else may carry one
       VALIDATE-CONTRACT-FIELDS.
           if WS-INPUT-CONTRACT = 'p' then
               MOVE 'P' TO WS-INPUT-CONTRACT
           end-if
           if WS-INPUT-CONTRACT = 'f' then
               MOVE 'F' TO WS-INPUT-CONTRACT
           end-if
           if WS-INPUT-CONTRACT = 'c' then
               MOVE 'C' TO WS-INPUT-CONTRACT
           end-if
           if WS-INPUT-CONTRACT not = space and
              WS-INPUT-CONTRACT not = 'P' and
              WS-INPUT-CONTRACT not = 'F' and
              WS-INPUT-CONTRACT not = 'C' then
               SET WS-REC-INVALID TO TRUE
               MOVE 'CTYP' TO WS-REJECT-REASON-CODE
               MOVE 'CONTRACT TYPE NOT P, F OR C' TO
                   WS-REJECT-REASON-TEXT
               exit paragraph
           end-if

           if WS-INPUT-HOURS > WS-MAX-WEEKLY-HOURS then
               SET WS-REC-INVALID TO TRUE
               MOVE 'HRSR' TO WS-REJECT-REASON-CODE
               MOVE 'WEEKLY HOURS OUT OF RANGE' TO
                   WS-REJECT-REASON-TEXT
               exit paragraph
           end-if

           if WS-INPUT-CONTRACT = 'F' then
               if FUNCTION TEST-DATE-YYYYMMDD(WS-INPUT-CONT-END)
                  not = 0 then
                   SET WS-REC-INVALID TO TRUE
                   MOVE 'CEND' TO WS-REJECT-REASON-CODE
                   MOVE 'FIXED-TERM END DATE NOT VALID' TO
                       WS-REJECT-REASON-TEXT
                   exit paragraph
               end-if
               if WS-INPUT-CONT-END not > WS-INPUT-HIRE-DT then
                   SET WS-REC-INVALID TO TRUE
                   MOVE 'CEND' TO WS-REJECT-REASON-CODE
                   MOVE 'CONTRACT END NOT AFTER HIRE DATE' TO
                       WS-REJECT-REASON-TEXT
               end-if
               exit paragraph
           end-if

           if WS-INPUT-CONT-END not = 0 then
               SET WS-REC-INVALID TO TRUE
               MOVE 'CEND' TO WS-REJECT-REASON-CODE
               MOVE 'END DATE ONLY FOR FIXED-TERM' TO
                   WS-REJECT-REASON-TEXT
           end-if.

       VALIDATE-TAX-CODE-SHAPE.
               WS-REJECT-REASON-TEXT.

       WRITE-RESUBMIT-RECORD.
           if not WS-SESSION-HDR-WRITTEN then
               PERFORM WRITE-SESSION-HEADER
           end-if
           MOVE SPACES TO UPDATES-RECORD
           MOVE WS-INPUT-OP      TO UPD-OPERATION
           MOVE WS-INPUT-ID      TO UPD-EMPLOYEE-ID
           if WS-INPUT-EFF > 0 then
               MOVE WS-INPUT-EFF TO UPD-EFFECTIVE-DATE
           end-if
      *    contract columns left blank where nothing was keyed, so the
      *    batch applies its own defaults (standard week, no end date)
      *    and an update keeps the contract already on file
           MOVE WS-INPUT-CONTRACT TO UPD-CONTRACT-TYPE
           if WS-INPUT-HOURS > 0 then
               MOVE WS-INPUT-HOURS TO UPD-WEEKLY-HOURS
           end-if
           if WS-INPUT-CONTRACT = 'C' and WS-INPUT-HOURS = 0 then
               MOVE 0 TO UPD-WEEKLY-HOURS
           end-if
           if WS-INPUT-CONT-END > 0 then
               MOVE WS-INPUT-CONT-END TO UPD-CONTRACT-END
           end-if
           MOVE WS-INPUT-GENDER TO UPD-GENDER
           WRITE UPDATES-RECORD.

      *    each session's records go in as a group of their own, under
      *    a header naming the keying operator and dated for tonight's
      *    run.  repairs are never numbered - the batch lets an
      *    unnumbered header through with a warning - and carry no
      *    control totals, the group balancing on what it applies
       WRITE-SESSION-HEADER.
           MOVE SPACES TO UPDATES-RECORD
           MOVE 'EMPLOYEE-ID' TO HDR-CHK
           MOVE WS-TODAY-8 TO HDR-RUN-DATE
           MOVE WS-REPAIR-OPERATOR TO HDR-KEYED-BY
           WRITE UPDATES-RECORD
           set WS-SESSION-HDR-WRITTEN to true.

      *    the whole file is rewritten so the records repaired this
      *    session carry their resolved flag and are not offered (or
      *    resubmitted) twice

       REWRITE-REJECTS-PASS.
           MOVE WS-REJ-IMAGE(WS-REJ-IDX) TO REJ-ORIGINAL-IMAGE
           MOVE WS-REJ-IMAGE(WS-REJ-IDX)(129:22) TO REJ-IMAGE-TAIL
           MOVE WS-REJ-CODE(WS-REJ-IDX)  TO REJ-REASON-CODE
           MOVE WS-REJ-TEXT(WS-REJ-IDX)  TO REJ-REASON-TEXT
           MOVE WS-REJ-FLAG(WS-REJ-IDX)  TO REJ-RESOLVED-FLAG
