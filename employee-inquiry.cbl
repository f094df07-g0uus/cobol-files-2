           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-RLK-FILE-STATUS.
       SELECT OPERATOR-AUTHORITY
           ASSIGN TO './Operator-Authority.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS OPA-OPERATOR
           file status is WS-OPA-FILE-STATUS.
       SELECT SECURITY-LOG
           ASSIGN TO './Security-Log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-SEC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       copy audit-rec.
       copy number-ctl-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.

       WORKING-STORAGE SECTION.

           77 WS-INPUT-SORT    pic x(6).
           77 WS-INPUT-ACCT    pic x(8).
           77 WS-INPUT-MGR     pic 9(6).
           77 WS-INPUT-CONTRACT pic x(1).
           77 WS-INPUT-HOURS   pic 9(2)v99.
           77 WS-INPUT-CONT-END pic 9(8).
           77 WS-INPUT-GENDER  pic x(1).
      *      set when an update keys any of the three contract fields -
      *      left clear, the contract on file is kept as it stands
           01 filler.
             10 WS-CONTRACT-KEYED-SW pic x(1) value 'N'.
                88 WS-CONTRACT-KEYED value 'Y'.

      *      reporting-line checks - the employee buffer is held here
      *      while the manager chain is walked with keyed reads, then
      *      put back exactly as it was
           77 WS-EMP-HOLD pic x(138) value spaces.
           77 WS-CYCLE-EMP-ID pic 9(6) value 0.
           77 WS-CHAIN-ID     pic 9(6) value 0.
           77 WS-CHAIN-DEPTH  pic 9(2) value 0.
           77 WS-MIN-WORKING-AGE pic 9(2) value 16.
           77 WS-MAX-WORKING-AGE pic 9(2) value 70.

      *      contract hours - the FTE is the contracted hours over the
      *      standard full-time week
           77 WS-FULL-TIME-HOURS  pic 9(2)v99 value 37,50.
           77 WS-MAX-WEEKLY-HOURS pic 9(2)v99 value 48,00.
           77 WS-NEW-FTE          pic 9v9999 value 0.
           77 WS-DISPLAY-HOURS    pic Z9,99 .
           77 WS-DISPLAY-FTE      pic 9,9999 .

           01 filler.
             10 filler pic x(1) value 'Y'.
                88 WS-REC-VALID value 'Y'.
                88 WS-REC-INVALID value 'N'.

           01 WS-REJECT-REASON-TEXT pic x(34) value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.
           77 WS-GS-FILE-STATUS pic xx value spaces.

      *      spine placement - the highest point on the grade's spine
      *      the salary has reached, with the next increment a year on
      *      from the date placement runs from
           77 WS-SPINE-IDX       pic 9(2) comp sync value 0.
           77 WS-SPINE-FOUND     pic 9(2) value 0.
           77 WS-SPINE-FROM-DATE pic 9(8) value 0.
           01 WS-INCR-SPLIT.
               05 WS-INCR-YEAR pic 9(4).
               05 WS-INCR-MMDD pic 9(4).
           01 WS-INCR-DATE redefines WS-INCR-SPLIT pic 9(8).
           77 WS-DM-FILE-STATUS pic xx value spaces.
           77 WS-AUD-FILE-STATUS pic xx value spaces.
           77 WS-NCT-FILE-STATUS pic xx value spaces.
      *      uses before WRITE-AUDIT-RECORD
           01 filler.
               05 WS-AUDIT-OPERATION pic x(1) value space.
               05 WS-AUDIT-BEFORE    pic x(138) value spaces.
               05 WS-AUDIT-AFTER     pic x(138) value spaces.

      *      operator authority - what each operator may run is held
      *      on Operator-Authority.dat, and every refusal is written
      *      to Security-Log.dat for the weekly violations report
           77 WS-OPA-FILE-STATUS  pic xx value spaces.
           77 WS-SEC-FILE-STATUS  pic xx value spaces.
           77 WS-AUTH-OPERATOR    pic x(10) value spaces.
           77 WS-AUTH-REQUEST     pic x(18) value spaces.
           77 WS-AUTH-EMPLOYEE-ID pic 9(6) value 0.
           77 WS-AUTH-IDX         pic 9(2) comp sync value 0.
           01 WS-AUTH-REASON.
               05 WS-AUTH-REASON-CODE pic x(4) value spaces.
               05 WS-AUTH-REASON-TEXT pic x(34) value spaces.
           01 filler.
               10 WS-AUTH-OK-SW pic x(1) value 'N'.
                  88 WS-AUTH-OK value 'Y'.

           01 WS-TEMP-DT.
               05 WS-TEMP-DATE-TIME.

           DISPLAY 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-LOCK-OPERATOR

           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'EMPLOYEE-INQUIRY' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN EMPLOYEE-INQUIRY'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if
           PERFORM ACQUIRE-RUN-LOCK

           OPEN i-o EMPLOYEE
           DISPLAY 'SORT CODE       : ' EMPLOYEE-SORT-CODE
           DISPLAY 'ACCOUNT NUMBER  : ' EMPLOYEE-ACCOUNT-NO
           DISPLAY 'MANAGER ID      : ' EMPLOYEE-MANAGER-ID
           DISPLAY 'GENDER          : ' EMPLOYEE-GENDER
           if EMPLOYEE-LEAVER then
               DISPLAY 'EMPLOYEE STATUS : LEAVER - LEFT '
                   EMPLOYEE-TERM-DATE
           if EMPLOYEE-SAL-AUTHORISED then
               DISPLAY 'SALARY AUTH     : RED-CIRCLED - APPROVED '
                   'OUTSIDE BAND'
           end-if
           PERFORM DISPLAY-CONTRACT-FIELDS.

      *    a record filed before the contract fields existed carries
      *    spaces in them - it is shown as the permanent full-time
      *    contract every program takes it to be
       DISPLAY-CONTRACT-FIELDS.
           if EMPLOYEE-FIXED-TERM then
               DISPLAY 'CONTRACT        : FIXED-TERM - ENDS '
                   EMPLOYEE-CONTRACT-END
           else if EMPLOYEE-CASUAL then
               DISPLAY 'CONTRACT        : CASUAL'
           else
               DISPLAY 'CONTRACT        : PERMANENT'
           end-if.
           if EMPLOYEE-WEEKLY-HOURS numeric and
              EMPLOYEE-FTE numeric then
               MOVE EMPLOYEE-WEEKLY-HOURS TO WS-DISPLAY-HOURS
               MOVE EMPLOYEE-FTE TO WS-DISPLAY-FTE
           else
               MOVE WS-FULL-TIME-HOURS TO WS-DISPLAY-HOURS
               MOVE 1 TO WS-DISPLAY-FTE
           end-if
           DISPLAY 'WEEKLY HOURS    : ' WS-DISPLAY-HOURS
               '   FTE ' WS-DISPLAY-FTE
           if EMPLOYEE-SPINE-POINT numeric and
              EMPLOYEE-SPINE-POINT > 0 then
               DISPLAY 'SPINE POINT     : ' EMPLOYEE-SPINE-POINT
                   '   NEXT INCREMENT ' EMPLOYEE-INCREMENT-DATE
           end-if.

       VIEW-PROCEDURE.
                   end-if
           END-READ.

      *    put the employee on the highest point of their grade's
      *    spine that the salary has reached - off the spine (point
      *    zero) when the grade has none or the salary is below its
      *    first point.  someone already placed keeps their increment
      *    date; someone new to the spine is next due a year on from
      *    WS-SPINE-FROM-DATE
       PLACE-ON-SPINE.
           if not WS-GS-OPEN then
               exit paragraph
           end-if
           MOVE 0 TO WS-SPINE-FOUND
           MOVE EMPLOYEE-GRADE TO GS-GRADE-CODE
           READ GRADE-SCALE
               INVALID KEY
                   MOVE 0 TO GS-SPINE-COUNT
           END-READ
           if GS-SPINE-COUNT not numeric or GS-SPINE-COUNT > 15 then
               MOVE 0 TO GS-SPINE-COUNT
           end-if
           PERFORM FIND-SPINE-POINT
               VARYING WS-SPINE-IDX FROM 1 BY 1
               UNTIL WS-SPINE-IDX > GS-SPINE-COUNT
           if WS-SPINE-FOUND = 0 then
               MOVE 0 TO EMPLOYEE-SPINE-POINT
               MOVE 0 TO EMPLOYEE-INCREMENT-DATE
               exit paragraph
           end-if
           if EMPLOYEE-SPINE-POINT not numeric or
              EMPLOYEE-SPINE-POINT = 0 or
              EMPLOYEE-INCREMENT-DATE not numeric or
              EMPLOYEE-INCREMENT-DATE = 0 then
               MOVE WS-SPINE-FROM-DATE TO WS-INCR-DATE
               PERFORM ROLL-INCREMENT-DATE
               MOVE WS-INCR-DATE TO EMPLOYEE-INCREMENT-DATE
           end-if
           MOVE WS-SPINE-FOUND TO EMPLOYEE-SPINE-POINT.

       FIND-SPINE-POINT.
           if GS-SPINE-VALUE(WS-SPINE-IDX) <= EMPLOYEE-SALARY then
               MOVE WS-SPINE-IDX TO WS-SPINE-FOUND
           end-if.

      *    a year on - 29 February falls back to the 28th
       ROLL-INCREMENT-DATE.
           ADD 1 TO WS-INCR-YEAR
           if WS-INCR-MMDD = 0229 then
               MOVE 0228 TO WS-INCR-MMDD
           end-if.

       VALIDATE-MAINT-REC.
           SET WS-REC-VALID TO TRUE

               end-if
           end-if.

      *    a new employee's contract - blanks file them permanent on
      *    the standard full-time week
       CAPTURE-CONTRACT-FIELDS.
           DISPLAY 'Contract P/F/C (blank = permanent): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-CONTRACT
           DISPLAY 'Weekly hours (0 = standard full-time week): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-HOURS
           DISPLAY 'Fixed-term end date CCYYMMDD '
               '(0 if not fixed-term): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-CONT-END.

      *    an amendment follows the batch 'U' rule - all three left
      *    blank keeps the contract on file; anything keyed re-keys
      *    the contract whole, blanks taking the new-employee defaults
       CAPTURE-CONTRACT-CHANGES.
           DISPLAY 'Contract details - leave all three blank to keep '
               'them as they are'
           DISPLAY 'Contract P/F/C (blank = unchanged): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-CONTRACT
           DISPLAY 'Weekly hours (blank = unchanged): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-HOURS
           DISPLAY 'Fixed-term end date CCYYMMDD '
               '(blank = unchanged): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-CONT-END
           MOVE 'N' TO WS-CONTRACT-KEYED-SW
           if WS-INPUT-CONTRACT not = space or
              WS-INPUT-HOURS not = 0 or
              WS-INPUT-CONT-END not = 0 then
               set WS-CONTRACT-KEYED to true
           end-if.

      *    same contract edits the batch applies to a keyed contract -
      *    a blank type is permanent, hours default to the standard
      *    week (none for a casual) and the FTE is worked out from
      *    them; only a fixed-term contract may carry an end date,
      *    and it must fall after the hire date
       VALIDATE-CONTRACT-FIELDS.
           if WS-INPUT-CONTRACT = space or WS-INPUT-CONTRACT = 'p' then
               MOVE 'P' TO WS-INPUT-CONTRACT
           end-if
           if WS-INPUT-CONTRACT = 'f' then
               MOVE 'F' TO WS-INPUT-CONTRACT
           end-if
           if WS-INPUT-CONTRACT = 'c' then
               MOVE 'C' TO WS-INPUT-CONTRACT
           end-if
           if WS-INPUT-CONTRACT not = 'P' and
              WS-INPUT-CONTRACT not = 'F' and
              WS-INPUT-CONTRACT not = 'C' then
               SET WS-REC-INVALID TO TRUE
               MOVE 'CONTRACT TYPE NOT P, F OR C' TO
                   WS-REJECT-REASON-TEXT
               exit paragraph
           end-if

           if WS-INPUT-HOURS = 0 and WS-INPUT-CONTRACT not = 'C' then
               MOVE WS-FULL-TIME-HOURS TO WS-INPUT-HOURS
           end-if
           if WS-INPUT-HOURS > WS-MAX-WEEKLY-HOURS then
               SET WS-REC-INVALID TO TRUE
               MOVE 'WEEKLY HOURS OUT OF RANGE' TO
                   WS-REJECT-REASON-TEXT
               exit paragraph
           end-if
           COMPUTE WS-NEW-FTE ROUNDED =
               WS-INPUT-HOURS / WS-FULL-TIME-HOURS

           if WS-INPUT-CONTRACT = 'F' then
               if FUNCTION TEST-DATE-YYYYMMDD(WS-INPUT-CONT-END)
                  not = 0 then
                   SET WS-REC-INVALID TO TRUE
                   MOVE 'FIXED-TERM END DATE NOT VALID' TO
                       WS-REJECT-REASON-TEXT
                   exit paragraph
               end-if
               if WS-INPUT-CONT-END not > WS-INPUT-HIRE-DT then
                   SET WS-REC-INVALID TO TRUE
                   MOVE 'CONTRACT END NOT AFTER HIRE DATE' TO
                       WS-REJECT-REASON-TEXT
               end-if
               exit paragraph
           end-if

           if WS-INPUT-CONT-END not = 0 then
               SET WS-REC-INVALID TO TRUE
               MOVE 'END DATE ONLY FOR FIXED-TERM' TO
                   WS-REJECT-REASON-TEXT
           end-if.

       SET-CONTRACT-FIELDS.
           MOVE WS-INPUT-CONTRACT TO EMPLOYEE-CONTRACT-TYPE
           MOVE WS-INPUT-HOURS    TO EMPLOYEE-WEEKLY-HOURS
           MOVE WS-NEW-FTE        TO EMPLOYEE-FTE
           MOVE WS-INPUT-CONT-END TO EMPLOYEE-CONTRACT-END.

      *    same statutory edits the batch applies - blanks pass
      *    (details still to be captured), anything keyed must be the
      *    right shape
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
               MOVE 'GENDER NOT M, F OR X' TO
                   WS-REJECT-REASON-TEXT
           end-if.

       VALIDATE-TAX-CODE-SHAPE.
           DISPLAY 'Manager employee ID (000000 for none): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-MGR
           PERFORM CAPTURE-CONTRACT-FIELDS
           DISPLAY 'Gender M/F/X (blank if not known): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-GENDER

           PERFORM VALIDATE-MAINT-REC
           if WS-REC-VALID then
               PERFORM VALIDATE-STATUTORY-FIELDS
           end-if
           if WS-REC-VALID then
               PERFORM VALIDATE-CONTRACT-FIELDS
           end-if
           if WS-REC-VALID then
               PERFORM VALIDATE-MANAGER-FIELD
           end-if
           MOVE 'N' TO EMPLOYEE-PENSION-FLAG
           SET EMPLOYEE-ACTIVE TO TRUE
           MOVE 0 TO EMPLOYEE-TERM-DATE
           PERFORM SET-CONTRACT-FIELDS
           MOVE WS-INPUT-GENDER TO EMPLOYEE-GENDER
           MOVE 0 TO EMPLOYEE-SPINE-POINT
           MOVE 0 TO EMPLOYEE-INCREMENT-DATE
           MOVE EMPLOYEE-HIRE-DATE TO WS-SPINE-FROM-DATE
           PERFORM PLACE-ON-SPINE

           WRITE EMPLOYEE-RECORD
               INVALID KEY
           DISPLAY 'Manager employee ID (000000 for none): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-MGR
           PERFORM CAPTURE-CONTRACT-CHANGES
           DISPLAY 'Gender M/F/X (blank = unchanged): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-GENDER

           PERFORM VALIDATE-MAINT-REC
           if WS-REC-VALID then
               PERFORM VALIDATE-STATUTORY-FIELDS
           end-if
           if WS-REC-VALID and WS-CONTRACT-KEYED then
               PERFORM VALIDATE-CONTRACT-FIELDS
           end-if
           if WS-REC-VALID then
               PERFORM VALIDATE-MANAGER-FIELD
           end-if
           MOVE WS-INPUT-SORT TO EMPLOYEE-SORT-CODE
           MOVE WS-INPUT-ACCT TO EMPLOYEE-ACCOUNT-NO
           MOVE WS-INPUT-MGR  TO EMPLOYEE-MANAGER-ID
           if WS-CONTRACT-KEYED then
               PERFORM SET-CONTRACT-FIELDS
           end-if
           if WS-INPUT-GENDER not = space then
               MOVE WS-INPUT-GENDER TO EMPLOYEE-GENDER
           end-if
           MOVE WS-TEMP-DATE TO WS-SPINE-FROM-DATE
           PERFORM PLACE-ON-SPINE

           REWRITE EMPLOYEE-RECORD
               INVALID KEY
       WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-OPERATION     TO AUD-OPERATION
           MOVE EMPLOYEE-ID            TO AUD-EMPLOYEE-ID
           MOVE WS-AUDIT-BEFORE(1:109)   TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-BEFORE(110:18)  TO AUD-BEFORE-CONTRACT
           MOVE WS-AUDIT-BEFORE(128:10)  TO AUD-BEFORE-SPINE
           MOVE WS-AUDIT-BEFORE(138:1)   TO AUD-BEFORE-GENDER
           MOVE WS-AUDIT-AFTER(1:109)    TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-AFTER(110:18)   TO AUD-AFTER-CONTRACT
           MOVE WS-AUDIT-AFTER(128:10)   TO AUD-AFTER-SPINE
           MOVE WS-AUDIT-AFTER(138:1)    TO AUD-AFTER-GENDER
           MOVE WS-FORMATTED-DATE-TIME TO AUD-RUN-TIMESTAMP
           MOVE SPACES                 TO AUD-NOTE
           WRITE AUDIT-RECORD.

      *    may WS-AUTH-OPERATOR run the program or guarded function
      *    named in WS-AUTH-REQUEST - a site that has not built
      *    Operator-Authority.dat yet is let through with a warning,
      *    the way unnumbered batch headers were on the day sequence
      *    checking went live; once the file exists it is enforced
       CHECK-PROGRAM-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK-SW
           MOVE SPACES TO WS-AUTH-REASON
           MOVE 0 TO WS-AUTH-EMPLOYEE-ID
           OPEN INPUT OPERATOR-AUTHORITY
           if WS-OPA-FILE-STATUS = '35' then
               display 'WARNING: NO OPERATOR-AUTHORITY FILE - '
                   'ACCESS NOT CHECKED'
               set WS-AUTH-OK to true
               exit paragraph
           end-if
           if WS-OPA-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open OPERATOR-AUTHORITY. '
                   'Status=' WS-OPA-FILE-STATUS
               STOP RUN
           end-if
           MOVE WS-AUTH-OPERATOR TO OPA-OPERATOR
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   MOVE 'NOOP' TO WS-AUTH-REASON-CODE
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO
                       WS-AUTH-REASON-TEXT
               NOT INVALID KEY
                   PERFORM MATCH-PERMITTED-PROGRAM
           END-READ
           CLOSE OPERATOR-AUTHORITY
           if not WS-AUTH-OK then
               PERFORM WRITE-SECURITY-LOG
           end-if.

       MATCH-PERMITTED-PROGRAM.
           if not OPA-ACTIVE then
               MOVE 'SUSP' TO WS-AUTH-REASON-CODE
               MOVE 'OPERATOR IS SUSPENDED' TO WS-AUTH-REASON-TEXT
               exit paragraph
           end-if
           PERFORM MATCH-ONE-PROGRAM
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > 12 or WS-AUTH-OK
           if not WS-AUTH-OK then
               MOVE 'NPGM' TO WS-AUTH-REASON-CODE
               MOVE 'PROGRAM NOT PERMITTED' TO WS-AUTH-REASON-TEXT
           end-if.

       MATCH-ONE-PROGRAM.
           if OPA-PROGRAM(WS-AUTH-IDX) = WS-AUTH-REQUEST or
              OPA-PROGRAM(WS-AUTH-IDX) = '*ALL' then
               set WS-AUTH-OK to true
           end-if.

      *    appended one record at a time, so a refusal is on disk
      *    even if the program is abandoned straight after it
       WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG
           if WS-SEC-FILE-STATUS = '35' then
               OPEN OUTPUT SECURITY-LOG
           end-if
           if WS-SEC-FILE-STATUS not = '00' then
               display 'WARNING: Unable to open SECURITY-LOG. Status='
                   WS-SEC-FILE-STATUS
               exit paragraph
           end-if
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-FORMATTED-DATE-TIME TO SEC-STAMP
           MOVE WS-AUTH-OPERATOR    TO SEC-OPERATOR
           MOVE 'EMPLOYEE-INQUIRY' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
