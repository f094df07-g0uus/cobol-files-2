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
       copy grade-rec.
       copy employee-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           77 WS-INPUT-MIN     pic 9(5).
           77 WS-INPUT-MAX     pic 9(5).

      *      a grade's spine as keyed - checked whole before any of it
      *      goes on file
           77 WS-INPUT-SPINE-COUNT pic 9(2).
           01 WS-INPUT-SPINE-TABLE.
               05 WS-INPUT-SPINE-VALUE pic 9(5) occurs 15 times.
           77 WS-SPINE-IDX     pic 9(2) comp sync value 0.
           77 WS-SPINE-OUTSIDE pic 9(2) comp sync value 0.
           01 filler.
             10 WS-SPINE-OK-SW pic x(1) value 'Y'.
                88 WS-SPINE-OK  value 'Y'.
                88 WS-SPINE-BAD value 'N'.

      *      annual pay award - percentage entered as 99V99, e.g.
      *      03,50 for three and a half percent
           77 WS-AWARD-PCT     pic 9(2)V99 value 0.
           77 WS-RLK-FILE-STATUS pic xx value spaces.
           77 WS-LOCK-OPERATOR pic x(10) value spaces.

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
                   10 WS-TEMP-DATE.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC

      *    the operator is named once, up front - the same initials
      *    answer for the grade changes and go on the run lock if a
      *    pay award is made
           DISPLAY 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-LOCK-OPERATOR
           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'GRADE-MAINT' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN GRADE-MAINT'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if

           OPEN i-o GRADE-SCALE
           if WS-GS-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open GRADE-SCALE file. Status='
           DISPLAY '  (A)DD     - add a new grade band'
           DISPLAY '  (C)HANGE  - amend a grade band'
           DISPLAY '  (D)ELETE  - retire a grade'
           DISPLAY '  (S)PINE   - set a grade''s spine points'
           DISPLAY '  (P)AY AWARD - uplift every band by a percentage'
           DISPLAY '  (Q)UIT    - end this program'
           DISPLAY 'Enter choice: ' WITH NO ADVANCING
               PERFORM CHANGE-GRADE
           else if WS-CHOICE = 'D' or WS-CHOICE = 'd' then
               PERFORM DELETE-GRADE
           else if WS-CHOICE = 'S' or WS-CHOICE = 's' then
               PERFORM SET-GRADE-SPINE
           else if WS-CHOICE = 'P' or WS-CHOICE = 'p' then
               PERFORM PAY-AWARD
           else if WS-CHOICE = 'Q' or WS-CHOICE = 'q' then
           START GRADE-SCALE KEY IS NOT LESS THAN GS-GRADE-CODE
               INVALID KEY set WS-GS-EOF to true
           END-START
           DISPLAY 'GRADE  MIN SALARY  MAX SALARY  SPINE POINTS'
           PERFORM LIST-GRADES-PASS UNTIL WS-GS-EOF.

       LIST-GRADES-PASS.
               NOT AT END
                   DISPLAY '  ' GS-GRADE-CODE '       ' GS-MIN-SALARY
                       '       ' GS-MAX-SALARY
                       '       ' GS-SPINE-COUNT
                   PERFORM LIST-SPINE-POINT
                       VARYING WS-SPINE-IDX FROM 1 BY 1
                       UNTIL WS-SPINE-IDX > GS-SPINE-COUNT
           END-READ.

       LIST-SPINE-POINT.
           DISPLAY '         point ' WS-SPINE-IDX ': '
               GS-SPINE-VALUE(WS-SPINE-IDX).

       PROMPT-FOR-BAND.
           DISPLAY 'Minimum salary (whole pounds): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-MIN
               exit paragraph
           end-if

      *    a new grade starts with no spine - it is set afterwards
           MOVE ZEROS          TO GRADE-SCALE-RECORD
           MOVE WS-INPUT-GRADE TO GS-GRADE-CODE
           MOVE WS-INPUT-MIN   TO GS-MIN-SALARY
           MOVE WS-INPUT-MAX   TO GS-MAX-SALARY
                       WS-INPUT-GRADE
               NOT INVALID KEY
                   DISPLAY 'Amended grade ' WS-INPUT-GRADE
           END-REWRITE

      *    the band may move out from under the spine - the points
      *    are the grade's business to re-key, so say which way
           MOVE 0 TO WS-SPINE-OUTSIDE
           PERFORM COUNT-SPINE-OUTSIDE
               VARYING WS-SPINE-IDX FROM 1 BY 1
               UNTIL WS-SPINE-IDX > GS-SPINE-COUNT
           if WS-SPINE-OUTSIDE > 0 then
               DISPLAY 'WARNING: ' WS-SPINE-OUTSIDE
                   ' SPINE POINTS NOW OUTSIDE THE BAND - RESET THEM'
                   ' WITH (S)PINE'
           end-if.

       COUNT-SPINE-OUTSIDE.
           if GS-SPINE-VALUE(WS-SPINE-IDX) < GS-MIN-SALARY or
              GS-SPINE-VALUE(WS-SPINE-IDX) > GS-MAX-SALARY then
               ADD 1 TO WS-SPINE-OUTSIDE
           end-if.

      *    the spine replaces the one on file whole - the points are
      *    keyed bottom to top, each above the last and all inside
      *    the band; zero points takes the grade off spine pay.
      *    staff move onto the new values at their next increment
       SET-GRADE-SPINE.
           DISPLAY 'Grade code for the spine: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-GRADE
           MOVE WS-INPUT-GRADE TO GS-GRADE-CODE
           READ GRADE-SCALE
               INVALID KEY
                   DISPLAY 'REJECTED: GRADE ' WS-INPUT-GRADE
                       ' NOT ON FILE'
                   exit paragraph
           END-READ

           MOVE GS-MIN-SALARY TO WS-DISPLAY-BAND
           DISPLAY 'Band minimum   : ' WS-DISPLAY-BAND
           MOVE GS-MAX-SALARY TO WS-DISPLAY-BAND
           DISPLAY 'Band maximum   : ' WS-DISPLAY-BAND
           DISPLAY 'Current points : ' GS-SPINE-COUNT
           PERFORM LIST-SPINE-POINT
               VARYING WS-SPINE-IDX FROM 1 BY 1
               UNTIL WS-SPINE-IDX > GS-SPINE-COUNT

           DISPLAY 'Number of points (0-15): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-SPINE-COUNT
           if WS-INPUT-SPINE-COUNT > 15 then
               DISPLAY 'REJECTED: NO MORE THAN 15 SPINE POINTS'
               exit paragraph
           end-if
           MOVE ZEROS TO WS-INPUT-SPINE-TABLE
           set WS-SPINE-OK to true
           PERFORM PROMPT-FOR-SPINE-POINT
               VARYING WS-SPINE-IDX FROM 1 BY 1
               UNTIL WS-SPINE-IDX > WS-INPUT-SPINE-COUNT
                  or WS-SPINE-BAD
           if WS-SPINE-BAD then
               exit paragraph
           end-if

           DISPLAY 'Replace the spine for grade ' WS-INPUT-GRADE
               ' - are you sure? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               DISPLAY 'Spine change cancelled.'
               exit paragraph
           end-if

           MOVE WS-INPUT-SPINE-COUNT TO GS-SPINE-COUNT
           PERFORM MOVE-ONE-SPINE-POINT
               VARYING WS-SPINE-IDX FROM 1 BY 1
               UNTIL WS-SPINE-IDX > 15
           REWRITE GRADE-SCALE-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO REWRITE GRADE '
                       WS-INPUT-GRADE
               NOT INVALID KEY
                   DISPLAY 'Spine set for grade ' WS-INPUT-GRADE
                       ' - ' GS-SPINE-COUNT ' points'
           END-REWRITE.

       PROMPT-FOR-SPINE-POINT.
           DISPLAY 'Point ' WS-SPINE-IDX ' (whole pounds): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-SPINE-VALUE(WS-SPINE-IDX)
           if WS-INPUT-SPINE-VALUE(WS-SPINE-IDX) < GS-MIN-SALARY or
              WS-INPUT-SPINE-VALUE(WS-SPINE-IDX) > GS-MAX-SALARY then
               DISPLAY 'REJECTED: POINT ' WS-SPINE-IDX
                   ' IS OUTSIDE THE GRADE BAND'
               set WS-SPINE-BAD to true
               exit paragraph
           end-if
           if WS-SPINE-IDX > 1 then
               if WS-INPUT-SPINE-VALUE(WS-SPINE-IDX) <=
                  WS-INPUT-SPINE-VALUE(WS-SPINE-IDX - 1) then
                   DISPLAY 'REJECTED: POINT ' WS-SPINE-IDX
                       ' IS NOT ABOVE THE POINT BELOW IT'
                   set WS-SPINE-BAD to true
               end-if
           end-if.

       MOVE-ONE-SPINE-POINT.
           MOVE WS-INPUT-SPINE-VALUE(WS-SPINE-IDX)
               TO GS-SPINE-VALUE(WS-SPINE-IDX).

       DELETE-GRADE.
           DISPLAY 'Grade code to retire: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-GRADE
      *    employee master and hand HR a worklist of everyone whose
      *    salary now sits outside their grade's revised band
       PAY-AWARD.
      *    the award moves every band at once - it is a separate
      *    authority from day-to-day grade maintenance
           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'PAY-AWARD' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               DISPLAY 'REJECTED: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT MAKE A PAY AWARD - '
                   WS-AUTH-REASON-TEXT
               exit paragraph
           end-if

           DISPLAY 'Award percentage (99,99): ' WITH NO ADVANCING
           ACCEPT WS-AWARD-PCT
           if WS-AWARD-PCT = 0 then

      *    the award rewrites the bands every updater edits against,
      *    so it takes the system-wide run lock like any other updater
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
                       GS-GRADE-CODE ' - BAND LEFT UNCHANGED'
                   exit paragraph
           END-MULTIPLY
      *    the spine rises with the band - no point can overflow
      *    once the maximum it sits under has not
           PERFORM UPLIFT-ONE-SPINE-POINT
               VARYING WS-SPINE-IDX FROM 1 BY 1
               UNTIL WS-SPINE-IDX > GS-SPINE-COUNT
           REWRITE GRADE-SCALE-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: UNABLE TO REWRITE GRADE '
           END-REWRITE
           ADD 1 TO WS-GRADES-DONE.

       UPLIFT-ONE-SPINE-POINT.
           MULTIPLY GS-SPINE-VALUE(WS-SPINE-IDX) BY WS-UPLIFT-RATE
               GIVING GS-SPINE-VALUE(WS-SPINE-IDX) ROUNDED.

       REPORT-BAND-EXCEPTIONS.
           MOVE 0 TO WS-EXCEPT-COUNT
           OPEN output Report-File
           WRITE Report-Record FROM Exception-Detail
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXCEPT-COUNT.

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
           MOVE 'GRADE-MAINT' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
