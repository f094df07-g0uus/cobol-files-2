       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAB-MAINT.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.


       ENVIRONMENT DIVISION.
       configuration section.
       source-computer. GrahamLap-01 with debugging mode.
       object-computer. GrahamLap-01.
       special-names.
       decimal-point is comma.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ESTABLISHMENT
           ASSIGN TO './Establishment.dat'
           ORGANIZATION IS INDEXED
      *    dynamic access supports both the keyed add/amend/delete
      *    below and the sequential sweeps the listing and the year
      *    roll-forward make
           access mode is dynamic
           RECORD KEY IS EST-KEY
           file status is WS-EST-FILE-STATUS.
       SELECT DEPT-MASTER
           ASSIGN TO './Dept-Master.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS DM-DEPT-CODE
           file status is WS-DM-FILE-STATUS.
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
      *    Bring in the file definitions
       copy establishment-rec.
       copy dept-rec.
       copy operator-auth-rec.
       copy security-log-rec.

       WORKING-STORAGE SECTION.

           01 filler.
             10 WS-CONTINUE-SW pic x(1) value 'Y'.
                88 WS-CONTINUE value 'Y'.
                88 WS-QUIT     value 'N'.

           01 filler.
             10 WS-EST-EOF-SW pic x(1) value 'N'.
                88 WS-EST-EOF value 'Y'.

           77 WS-CHOICE        pic x(1).
           77 WS-CONFIRM       pic x(1).
           77 WS-LOCK-OPERATOR pic x(10) value spaces.
           77 WS-INPUT-DEPT    pic x(4).
           77 WS-INPUT-YEAR    pic 9(4).
           77 WS-INPUT-POSTS   pic 9(4).
      *      budget keyed in whole pounds
           77 WS-INPUT-BUDGET  pic 9(9).
           77 WS-INPUT-CONTROL pic x(1).

      *      financial year the listing and roll-forward default to -
      *      April to March, named for the year it starts in, the same
      *      rule EMPLOYEE-DATA applies
           77 WS-FY-START-MONTH pic 9(2) value 4.
           77 WS-THIS-FIN-YEAR  pic 9(4) value 0.
           77 WS-NEXT-FIN-YEAR  pic 9(4) value 0.

           77 WS-LISTED-COUNT  pic 9(4) comp sync value 0.
           77 WS-ROLLED-COUNT  pic 9(4) comp sync value 0.
           77 WS-SKIPPED-COUNT pic 9(4) comp sync value 0.
           77 WS-TOTAL-POSTS   pic 9(6) comp sync value 0.
           77 WS-TOTAL-BUDGET  pic 9(11)V99 comp sync value 0.

      *      the roll-forward reads through the year being copied -
      *      each record is written under the new year and the sweep
      *      picks up again from the key it was on
           01 WS-ROLL-KEY.
               05 WS-ROLL-DEPT pic x(4).
               05 WS-ROLL-YEAR pic 9(4).
           01 WS-ROLL-RECORD pic x(58).

           77 WS-EST-FILE-STATUS pic xx value spaces.
           77 WS-DM-FILE-STATUS  pic xx value spaces.

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
                      15 WS-TEMP-YEAR  PIC  9(4).
                      15 WS-TEMP-MONTH PIC  9(2).
                      15 WS-TEMP-DAY   PIC  9(2).
                   10 WS-TEMP-TIME.
                      15 WS-TEMP-HOUR  PIC  9(2).
                      15 WS-TEMP-MIN   PIC  9(2).
                      15 WS-TEMP-SEC   PIC  9(2).
                      15 WS-TEMP-MS    PIC  9(2).
                   10 WS-DIFF-GMT      PIC S9(4).

           01 WS-FORMATTED-DT.
               05 WS-FORMATTED-DATE-TIME.
                   15 WS-FORMATTED-YEAR  PIC  9(4).
                   15 FILLER             PIC X VALUE '-'.
                   15 WS-FORMATTED-MONTH PIC  9(2).
                   15 FILLER             PIC X VALUE '-'.
                   15 WS-FORMATTED-DAY   PIC  9(2).
                   15 FILLER             PIC X VALUE ' '.
                   15 WS-FORMATTED-HOUR  PIC  9(2).
                   15 FILLER             PIC X VALUE ':'.
                   15 WS-FORMATTED-MIN   PIC  9(2).
                   15 FILLER             PIC X VALUE ':'.
                   15 WS-FORMATTED-SEC   PIC  9(2).

      *      edited pictures for the console displays - the comma is
      *      the decimal point here since DECIMAL-POINT IS COMMA
           77 WS-DISPLAY-POSTS  pic Z(3)9 .
           77 WS-DISPLAY-BUDGET pic Z(8)9,99 .
           77 WS-DISPLAY-TOTAL  pic Z(10)9,99 .

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
           MOVE WS-TEMP-YEAR  TO WS-THIS-FIN-YEAR
           if WS-TEMP-MONTH < WS-FY-START-MONTH then
               SUBTRACT 1 FROM WS-THIS-FIN-YEAR
           end-if

           display 'DEPARTMENTAL ESTABLISHMENT MAINTENANCE'
           DISPLAY 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-LOCK-OPERATOR
           if WS-LOCK-OPERATOR = spaces then
               display 'REJECTED: OPERATOR INITIALS ARE REQUIRED'
               STOP RUN
           end-if
           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'ESTAB-MAINT' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN ESTAB-MAINT'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if

      *    the establishment is built up from nothing - the first run
      *    at a site creates an empty file to add departments to
           OPEN i-o ESTABLISHMENT
           if WS-EST-FILE-STATUS = '35' then
               OPEN OUTPUT ESTABLISHMENT
               if WS-EST-FILE-STATUS not = '00' then
                   display 'FATAL: Cannot create ESTABLISHMENT. '
                       'Status=' WS-EST-FILE-STATUS
                   STOP RUN
               end-if
               CLOSE ESTABLISHMENT
               OPEN i-o ESTABLISHMENT
               display 'Created new ESTABLISHMENT file.'
           end-if
           if WS-EST-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open ESTABLISHMENT. Status='
                   WS-EST-FILE-STATUS
               STOP RUN
           end-if

           OPEN INPUT DEPT-MASTER
           if WS-DM-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open DEPT-MASTER. Status='
                   WS-DM-FILE-STATUS
               display '       Run the batch once to seed it first.'
               CLOSE ESTABLISHMENT
               STOP RUN
           end-if

           PERFORM MENU-PROCEDURE UNTIL WS-QUIT

           CLOSE ESTABLISHMENT
           CLOSE DEPT-MASTER

           STOP RUN.

       MENU-PROCEDURE.
           DISPLAY ' '
           DISPLAY '-------------------------------------'
           DISPLAY 'DEPARTMENTAL ESTABLISHMENT MAINTENANCE'
           DISPLAY '  (L)IST    - show a year''s establishment'
           DISPLAY '  (A)DD     - fund a department for a year'
           DISPLAY '  (C)HANGE  - amend posts and budget'
           DISPLAY '  (H)ARD    - set hard or soft control'
           DISPLAY '  (D)ELETE  - remove a department''s year'
           DISPLAY '  (R)OLL    - copy a year forward to the next'
           DISPLAY '  (Q)UIT    - end this program'
           DISPLAY 'Enter choice: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE

           if WS-CHOICE = 'L' or WS-CHOICE = 'l' then
               PERFORM LIST-ESTABLISHMENT
           else if WS-CHOICE = 'A' or WS-CHOICE = 'a' then
               PERFORM ADD-ESTABLISHMENT
           else if WS-CHOICE = 'C' or WS-CHOICE = 'c' then
               PERFORM CHANGE-ESTABLISHMENT
           else if WS-CHOICE = 'H' or WS-CHOICE = 'h' then
               PERFORM SET-CONTROL-LEVEL
           else if WS-CHOICE = 'D' or WS-CHOICE = 'd' then
               PERFORM DELETE-ESTABLISHMENT
           else if WS-CHOICE = 'R' or WS-CHOICE = 'r' then
               PERFORM ROLL-YEAR-FORWARD
           else if WS-CHOICE = 'Q' or WS-CHOICE = 'q' then
               set WS-QUIT to true
           else
               DISPLAY 'Unrecognised choice - try again.'
           end-if.

      *    a year left blank or zero means the current financial year
       PROMPT-FOR-YEAR.
           DISPLAY 'Financial year starting April (CCYY, 0 = '
               WS-THIS-FIN-YEAR '): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           if WS-INPUT-YEAR not numeric or WS-INPUT-YEAR = 0 then
               MOVE WS-THIS-FIN-YEAR TO WS-INPUT-YEAR
           end-if.

       PROMPT-FOR-KEY.
           DISPLAY 'Department code: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-DEPT
           PERFORM PROMPT-FOR-YEAR.

       PROMPT-FOR-FIGURES.
           DISPLAY 'Funded posts: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-POSTS
           DISPLAY 'Budgeted paybill (whole pounds): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-BUDGET.

       READ-ESTABLISHMENT.
           MOVE WS-INPUT-DEPT TO EST-DEPT-CODE
           MOVE WS-INPUT-YEAR TO EST-FIN-YEAR
           READ ESTABLISHMENT
               INVALID KEY
                   DISPLAY 'REJECTED: NO ESTABLISHMENT FOR '
                       WS-INPUT-DEPT ' IN ' WS-INPUT-YEAR
           END-READ.

       STAMP-CHANGE.
           MOVE WS-LOCK-OPERATOR       TO EST-CHANGED-BY
           MOVE WS-FORMATTED-DATE-TIME TO EST-CHANGED-STAMP.

       LIST-ESTABLISHMENT.
           PERFORM PROMPT-FOR-YEAR
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 0 TO WS-TOTAL-POSTS
           MOVE 0 TO WS-TOTAL-BUDGET
           MOVE 'N' TO WS-EST-EOF-SW
           MOVE LOW-VALUES TO EST-KEY
           START ESTABLISHMENT KEY IS NOT LESS THAN EST-KEY
               INVALID KEY set WS-EST-EOF to true
           END-START
           DISPLAY 'DEPT  POSTS        BUDGET  CTL  CHANGED BY'
           PERFORM LIST-ESTABLISHMENT-PASS UNTIL WS-EST-EOF
           MOVE WS-TOTAL-POSTS  TO WS-DISPLAY-POSTS
           MOVE WS-TOTAL-BUDGET TO WS-DISPLAY-TOTAL
           DISPLAY WS-LISTED-COUNT ' departments funded for '
               WS-INPUT-YEAR ' - ' WS-DISPLAY-POSTS ' posts, '
               WS-DISPLAY-TOTAL.

       LIST-ESTABLISHMENT-PASS.
           READ ESTABLISHMENT NEXT RECORD
               AT END set WS-EST-EOF to true
               NOT AT END
                   if EST-FIN-YEAR = WS-INPUT-YEAR then
                       ADD 1 TO WS-LISTED-COUNT
                       ADD EST-FUNDED-POSTS   TO WS-TOTAL-POSTS
                       ADD EST-BUDGET-PAYBILL TO WS-TOTAL-BUDGET
                       MOVE EST-FUNDED-POSTS   TO WS-DISPLAY-POSTS
                       MOVE EST-BUDGET-PAYBILL TO WS-DISPLAY-BUDGET
                       DISPLAY EST-DEPT-CODE '  ' WS-DISPLAY-POSTS
                           ' ' WS-DISPLAY-BUDGET '   ' EST-CONTROL
                           '   ' EST-CHANGED-BY ' ' EST-CHANGED-STAMP
                   end-if
           END-READ.

      *    only a department on the master, and still open, can be
      *    funded
       ADD-ESTABLISHMENT.
           PERFORM PROMPT-FOR-KEY
           MOVE WS-INPUT-DEPT TO DM-DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY
                   DISPLAY 'REJECTED: DEPARTMENT ' WS-INPUT-DEPT
                       ' NOT ON DEPT MASTER'
                   exit paragraph
           END-READ
           if DM-CLOSED then
               DISPLAY 'REJECTED: DEPARTMENT ' WS-INPUT-DEPT
                   ' IS CLOSED'
               exit paragraph
           end-if
           PERFORM PROMPT-FOR-FIGURES
           DISPLAY 'Control (S)oft - warn, or (H)ard - reject: '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-CONTROL
           if WS-INPUT-CONTROL = 'h' then
               MOVE 'H' TO WS-INPUT-CONTROL
           end-if
           if WS-INPUT-CONTROL not = 'H' then
               MOVE 'S' TO WS-INPUT-CONTROL
           end-if

           MOVE SPACES           TO ESTABLISHMENT-RECORD
           MOVE WS-INPUT-DEPT    TO EST-DEPT-CODE
           MOVE WS-INPUT-YEAR    TO EST-FIN-YEAR
           MOVE WS-INPUT-POSTS   TO EST-FUNDED-POSTS
           MOVE WS-INPUT-BUDGET  TO EST-BUDGET-PAYBILL
           MOVE WS-INPUT-CONTROL TO EST-CONTROL
           PERFORM STAMP-CHANGE
           WRITE ESTABLISHMENT-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: ' WS-INPUT-DEPT ' IS ALREADY '
                       'FUNDED FOR ' WS-INPUT-YEAR
               NOT INVALID KEY
                   DISPLAY 'Added ' WS-INPUT-DEPT ' for '
                       WS-INPUT-YEAR
           END-WRITE.

       CHANGE-ESTABLISHMENT.
           PERFORM PROMPT-FOR-KEY
           PERFORM READ-ESTABLISHMENT
           if WS-EST-FILE-STATUS not = '00' then
               exit paragraph
           end-if

           MOVE EST-FUNDED-POSTS   TO WS-DISPLAY-POSTS
           DISPLAY 'Current posts  : ' WS-DISPLAY-POSTS
           MOVE EST-BUDGET-PAYBILL TO WS-DISPLAY-BUDGET
           DISPLAY 'Current budget : ' WS-DISPLAY-BUDGET
           PERFORM PROMPT-FOR-FIGURES

           MOVE WS-INPUT-POSTS  TO EST-FUNDED-POSTS
           MOVE WS-INPUT-BUDGET TO EST-BUDGET-PAYBILL
           PERFORM STAMP-CHANGE
           REWRITE ESTABLISHMENT-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO REWRITE '
                       WS-INPUT-DEPT ' FOR ' WS-INPUT-YEAR
               NOT INVALID KEY
                   DISPLAY 'Amended ' WS-INPUT-DEPT ' for '
                       WS-INPUT-YEAR
           END-REWRITE.

      *    hard control turns away the batch's 'I' and 'T' over the
      *    posts; soft control lets them through with a warning
       SET-CONTROL-LEVEL.
           PERFORM PROMPT-FOR-KEY
           PERFORM READ-ESTABLISHMENT
           if WS-EST-FILE-STATUS not = '00' then
               exit paragraph
           end-if

           if EST-HARD-CONTROL then
               DISPLAY WS-INPUT-DEPT ' is under HARD control - '
                   'switch to soft? (Y/N): ' WITH NO ADVANCING
           else
               DISPLAY WS-INPUT-DEPT ' is under SOFT control - '
                   'switch to hard? (Y/N): ' WITH NO ADVANCING
           end-if
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               DISPLAY 'Control level unchanged.'
               exit paragraph
           end-if

           if EST-HARD-CONTROL then
               MOVE 'S' TO EST-CONTROL
           else
               MOVE 'H' TO EST-CONTROL
           end-if
           PERFORM STAMP-CHANGE
           REWRITE ESTABLISHMENT-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO REWRITE '
                       WS-INPUT-DEPT ' FOR ' WS-INPUT-YEAR
               NOT INVALID KEY
                   DISPLAY WS-INPUT-DEPT ' now under control level '
                       EST-CONTROL
           END-REWRITE.

      *    without a record the department is simply not controlled
       DELETE-ESTABLISHMENT.
           PERFORM PROMPT-FOR-KEY
           PERFORM READ-ESTABLISHMENT
           if WS-EST-FILE-STATUS not = '00' then
               exit paragraph
           end-if

           DISPLAY 'Remove ' WS-INPUT-DEPT ' for ' WS-INPUT-YEAR
               ' - are you sure? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               DISPLAY 'Delete cancelled.'
               exit paragraph
           end-if

           DELETE ESTABLISHMENT RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO DELETE '
                       WS-INPUT-DEPT ' FOR ' WS-INPUT-YEAR
               NOT INVALID KEY
                   DISPLAY 'Removed ' WS-INPUT-DEPT ' for '
                       WS-INPUT-YEAR
           END-DELETE.

      *    starts next year's establishment off this year's - a
      *    department already funded for the new year is left as it
      *    is, so the roll can be run again after late additions
       ROLL-YEAR-FORWARD.
           PERFORM PROMPT-FOR-YEAR
           ADD 1 TO WS-INPUT-YEAR GIVING WS-NEXT-FIN-YEAR
           DISPLAY 'Copy ' WS-INPUT-YEAR ' forward to '
               WS-NEXT-FIN-YEAR ' - are you sure? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               DISPLAY 'Roll forward cancelled.'
               exit paragraph
           end-if

           MOVE 0 TO WS-ROLLED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 'N' TO WS-EST-EOF-SW
           MOVE LOW-VALUES TO EST-KEY
           START ESTABLISHMENT KEY IS NOT LESS THAN EST-KEY
               INVALID KEY set WS-EST-EOF to true
           END-START
           PERFORM ROLL-YEAR-PASS UNTIL WS-EST-EOF
           DISPLAY WS-ROLLED-COUNT ' departments copied to '
               WS-NEXT-FIN-YEAR ', ' WS-SKIPPED-COUNT
               ' already there.'.

       ROLL-YEAR-PASS.
           READ ESTABLISHMENT NEXT RECORD
               AT END set WS-EST-EOF to true
               NOT AT END
                   if EST-FIN-YEAR = WS-INPUT-YEAR then
                       PERFORM ROLL-ONE-DEPARTMENT
                   end-if
           END-READ.

       ROLL-ONE-DEPARTMENT.
           MOVE EST-KEY TO WS-ROLL-KEY
           MOVE ESTABLISHMENT-RECORD TO WS-ROLL-RECORD
           MOVE WS-NEXT-FIN-YEAR TO EST-FIN-YEAR
           PERFORM STAMP-CHANGE
           WRITE ESTABLISHMENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ROLLED-COUNT
           END-WRITE
      *    the write has moved the file position - the sweep carries
      *    on from the record just copied
           MOVE WS-ROLL-KEY TO EST-KEY
           START ESTABLISHMENT KEY IS GREATER THAN EST-KEY
               INVALID KEY set WS-EST-EOF to true
           END-START.

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
           MOVE 'ESTAB-MAINT'       TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
