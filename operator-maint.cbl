       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
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
       SELECT OPERATOR-AUTHORITY
           ASSIGN TO './Operator-Authority.dat'
           ORGANIZATION IS INDEXED
      *    dynamic access supports both the keyed add/amend/delete
      *    below and the sequential sweep the listing makes
           access mode is dynamic
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
       copy operator-auth-rec.
       copy security-log-rec.

       WORKING-STORAGE SECTION.

           01 filler.
             10 WS-CONTINUE-SW pic x(1) value 'Y'.
                88 WS-CONTINUE value 'Y'.
                88 WS-QUIT     value 'N'.

           01 filler.
             10 WS-OPA-EOF-SW pic x(1) value 'N'.
                88 WS-OPA-EOF value 'Y'.

           77 WS-CHOICE        pic x(1).
           77 WS-CONFIRM       pic x(1).
           77 WS-LOCK-OPERATOR pic x(10) value spaces.
           77 WS-INPUT-OPERATOR pic x(10) value spaces.
           77 WS-INPUT-NAME    pic x(30) value spaces.
           77 WS-INPUT-STATUS  pic x(1) value space.
           77 WS-INPUT-CODES   pic x(10) value spaces.
           77 WS-INPUT-PROGRAM pic x(18) value spaces.
           77 WS-PROG-COUNT    pic 9(2) comp sync value 0.
           77 WS-CODE-IDX      pic 9(2) comp sync value 0.
           77 WS-LISTED-COUNT  pic 9(4) comp sync value 0.

           01 filler.
             10 WS-CODES-OK-SW pic x(1) value 'Y'.
                88 WS-CODES-OK  value 'Y'.
                88 WS-CODES-BAD value 'N'.

           01 filler.
             10 WS-PROG-DONE-SW pic x(1) value 'N'.
                88 WS-PROG-DONE value 'Y'.

      *      the Updates.dat operation codes an authority may carry
           77 WS-VALID-OP-CODES pic x(7) value 'IUDSTMA'.

      *      a brand-new authority file is seeded with the operator
      *      building it (who must be able to get back in) and the
      *      night batch's own sign-on, so the next night still runs.
      *      the night batch keys nothing itself - salary and grant
      *      codes ('S', 'A') belong to the operators who key them,
      *      so the schedule is never given them
           01 WS-OPA-SEED-DATA.
               05 FILLER pic x(10) value 'NIGHTBATCH'.
               05 FILLER pic x(30) value 'NIGHT BATCH SCHEDULE'.
               05 FILLER pic x(10) value 'IUDTM'.
               05 FILLER pic x(18) value 'EMPLOYEE-DATA'.
               05 FILLER pic x(18) value 'EMPLOYEE-BACKUP'.
               05 FILLER pic x(18) value 'SPINE-INCREMENT'.
           01 WS-OPA-SEED-TABLE redefines WS-OPA-SEED-DATA.
               05 WS-SEED-OPERATOR  pic x(10).
               05 WS-SEED-NAME      pic x(30).
               05 WS-SEED-CODES     pic x(10).
               05 WS-SEED-PROGRAM   pic x(18) occurs 3 times.

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

           display 'OPERATOR AUTHORITY MAINTENANCE'
           display 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-LOCK-OPERATOR
           if WS-LOCK-OPERATOR = spaces then
               display 'REJECTED: OPERATOR INITIALS ARE REQUIRED'
               STOP RUN
           end-if

           OPEN i-o OPERATOR-AUTHORITY
           if WS-OPA-FILE-STATUS = '35' then
               PERFORM CREATE-AUTHORITY-FILE
           else if WS-OPA-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open OPERATOR-AUTHORITY. '
                   'Status=' WS-OPA-FILE-STATUS
               STOP RUN
           end-if.

           PERFORM CHECK-MAINT-AUTHORITY
           if not WS-AUTH-OK then
               CLOSE OPERATOR-AUTHORITY
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN OPERATOR-MAINT'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if

           PERFORM MENU-PROCEDURE UNTIL WS-QUIT

           CLOSE OPERATOR-AUTHORITY

           STOP RUN.

      *    first use at a site - the file is built with the operator
      *    running this program holding every authority, plus the
      *    night batch sign-on, and is then enforced from that point
       CREATE-AUTHORITY-FILE.
           OPEN OUTPUT OPERATOR-AUTHORITY
           if WS-OPA-FILE-STATUS not = '00' then
               display 'FATAL: Cannot create OPERATOR-AUTHORITY. '
                   'Status=' WS-OPA-FILE-STATUS
               STOP RUN
           end-if

           MOVE SPACES TO OPERATOR-AUTHORITY-RECORD
           MOVE WS-LOCK-OPERATOR TO OPA-OPERATOR
           MOVE 'SYSTEM ADMINISTRATOR' TO OPA-OPERATOR-NAME
           MOVE 'A' TO OPA-STATUS
           MOVE WS-VALID-OP-CODES TO OPA-OP-CODES
           MOVE '*ALL' TO OPA-PROGRAM(1)
           MOVE WS-LOCK-OPERATOR TO OPA-CHANGED-BY
           MOVE WS-FORMATTED-DATE-TIME TO OPA-CHANGED-STAMP
           WRITE OPERATOR-AUTHORITY-RECORD

           if WS-LOCK-OPERATOR not = WS-SEED-OPERATOR then
               MOVE SPACES TO OPERATOR-AUTHORITY-RECORD
               MOVE WS-SEED-OPERATOR TO OPA-OPERATOR
               MOVE WS-SEED-NAME     TO OPA-OPERATOR-NAME
               MOVE 'A' TO OPA-STATUS
               MOVE WS-SEED-CODES    TO OPA-OP-CODES
               MOVE WS-SEED-PROGRAM(1) TO OPA-PROGRAM(1)
               MOVE WS-SEED-PROGRAM(2) TO OPA-PROGRAM(2)
               MOVE WS-SEED-PROGRAM(3) TO OPA-PROGRAM(3)
               MOVE WS-LOCK-OPERATOR TO OPA-CHANGED-BY
               MOVE WS-FORMATTED-DATE-TIME TO OPA-CHANGED-STAMP
               WRITE OPERATOR-AUTHORITY-RECORD
           end-if

           CLOSE OPERATOR-AUTHORITY
           OPEN i-o OPERATOR-AUTHORITY
           display 'Created new OPERATOR-AUTHORITY file - '
               WS-LOCK-OPERATOR ' holds full authority.'
           display 'Access is checked from now on - add every '
               'operator before they next sign on.'.

      *    the file is already open I-O here, so the operator's own
      *    record is read in place rather than through a second open
       CHECK-MAINT-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK-SW
           MOVE SPACES TO WS-AUTH-REASON
           MOVE 0 TO WS-AUTH-EMPLOYEE-ID
           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'OPERATOR-MAINT' TO WS-AUTH-REQUEST
           MOVE WS-LOCK-OPERATOR TO OPA-OPERATOR
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   MOVE 'NOOP' TO WS-AUTH-REASON-CODE
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO
                       WS-AUTH-REASON-TEXT
               NOT INVALID KEY
                   PERFORM MATCH-PERMITTED-PROGRAM
           END-READ
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

       MENU-PROCEDURE.
           DISPLAY ' '
           DISPLAY '-------------------------------------'
           DISPLAY 'OPERATOR AUTHORITY MAINTENANCE'
           DISPLAY '  (L)IST    - show every operator'
           DISPLAY '  (A)DD     - add a new operator'
           DISPLAY '  (C)HANGE  - amend an operator''s authority'
           DISPLAY '  (S)USPEND - suspend or reinstate an operator'
           DISPLAY '  (D)ELETE  - remove an operator'
           DISPLAY '  (Q)UIT    - end this program'
           DISPLAY 'Enter choice: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE

           if WS-CHOICE = 'L' or WS-CHOICE = 'l' then
               PERFORM LIST-OPERATORS
           else if WS-CHOICE = 'A' or WS-CHOICE = 'a' then
               PERFORM ADD-OPERATOR
           else if WS-CHOICE = 'C' or WS-CHOICE = 'c' then
               PERFORM CHANGE-OPERATOR
           else if WS-CHOICE = 'S' or WS-CHOICE = 's' then
               PERFORM SUSPEND-OPERATOR
           else if WS-CHOICE = 'D' or WS-CHOICE = 'd' then
               PERFORM DELETE-OPERATOR
           else if WS-CHOICE = 'Q' or WS-CHOICE = 'q' then
               set WS-QUIT to true
           else
               DISPLAY 'Unrecognised choice - try again.'
           end-if.

       LIST-OPERATORS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-OPA-EOF-SW
           MOVE LOW-VALUES TO OPA-OPERATOR
           START OPERATOR-AUTHORITY KEY IS NOT LESS THAN OPA-OPERATOR
               INVALID KEY set WS-OPA-EOF to true
           END-START
           DISPLAY 'OPERATOR   ST CODES      NAME'
           PERFORM LIST-OPERATORS-PASS UNTIL WS-OPA-EOF
           DISPLAY WS-LISTED-COUNT ' operators on file.'.

       LIST-OPERATORS-PASS.
           READ OPERATOR-AUTHORITY NEXT RECORD
               AT END set WS-OPA-EOF to true
               NOT AT END
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY OPA-OPERATOR ' ' OPA-STATUS '  '
                       OPA-OP-CODES ' ' OPA-OPERATOR-NAME
                   PERFORM SHOW-PROGRAM-LINE
                       VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > 12
           END-READ.

       SHOW-PROGRAM-LINE.
           if OPA-PROGRAM(WS-AUTH-IDX) not = spaces then
               DISPLAY '              may run '
                   OPA-PROGRAM(WS-AUTH-IDX)
           end-if.

      *    operation codes are checked letter by letter against the
      *    Updates.dat codes, so a mistyped one cannot silently grant
      *    nothing (or be mistaken later for a real code)
       VALIDATE-OP-CODES.
           set WS-CODES-OK to true
           PERFORM VALIDATE-ONE-CODE
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 10 or WS-CODES-BAD.

       VALIDATE-ONE-CODE.
           if WS-INPUT-CODES(WS-CODE-IDX:1) = space then
               exit paragraph
           end-if
           MOVE 0 TO WS-PROG-COUNT
           INSPECT WS-VALID-OP-CODES TALLYING WS-PROG-COUNT
               FOR ALL WS-INPUT-CODES(WS-CODE-IDX:1)
           if WS-PROG-COUNT = 0 then
               DISPLAY 'REJECTED: ' WS-INPUT-CODES(WS-CODE-IDX:1)
                   ' IS NOT AN UPDATES.DAT OPERATION CODE ('
                   WS-VALID-OP-CODES ')'
               set WS-CODES-BAD to true
           end-if.

      *    the program list is keyed one name per line into the
      *    record just read or cleared - a blank line ends it
       PROMPT-FOR-PROGRAMS.
           MOVE SPACES TO OPA-PROGRAM-LIST
           MOVE 0 TO WS-PROG-COUNT
           MOVE 'N' TO WS-PROG-DONE-SW
           DISPLAY 'Programs this operator may run, one per line'
           DISPLAY '  (e.g. EMPLOYEE-INQUIRY, PAY-AWARD, *ALL) -'
           DISPLAY '  a blank line ends the list'
           PERFORM PROMPT-ONE-PROGRAM UNTIL WS-PROG-DONE.

       PROMPT-ONE-PROGRAM.
           DISPLAY '  program: ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-PROGRAM
           ACCEPT WS-INPUT-PROGRAM
           if WS-INPUT-PROGRAM = spaces then
               set WS-PROG-DONE to true
               exit paragraph
           end-if
           ADD 1 TO WS-PROG-COUNT
           MOVE FUNCTION UPPER-CASE(WS-INPUT-PROGRAM)
               TO OPA-PROGRAM(WS-PROG-COUNT)
           if WS-PROG-COUNT >= 12 then
               DISPLAY '  twelve programs is the most one record holds'
               set WS-PROG-DONE to true
           end-if.

       ADD-OPERATOR.
           DISPLAY 'New operator initials: ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-OPERATOR
           ACCEPT WS-INPUT-OPERATOR
           if WS-INPUT-OPERATOR = spaces then
               DISPLAY 'REJECTED: OPERATOR INITIALS ARE REQUIRED'
               exit paragraph
           end-if
           MOVE WS-INPUT-OPERATOR TO OPA-OPERATOR
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'REJECTED: OPERATOR ' WS-INPUT-OPERATOR
                       ' IS ALREADY ON FILE'
                   exit paragraph
           END-READ

           DISPLAY 'Operator name: ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-NAME
           ACCEPT WS-INPUT-NAME
           DISPLAY 'Operation codes (any of ' WS-VALID-OP-CODES
               '): ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-CODES
           ACCEPT WS-INPUT-CODES
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODES) TO WS-INPUT-CODES
           PERFORM VALIDATE-OP-CODES
           if WS-CODES-BAD then
               exit paragraph
           end-if

           MOVE SPACES TO OPERATOR-AUTHORITY-RECORD
           PERFORM PROMPT-FOR-PROGRAMS
           MOVE WS-INPUT-OPERATOR TO OPA-OPERATOR
           MOVE WS-INPUT-NAME     TO OPA-OPERATOR-NAME
           MOVE 'A'               TO OPA-STATUS
           MOVE WS-INPUT-CODES    TO OPA-OP-CODES
           MOVE WS-LOCK-OPERATOR  TO OPA-CHANGED-BY
           MOVE WS-FORMATTED-DATE-TIME TO OPA-CHANGED-STAMP
           WRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO ADD OPERATOR '
                       WS-INPUT-OPERATOR
               NOT INVALID KEY
                   DISPLAY 'Added operator ' WS-INPUT-OPERATOR
           END-WRITE.

       CHANGE-OPERATOR.
           DISPLAY 'Operator to amend: ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-OPERATOR
           ACCEPT WS-INPUT-OPERATOR
           MOVE WS-INPUT-OPERATOR TO OPA-OPERATOR
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   DISPLAY 'REJECTED: OPERATOR ' WS-INPUT-OPERATOR
                       ' NOT ON FILE'
                   exit paragraph
           END-READ

           DISPLAY 'Current name : ' OPA-OPERATOR-NAME
           DISPLAY 'Current codes: ' OPA-OP-CODES
           PERFORM SHOW-PROGRAM-LINE
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > 12

           DISPLAY 'New name (blank keeps it): ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-NAME
           ACCEPT WS-INPUT-NAME
           DISPLAY 'New operation codes (blank keeps them, '
               '- for none): ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-CODES
           ACCEPT WS-INPUT-CODES
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODES) TO WS-INPUT-CODES
           if WS-INPUT-CODES not = spaces and
              WS-INPUT-CODES not = '-' then
               PERFORM VALIDATE-OP-CODES
               if WS-CODES-BAD then
                   exit paragraph
               end-if
           end-if

           if WS-INPUT-NAME not = spaces then
               MOVE WS-INPUT-NAME TO OPA-OPERATOR-NAME
           end-if
           if WS-INPUT-CODES = '-' then
               MOVE SPACES TO OPA-OP-CODES
           end-if
           if WS-INPUT-CODES not = spaces and
              WS-INPUT-CODES not = '-' then
               MOVE WS-INPUT-CODES TO OPA-OP-CODES
           end-if

           DISPLAY 'Re-key the program list? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM = 'Y' or WS-CONFIRM = 'y' then
               PERFORM PROMPT-FOR-PROGRAMS
           end-if

           MOVE WS-LOCK-OPERATOR TO OPA-CHANGED-BY
           MOVE WS-FORMATTED-DATE-TIME TO OPA-CHANGED-STAMP
           REWRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO REWRITE OPERATOR '
                       WS-INPUT-OPERATOR
               NOT INVALID KEY
                   DISPLAY 'Amended operator ' WS-INPUT-OPERATOR
           END-REWRITE.

      *    suspending keeps the record (and its history) but refuses
      *    the operator everything until reinstated.  nobody may
      *    suspend or remove themselves - the file would otherwise be
      *    one keystroke away from having no-one able to maintain it
       SUSPEND-OPERATOR.
           DISPLAY 'Operator to suspend or reinstate: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-OPERATOR
           ACCEPT WS-INPUT-OPERATOR
           if WS-INPUT-OPERATOR = WS-LOCK-OPERATOR then
               DISPLAY 'REJECTED: YOU MAY NOT SUSPEND YOURSELF'
               exit paragraph
           end-if
           MOVE WS-INPUT-OPERATOR TO OPA-OPERATOR
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   DISPLAY 'REJECTED: OPERATOR ' WS-INPUT-OPERATOR
                       ' NOT ON FILE'
                   exit paragraph
           END-READ

           if OPA-SUSPENDED then
               DISPLAY 'Reinstate ' WS-INPUT-OPERATOR
                   '? (Y/N): ' WITH NO ADVANCING
               MOVE 'A' TO WS-INPUT-STATUS
           else
               DISPLAY 'Suspend ' WS-INPUT-OPERATOR
                   '? (Y/N): ' WITH NO ADVANCING
               MOVE 'S' TO WS-INPUT-STATUS
           end-if
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               DISPLAY 'Operator left as they were.'
               exit paragraph
           end-if

           MOVE WS-INPUT-STATUS TO OPA-STATUS
           MOVE WS-LOCK-OPERATOR TO OPA-CHANGED-BY
           MOVE WS-FORMATTED-DATE-TIME TO OPA-CHANGED-STAMP
           REWRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO REWRITE OPERATOR '
                       WS-INPUT-OPERATOR
               NOT INVALID KEY
                   if OPA-SUSPENDED then
                       DISPLAY 'Suspended operator ' WS-INPUT-OPERATOR
                   else
                       DISPLAY 'Reinstated operator '
                           WS-INPUT-OPERATOR
                   end-if
           END-REWRITE.

       DELETE-OPERATOR.
           DISPLAY 'Operator to remove: ' WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-OPERATOR
           ACCEPT WS-INPUT-OPERATOR
           if WS-INPUT-OPERATOR = WS-LOCK-OPERATOR then
               DISPLAY 'REJECTED: YOU MAY NOT REMOVE YOURSELF'
               exit paragraph
           end-if
           MOVE WS-INPUT-OPERATOR TO OPA-OPERATOR
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   DISPLAY 'REJECTED: OPERATOR ' WS-INPUT-OPERATOR
                       ' NOT ON FILE'
                   exit paragraph
           END-READ

           DISPLAY 'Remove operator ' WS-INPUT-OPERATOR
               ' - are you sure? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               DISPLAY 'Delete cancelled.'
               exit paragraph
           end-if

           DELETE OPERATOR-AUTHORITY RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO DELETE OPERATOR '
                       WS-INPUT-OPERATOR
               NOT INVALID KEY
                   DISPLAY 'Removed operator ' WS-INPUT-OPERATOR
           END-DELETE.

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
           MOVE 'OPERATOR-MAINT' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
