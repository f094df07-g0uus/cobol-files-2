       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-ENTRY.
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
       SELECT ABSENCE
           ASSIGN TO './Absence.dat'
           ORGANIZATION IS INDEXED
      *    dynamic access supports both the keyed add/amend/delete
      *    below and the sweep of one employee's spells that the
      *    listing and the overlap check make
           access mode is dynamic
           RECORD KEY IS ABS-KEY
           file status is WS-ABS-FILE-STATUS.
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
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
       copy absence-rec.
       copy employee-rec.
       copy operator-auth-rec.
       copy security-log-rec.

       WORKING-STORAGE SECTION.

           01 filler.
             10 WS-CONTINUE-SW pic x(1) value 'Y'.
                88 WS-CONTINUE value 'Y'.
                88 WS-QUIT     value 'N'.

           01 filler.
             10 WS-ABS-EOF-SW pic x(1) value 'N'.
                88 WS-ABS-EOF value 'Y'.

           01 filler.
             10 WS-SPELL-OK-SW pic x(1) value 'Y'.
                88 WS-SPELL-OK  value 'Y'.
                88 WS-SPELL-BAD value 'N'.

           01 filler.
             10 WS-OVERLAP-SW pic x(1) value 'N'.
                88 WS-OVERLAP value 'Y'.

           77 WS-CHOICE         pic x(1).
           77 WS-CONFIRM        pic x(1).
           77 WS-INPUT-ID       pic 9(6) value 0.
           77 WS-INPUT-TYPE     pic x(1) value space.
           77 WS-INPUT-START    pic 9(8) value 0.
           77 WS-INPUT-END      pic 9(8) value 0.
           77 WS-INPUT-DAYS     pic 9(3)V9 value 0.
           77 WS-LISTED-COUNT   pic 9(4) comp sync value 0.

      *      the spell being keyed, held while the employee's other
      *      spells are read past it for the overlap check
           77 WS-NEW-START-INT  pic 9(7) comp sync value 0.
           77 WS-NEW-END-INT    pic 9(7) comp sync value 0.
           77 WS-OLD-START-INT  pic 9(7) comp sync value 0.
           77 WS-OLD-END-INT    pic 9(7) comp sync value 0.
           77 WS-CLASH-START    pic 9(8) value 0.
      *      an open spell runs on indefinitely as far as overlaps go
           77 WS-OPEN-END-INT   pic 9(7) comp sync value 9999999.

      *      working days are Monday to Friday - day 1 of the integer
      *      calendar (1 January 1601) was a Monday
           77 WS-DAY-INT        pic 9(7) comp sync value 0.
           77 WS-WEEKDAY        pic 9(1) value 0.
           77 WS-WEEKDAY-COUNT  pic 9(5) comp sync value 0.

           77 WS-TODAY-8        pic 9(8) value 0.
           77 WS-CHECK-DATE     pic 9(8) value 0.
           01 filler.
             10 WS-DATE-OK-SW pic x(1) value 'Y'.
                88 WS-DATE-OK value 'Y'.

           77 WS-SHOW-DAYS      pic ZZ9,9.
           77 WS-LOCK-OPERATOR  pic x(10) value spaces.

           77 WS-ABS-FILE-STATUS pic xx value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

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
           PERFORM STAMP-NOW
           MOVE WS-TEMP-DATE TO WS-TODAY-8

           display 'ABSENCE RECORDING'
           display 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-LOCK-OPERATOR
           if WS-LOCK-OPERATOR = spaces then
               display 'REJECTED: OPERATOR INITIALS ARE REQUIRED'
               STOP RUN
           end-if
           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'ABSENCE-ENTRY' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN ABSENCE-ENTRY'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if

      *    absence is keyed against the master but never changes it,
      *    so this program reads Employee.dat and needs no run lock
           OPEN INPUT EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               STOP RUN
           end-if

           OPEN i-o ABSENCE
           if WS-ABS-FILE-STATUS = '35' then
               OPEN OUTPUT ABSENCE
               if WS-ABS-FILE-STATUS not = '00' then
                   display 'FATAL: Cannot create ABSENCE. Status='
                       WS-ABS-FILE-STATUS
                   STOP RUN
               end-if
               CLOSE ABSENCE
               OPEN i-o ABSENCE
               display 'Created new ABSENCE file.'
           end-if
           if WS-ABS-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open ABSENCE. Status='
                   WS-ABS-FILE-STATUS
               STOP RUN
           end-if

           PERFORM MENU-PROCEDURE UNTIL WS-QUIT

           CLOSE ABSENCE
           CLOSE EMPLOYEE

           STOP RUN.

       STAMP-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC.

       MENU-PROCEDURE.
           DISPLAY ' '
           DISPLAY '-------------------------------------'
           DISPLAY 'ABSENCE RECORDING'
           DISPLAY '  (L)IST    - show an employee''s spells'
           DISPLAY '  (A)DD     - record a new spell'
           DISPLAY '  (C)HANGE  - amend or close a spell'
           DISPLAY '  (D)ELETE  - remove a spell keyed in error'
           DISPLAY '  (Q)UIT    - end this program'
           DISPLAY 'Enter choice: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE

           if WS-CHOICE = 'L' or WS-CHOICE = 'l' then
               PERFORM LIST-SPELLS
           else if WS-CHOICE = 'A' or WS-CHOICE = 'a' then
               PERFORM ADD-SPELL
           else if WS-CHOICE = 'C' or WS-CHOICE = 'c' then
               PERFORM CHANGE-SPELL
           else if WS-CHOICE = 'D' or WS-CHOICE = 'd' then
               PERFORM DELETE-SPELL
           else if WS-CHOICE = 'Q' or WS-CHOICE = 'q' then
               set WS-QUIT to true
           else
               DISPLAY 'Unrecognised choice - try again.'
           end-if.

       LIST-SPELLS.
           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM START-EMPLOYEE-SPELLS
           DISPLAY 'T START    END       DAYS  KEYED BY'
           PERFORM LIST-SPELLS-PASS UNTIL WS-ABS-EOF
           DISPLAY WS-LISTED-COUNT ' spells on file for '
               WS-INPUT-ID '.'.

       LIST-SPELLS-PASS.
           READ ABSENCE NEXT RECORD
               AT END set WS-ABS-EOF to true
               NOT AT END
                   if ABS-EMPLOYEE-ID not = WS-INPUT-ID then
                       set WS-ABS-EOF to true
                   else
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE ABS-DAYS-LOST TO WS-SHOW-DAYS
                       DISPLAY ABS-TYPE ' ' ABS-START-DATE ' '
                           ABS-END-DATE ' ' WS-SHOW-DAYS '  '
                           ABS-RECORDED-BY
                   end-if
           END-READ.

      *    positions the file on the first spell for WS-INPUT-ID
       START-EMPLOYEE-SPELLS.
           MOVE 'N' TO WS-ABS-EOF-SW
           MOVE WS-INPUT-ID TO ABS-EMPLOYEE-ID
           MOVE 0 TO ABS-START-DATE
           START ABSENCE KEY IS NOT LESS THAN ABS-KEY
               INVALID KEY set WS-ABS-EOF to true
           END-START.

      *    absence is only ever taken against a current employment -
      *    a leaver's record is history and takes no new spells
       CHECK-EMPLOYEE-ACTIVE.
           set WS-SPELL-OK to true
           MOVE WS-INPUT-ID TO EMPLOYEE-ID
           READ EMPLOYEE
               INVALID KEY
                   DISPLAY 'REJECTED: EMPLOYEE ID ' WS-INPUT-ID
                       ' NOT ON FILE'
                   set WS-SPELL-BAD to true
                   exit paragraph
           END-READ
           if not EMPLOYEE-ACTIVE then
               DISPLAY 'REJECTED: EMPLOYEE ' WS-INPUT-ID
                   ' IS NOT ACTIVE'
               set WS-SPELL-BAD to true
           end-if.

       PROMPT-FOR-SPELL-END.
           DISPLAY 'Last day off (CCYYMMDD, 0 if still off): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-END
           DISPLAY 'Working days lost (0 to count weekdays): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DAYS.

      *    the same edits wherever a spell is keyed - valid dates in
      *    order, within the employment, and a known absence type
       VALIDATE-SPELL.
           set WS-SPELL-OK to true
           MOVE WS-INPUT-TYPE TO ABS-TYPE
           if not ABS-VALID-TYPE then
               DISPLAY 'REJECTED: ABSENCE TYPE MUST BE S, U, C OR M'
               set WS-SPELL-BAD to true
               exit paragraph
           end-if
           MOVE WS-INPUT-START TO WS-CHECK-DATE
           PERFORM CHECK-ONE-DATE
           if not WS-DATE-OK then
               DISPLAY 'REJECTED: START DATE IS NOT A VALID DATE'
               set WS-SPELL-BAD to true
               exit paragraph
           end-if
           if WS-INPUT-START < EMPLOYEE-HIRE-DATE then
               DISPLAY 'REJECTED: START DATE IS BEFORE THE HIRE DATE'
               set WS-SPELL-BAD to true
               exit paragraph
           end-if
           if WS-INPUT-START > WS-TODAY-8 then
               DISPLAY 'REJECTED: START DATE IS IN THE FUTURE'
               set WS-SPELL-BAD to true
               exit paragraph
           end-if
           if WS-INPUT-END not = 0 then
               MOVE WS-INPUT-END TO WS-CHECK-DATE
               PERFORM CHECK-ONE-DATE
               if not WS-DATE-OK then
                   DISPLAY 'REJECTED: END DATE IS NOT A VALID DATE'
                   set WS-SPELL-BAD to true
                   exit paragraph
               end-if
               if WS-INPUT-END < WS-INPUT-START then
                   DISPLAY 'REJECTED: END DATE IS BEFORE START DATE'
                   set WS-SPELL-BAD to true
                   exit paragraph
               end-if
           end-if
      *    a closed spell with no days keyed is costed at every
      *    weekday it spans - bank holidays are for the operator to
      *    take off by keying the true figure
           if WS-INPUT-DAYS = 0 and WS-INPUT-END not = 0 then
               PERFORM COUNT-SPELL-WEEKDAYS
               MOVE WS-WEEKDAY-COUNT TO WS-INPUT-DAYS
               MOVE WS-INPUT-DAYS TO WS-SHOW-DAYS
               DISPLAY 'Working days lost counted as ' WS-SHOW-DAYS
           end-if.

       CHECK-ONE-DATE.
           set WS-DATE-OK to true
           if WS-CHECK-DATE not numeric or
              FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) not = 0 then
               MOVE 'N' TO WS-DATE-OK-SW
           end-if.

       COUNT-SPELL-WEEKDAYS.
           MOVE 0 TO WS-WEEKDAY-COUNT
           COMPUTE WS-NEW-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-INPUT-START)
           COMPUTE WS-NEW-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-INPUT-END)
           PERFORM COUNT-ONE-WEEKDAY
               VARYING WS-DAY-INT FROM WS-NEW-START-INT BY 1
               UNTIL WS-DAY-INT > WS-NEW-END-INT.

       COUNT-ONE-WEEKDAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7)
           if WS-WEEKDAY < 5 then
               ADD 1 TO WS-WEEKDAY-COUNT
           end-if.

      *    no two spells for the same employee may share a day -
      *    WS-CLASH-START is left on the spell that does, and the
      *    spell being amended (same start date) is stepped over
       CHECK-SPELL-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SW
           COMPUTE WS-NEW-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-INPUT-START)
           if WS-INPUT-END = 0 then
               MOVE WS-OPEN-END-INT TO WS-NEW-END-INT
           else
               COMPUTE WS-NEW-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-INPUT-END)
           end-if
           PERFORM START-EMPLOYEE-SPELLS
           PERFORM CHECK-OVERLAP-PASS
               UNTIL WS-ABS-EOF or WS-OVERLAP.

       CHECK-OVERLAP-PASS.
           READ ABSENCE NEXT RECORD
               AT END set WS-ABS-EOF to true
               NOT AT END
                   if ABS-EMPLOYEE-ID not = WS-INPUT-ID then
                       set WS-ABS-EOF to true
                   else
                       if ABS-START-DATE not = WS-INPUT-START then
                           PERFORM TEST-ONE-OVERLAP
                       end-if
                   end-if
           END-READ.

       TEST-ONE-OVERLAP.
           COMPUTE WS-OLD-START-INT =
               FUNCTION INTEGER-OF-DATE(ABS-START-DATE)
           if ABS-END-DATE = 0 then
               MOVE WS-OPEN-END-INT TO WS-OLD-END-INT
           else
               COMPUTE WS-OLD-END-INT =
                   FUNCTION INTEGER-OF-DATE(ABS-END-DATE)
           end-if
           if WS-NEW-START-INT <= WS-OLD-END-INT and
              WS-OLD-START-INT <= WS-NEW-END-INT then
               set WS-OVERLAP to true
               MOVE ABS-START-DATE TO WS-CLASH-START
           end-if.

       ADD-SPELL.
           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           PERFORM CHECK-EMPLOYEE-ACTIVE
           if WS-SPELL-BAD then
               exit paragraph
           end-if
           DISPLAY 'Absence type (S/U/C/M): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           DISPLAY 'First day off (CCYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-START
           PERFORM PROMPT-FOR-SPELL-END
           PERFORM VALIDATE-SPELL
           if WS-SPELL-BAD then
               exit paragraph
           end-if
           PERFORM CHECK-SPELL-OVERLAP
           if WS-OVERLAP then
               DISPLAY 'REJECTED: OVERLAPS THE SPELL STARTING '
                   WS-CLASH-START
               exit paragraph
           end-if

           PERFORM STAMP-NOW
           MOVE SPACES TO ABSENCE-RECORD
           MOVE WS-INPUT-ID    TO ABS-EMPLOYEE-ID
           MOVE WS-INPUT-START TO ABS-START-DATE
           MOVE WS-INPUT-TYPE  TO ABS-TYPE
           MOVE WS-INPUT-END   TO ABS-END-DATE
           MOVE WS-INPUT-DAYS  TO ABS-DAYS-LOST
           MOVE WS-LOCK-OPERATOR TO ABS-RECORDED-BY
           MOVE WS-FORMATTED-DATE-TIME TO ABS-RECORDED-STAMP
           WRITE ABSENCE-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: A SPELL STARTING '
                       WS-INPUT-START ' IS ALREADY ON FILE'
               NOT INVALID KEY
                   DISPLAY 'Recorded absence for ' WS-INPUT-ID
                       ' from ' WS-INPUT-START
           END-WRITE.

      *    the usual amendment is closing an open spell when the
      *    employee returns - type and start date stay as keyed
       CHANGE-SPELL.
           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           PERFORM CHECK-EMPLOYEE-ACTIVE
           if WS-SPELL-BAD then
               exit paragraph
           end-if
           DISPLAY 'First day off (CCYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-START
           MOVE WS-INPUT-ID    TO ABS-EMPLOYEE-ID
           MOVE WS-INPUT-START TO ABS-START-DATE
           READ ABSENCE
               INVALID KEY
                   DISPLAY 'REJECTED: NO SPELL STARTING '
                       WS-INPUT-START ' FOR ' WS-INPUT-ID
                   exit paragraph
           END-READ

           MOVE ABS-TYPE TO WS-INPUT-TYPE
           MOVE ABS-DAYS-LOST TO WS-SHOW-DAYS
           DISPLAY 'Type ' ABS-TYPE ' ended ' ABS-END-DATE
               ' days lost ' WS-SHOW-DAYS
           PERFORM PROMPT-FOR-SPELL-END
           PERFORM VALIDATE-SPELL
           if WS-SPELL-BAD then
               exit paragraph
           end-if
           PERFORM CHECK-SPELL-OVERLAP
           if WS-OVERLAP then
               DISPLAY 'REJECTED: OVERLAPS THE SPELL STARTING '
                   WS-CLASH-START
               exit paragraph
           end-if

      *    the overlap sweep moved the record area - read it again
      *    before the rewrite
           MOVE WS-INPUT-ID    TO ABS-EMPLOYEE-ID
           MOVE WS-INPUT-START TO ABS-START-DATE
           READ ABSENCE
               INVALID KEY
                   DISPLAY 'REJECTED: SPELL HAS GONE FROM FILE'
                   exit paragraph
           END-READ
           PERFORM STAMP-NOW
           MOVE WS-INPUT-END   TO ABS-END-DATE
           MOVE WS-INPUT-DAYS  TO ABS-DAYS-LOST
           MOVE WS-LOCK-OPERATOR TO ABS-RECORDED-BY
           MOVE WS-FORMATTED-DATE-TIME TO ABS-RECORDED-STAMP
           REWRITE ABSENCE-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO REWRITE SPELL'
               NOT INVALID KEY
                   DISPLAY 'Amended absence for ' WS-INPUT-ID
                       ' from ' WS-INPUT-START
           END-REWRITE.

       DELETE-SPELL.
           DISPLAY 'Employee ID: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           DISPLAY 'First day off (CCYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-START
           MOVE WS-INPUT-ID    TO ABS-EMPLOYEE-ID
           MOVE WS-INPUT-START TO ABS-START-DATE
           READ ABSENCE
               INVALID KEY
                   DISPLAY 'REJECTED: NO SPELL STARTING '
                       WS-INPUT-START ' FOR ' WS-INPUT-ID
                   exit paragraph
           END-READ

           DISPLAY 'Remove type ' ABS-TYPE ' spell from '
               ABS-START-DATE ' - are you sure? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               DISPLAY 'Delete cancelled.'
               exit paragraph
           end-if

           DELETE ABSENCE RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO DELETE SPELL'
               NOT INVALID KEY
                   DISPLAY 'Removed absence for ' WS-INPUT-ID
                       ' from ' WS-INPUT-START
           END-DELETE.

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
           MOVE 'ABSENCE-ENTRY' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
