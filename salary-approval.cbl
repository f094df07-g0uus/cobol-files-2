       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARY-APPROVAL.
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
       SELECT APPROVAL-QUEUE
           ASSIGN TO './Approval-Queue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-APQ-FILE-STATUS.
       SELECT APPROVAL-CONTROL
           ASSIGN TO './Approval-Control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-APC-FILE-STATUS.
       SELECT RUN-LOCK
           ASSIGN TO './Run-Lock.dat'
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
      *    Bring in the file definitions
       copy approval-rec.
       copy approval-ctl-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.

       WORKING-STORAGE SECTION.

           01 filler.
             10 WS-CONTINUE-SW pic x(1) value 'Y'.
                88 WS-CONTINUE value 'Y'.
                88 WS-QUIT     value 'N'.

           01 filler.
             10 WS-APQ-EOF-SW pic x(1) value 'N'.
                88 WS-APQ-EOF value 'Y'.

           01 filler.
             10 WS-REF-FOUND-SW pic x(1) value 'N'.
                88 WS-REF-FOUND value 'Y'.

           77 WS-CHOICE        pic x(1).
           77 WS-CONFIRM       pic x(1).
           77 WS-INPUT-REF     pic 9(6) value 0.
           77 WS-INPUT-NOTE    pic x(30) value spaces.
           77 WS-INPUT-AMOUNT  pic 9(5)V99 value 0.
           77 WS-INPUT-PCT     pic 9(3)V99 value 0.
           77 WS-LISTED-COUNT  pic 9(4) comp sync value 0.

      *      the queue is small enough to hold whole - each decision
      *      is made on the table and the file rewritten from it
           77 WS-APQ-FILE-STATUS pic xx value spaces.
           77 WS-APQ-COUNT     pic 9(3) comp sync value 0.
           77 WS-APQ-IDX       pic 9(3) comp sync value 0.
           77 WS-APQ-FOUND-IDX pic 9(3) comp sync value 0.
           01 WS-APPROVAL-TABLE.
               05 WS-APQ-RECORD pic x(287) occurs 200 times.

      *      the limits in force - the defaults stand until the file
      *      is first written
           77 WS-APC-FILE-STATUS pic xx value spaces.
           77 WS-APPROVAL-AMOUNT pic 9(5)V99 value 5000.
           77 WS-APPROVAL-PCT    pic 9(3)V99 value 10.
           77 WS-APC-CHANGED-BY  pic x(10) value spaces.
           77 WS-APC-CHANGED-STAMP pic x(19) value spaces.

      *      an 'A' grant carries its own authoriser, who may no more
      *      approve it than the operator who submitted it
           01 WS-IMAGE-VIEW.
               05 FILLER            pic x(16).
               05 WS-IMG-AUTHORISER pic x(10).
               05 WS-IMG-REASON     pic x(30).
               05 FILLER            pic x(94).

           77 WS-SHOW-OLD      pic Z(4)9,99.
           77 WS-SHOW-NEW      pic Z(4)9,99.
           77 WS-SHOW-AMOUNT   pic Z(4)9,99.
           77 WS-SHOW-PCT      pic ZZ9,99.

      *      system-wide Employee.dat update lock
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

           display 'SALARY CHANGE APPROVAL'
           display 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-LOCK-OPERATOR
           if WS-LOCK-OPERATOR = spaces then
               display 'REJECTED: OPERATOR INITIALS ARE REQUIRED'
               STOP RUN
           end-if
           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'SALARY-APPROVAL' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN SALARY-APPROVAL'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if

      *    the queue is shared with the batch, which takes decided
      *    items off it - so nobody decides while the batch runs
           PERFORM ACQUIRE-RUN-LOCK

           PERFORM LOAD-APPROVAL-CONTROL
           PERFORM LOAD-APPROVAL-QUEUE

           PERFORM MENU-PROCEDURE UNTIL WS-QUIT

           PERFORM RELEASE-RUN-LOCK

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
           DISPLAY 'SALARY CHANGE APPROVAL'
           DISPLAY '  (L)IST       - show items awaiting a decision'
           DISPLAY '  (A)PPROVE    - approve a held item'
           DISPLAY '  (R)EFUSE     - refuse a held item'
           DISPLAY '  (T)HRESHOLDS - show or change the limits'
           DISPLAY '  (Q)UIT       - end this program'
           DISPLAY 'Enter choice: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE

           if WS-CHOICE = 'L' or WS-CHOICE = 'l' then
               PERFORM LIST-HELD-ITEMS
           else if WS-CHOICE = 'A' or WS-CHOICE = 'a' then
               PERFORM APPROVE-ITEM
           else if WS-CHOICE = 'R' or WS-CHOICE = 'r' then
               PERFORM REFUSE-ITEM
           else if WS-CHOICE = 'T' or WS-CHOICE = 't' then
               PERFORM MAINTAIN-THRESHOLDS
           else if WS-CHOICE = 'Q' or WS-CHOICE = 'q' then
               set WS-QUIT to true
           else
               DISPLAY 'Unrecognised choice - try again.'
           end-if.

       LOAD-APPROVAL-CONTROL.
           OPEN INPUT APPROVAL-CONTROL
           if WS-APC-FILE-STATUS = '35' then
               exit paragraph
           end-if
           if WS-APC-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open APPROVAL-CONTROL. Status='
                   WS-APC-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if
           READ APPROVAL-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   if APC-AMOUNT-LIMIT numeric then
                       MOVE APC-AMOUNT-LIMIT TO WS-APPROVAL-AMOUNT
                   end-if
                   if APC-PCT-LIMIT numeric then
                       MOVE APC-PCT-LIMIT TO WS-APPROVAL-PCT
                   end-if
                   MOVE APC-CHANGED-BY    TO WS-APC-CHANGED-BY
                   MOVE APC-CHANGED-STAMP TO WS-APC-CHANGED-STAMP
           END-READ
           CLOSE APPROVAL-CONTROL.

       LOAD-APPROVAL-QUEUE.
           MOVE 0 TO WS-APQ-COUNT
           MOVE 'N' TO WS-APQ-EOF-SW
           OPEN INPUT APPROVAL-QUEUE
           if WS-APQ-FILE-STATUS = '35' then
               exit paragraph
           end-if
           if WS-APQ-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open APPROVAL-QUEUE. Status='
                   WS-APQ-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if
           PERFORM READ-APPROVAL-QUEUE UNTIL WS-APQ-EOF
           CLOSE APPROVAL-QUEUE.

       READ-APPROVAL-QUEUE.
           READ APPROVAL-QUEUE
               AT END set WS-APQ-EOF to true
               NOT AT END
                   if WS-APQ-COUNT >= 200 then
                       display 'FATAL: more than 200 records on '
                       display '       Approval-Queue.dat - increase '
                       display '       WS-APPROVAL-TABLE.'
                       PERFORM RELEASE-RUN-LOCK
                       STOP RUN
                   end-if
                   ADD 1 TO WS-APQ-COUNT
                   MOVE APPROVAL-QUEUE-RECORD TO
                       WS-APQ-RECORD(WS-APQ-COUNT)
           END-READ.

       LIST-HELD-ITEMS.
           MOVE 0 TO WS-LISTED-COUNT
           DISPLAY 'REF    EMPLOYEE OP        OLD        NEW RSN '
               'SUBMITTED BY'
           PERFORM LIST-ONE-ITEM
               VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT
           DISPLAY WS-LISTED-COUNT ' items awaiting a decision.'.

       LIST-ONE-ITEM.
           MOVE WS-APQ-RECORD(WS-APQ-IDX) TO APPROVAL-QUEUE-RECORD
           if not APQ-HELD then
               exit paragraph
           end-if
           ADD 1 TO WS-LISTED-COUNT
           MOVE APQ-OLD-SALARY TO WS-SHOW-OLD
           MOVE APQ-NEW-SALARY TO WS-SHOW-NEW
           DISPLAY APQ-REF ' ' APQ-EMPLOYEE-ID '   ' APQ-OPERATION
               '  ' WS-SHOW-OLD ' ' WS-SHOW-NEW ' ' APQ-HOLD-REASON
               ' ' APQ-SUBMITTED-BY ' ' APQ-HELD-STAMP
           if APQ-OPERATION = 'A' then
               MOVE APQ-TXN-IMAGE TO WS-IMAGE-VIEW
               DISPLAY '       signed by ' WS-IMG-AUTHORISER
                   ' - ' WS-IMG-REASON
           end-if.

      *    find the held item for WS-INPUT-REF - it is left in the
      *    record area for the decision
       FIND-HELD-ITEM.
           MOVE 'N' TO WS-REF-FOUND-SW
           MOVE 0 TO WS-APQ-FOUND-IDX
           DISPLAY 'Reference: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-REF
           PERFORM MATCH-ONE-REF
               VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT or WS-REF-FOUND
           if not WS-REF-FOUND then
               DISPLAY 'No item ' WS-INPUT-REF ' awaiting a decision.'
               exit paragraph
           end-if
           MOVE WS-APQ-RECORD(WS-APQ-FOUND-IDX) TO
               APPROVAL-QUEUE-RECORD.

       MATCH-ONE-REF.
           MOVE WS-APQ-RECORD(WS-APQ-IDX) TO APPROVAL-QUEUE-RECORD
           if APQ-REF = WS-INPUT-REF and APQ-HELD then
               set WS-REF-FOUND to true
               MOVE WS-APQ-IDX TO WS-APQ-FOUND-IDX
           end-if.

      *    the whole point of the queue - whoever put the change in,
      *    and whoever signed an 'A' grant, may not also approve it.
      *    the attempt is logged like any other refusal
       CHECK-SECOND-OPERATOR.
           set WS-AUTH-OK to true
           MOVE SPACES TO WS-AUTH-REASON
           if APQ-SUBMITTED-BY = WS-LOCK-OPERATOR then
               MOVE 'N' TO WS-AUTH-OK-SW
           end-if
           if APQ-OPERATION = 'A' then
               MOVE APQ-TXN-IMAGE TO WS-IMAGE-VIEW
               if WS-IMG-AUTHORISER = WS-LOCK-OPERATOR then
                   MOVE 'N' TO WS-AUTH-OK-SW
               end-if
           end-if
           if not WS-AUTH-OK then
               MOVE 'SAME' TO WS-AUTH-REASON-CODE
               MOVE 'SAME OPERATOR CANNOT APPROVE' TO
                   WS-AUTH-REASON-TEXT
               MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
               MOVE 'SALARY-APPROVAL' TO WS-AUTH-REQUEST
               MOVE APQ-EMPLOYEE-ID TO WS-AUTH-EMPLOYEE-ID
               PERFORM STAMP-NOW
               PERFORM WRITE-SECURITY-LOG
               DISPLAY 'REJECTED: ' WS-LOCK-OPERATOR
                   ' SUBMITTED OR SIGNED ITEM ' APQ-REF
                   ' - A SECOND OPERATOR MUST DECIDE IT'
           end-if.

       APPROVE-ITEM.
           PERFORM FIND-HELD-ITEM
           if not WS-REF-FOUND then
               exit paragraph
           end-if
           PERFORM CHECK-SECOND-OPERATOR
           if not WS-AUTH-OK then
               exit paragraph
           end-if
           MOVE APQ-OLD-SALARY TO WS-SHOW-OLD
           MOVE APQ-NEW-SALARY TO WS-SHOW-NEW
           DISPLAY 'Approve ' APQ-OPERATION ' for Employee ID '
               APQ-EMPLOYEE-ID ' ' WS-SHOW-OLD ' to ' WS-SHOW-NEW
               ' (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               DISPLAY 'Approval cancelled.'
               exit paragraph
           end-if
           PERFORM STAMP-NOW
           MOVE 'A' TO APQ-STATUS
           MOVE WS-LOCK-OPERATOR TO APQ-DECIDED-BY
           MOVE WS-FORMATTED-DATE-TIME TO APQ-DECIDED-STAMP
           MOVE APPROVAL-QUEUE-RECORD TO
               WS-APQ-RECORD(WS-APQ-FOUND-IDX)
           PERFORM REWRITE-APPROVAL-QUEUE
           DISPLAY 'Item ' APQ-REF ' approved - applied by the next '
               'batch run.'.

       REFUSE-ITEM.
           PERFORM FIND-HELD-ITEM
           if not WS-REF-FOUND then
               exit paragraph
           end-if
           PERFORM CHECK-SECOND-OPERATOR
           if not WS-AUTH-OK then
               exit paragraph
           end-if
           DISPLAY 'Reason for refusal: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-NOTE
           if WS-INPUT-NOTE = spaces then
               DISPLAY 'A refusal must give a reason.'
               exit paragraph
           end-if
           PERFORM STAMP-NOW
           MOVE 'R' TO APQ-STATUS
           MOVE WS-LOCK-OPERATOR TO APQ-DECIDED-BY
           MOVE WS-FORMATTED-DATE-TIME TO APQ-DECIDED-STAMP
           MOVE WS-INPUT-NOTE TO APQ-REFUSAL-NOTE
           MOVE APPROVAL-QUEUE-RECORD TO
               WS-APQ-RECORD(WS-APQ-FOUND-IDX)
           PERFORM REWRITE-APPROVAL-QUEUE
           DISPLAY 'Item ' APQ-REF ' refused - the next batch run '
               'sends it to the rejects file.'.

      *    each decision goes to disk as it is made, so an operator
      *    who walks away mid-session loses nothing already decided
       REWRITE-APPROVAL-QUEUE.
           OPEN OUTPUT APPROVAL-QUEUE
           if WS-APQ-FILE-STATUS not = '00' then
               display 'FATAL: Unable to rewrite APPROVAL-QUEUE. '
                   'Status=' WS-APQ-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if
           PERFORM REWRITE-APPROVAL-PASS
               VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT
           CLOSE APPROVAL-QUEUE.

       REWRITE-APPROVAL-PASS.
           MOVE WS-APQ-RECORD(WS-APQ-IDX) TO APPROVAL-QUEUE-RECORD
           WRITE APPROVAL-QUEUE-RECORD.

      *    the limits decide what needs a second operator at all, so
      *    changing them is a guarded function of its own
       MAINTAIN-THRESHOLDS.
           MOVE WS-APPROVAL-AMOUNT TO WS-SHOW-AMOUNT
           MOVE WS-APPROVAL-PCT    TO WS-SHOW-PCT
           DISPLAY 'Rise held over amount  : ' WS-SHOW-AMOUNT
           DISPLAY 'Rise held over percent : ' WS-SHOW-PCT
           if WS-APC-CHANGED-BY not = spaces then
               DISPLAY 'Last changed by ' WS-APC-CHANGED-BY ' at '
                   WS-APC-CHANGED-STAMP
           else
               DISPLAY 'Standard limits - never changed.'
           end-if
           DISPLAY 'Change the limits? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               exit paragraph
           end-if

           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'APPROVAL-LIMITS' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               DISPLAY 'REJECTED: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT CHANGE THE APPROVAL LIMITS - '
                   WS-AUTH-REASON-TEXT
               exit paragraph
           end-if

           DISPLAY 'Amount limit, 0 for none (99999,99): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           DISPLAY 'Percentage limit, 0 for none (999,99): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-PCT
           if WS-INPUT-AMOUNT = 0 and WS-INPUT-PCT = 0 then
               DISPLAY 'REJECTED: AT LEAST ONE LIMIT MUST STAND'
               exit paragraph
           end-if

           PERFORM STAMP-NOW
           OPEN OUTPUT APPROVAL-CONTROL
           if WS-APC-FILE-STATUS not = '00' then
               display 'FATAL: Unable to write APPROVAL-CONTROL. '
                   'Status=' WS-APC-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if
           MOVE SPACES TO APPROVAL-CONTROL-RECORD
           MOVE WS-INPUT-AMOUNT TO APC-AMOUNT-LIMIT
           MOVE WS-INPUT-PCT    TO APC-PCT-LIMIT
           MOVE WS-LOCK-OPERATOR TO APC-CHANGED-BY
           MOVE WS-FORMATTED-DATE-TIME TO APC-CHANGED-STAMP
           WRITE APPROVAL-CONTROL-RECORD
           CLOSE APPROVAL-CONTROL

           MOVE WS-INPUT-AMOUNT  TO WS-APPROVAL-AMOUNT
           MOVE WS-INPUT-PCT     TO WS-APPROVAL-PCT
           MOVE WS-LOCK-OPERATOR TO WS-APC-CHANGED-BY
           MOVE WS-FORMATTED-DATE-TIME TO WS-APC-CHANGED-STAMP
           DISPLAY 'Approval limits changed - in force from the next '
               'batch run.'.

      *    only one updater may hold Employee.dat at a time - the lock
      *    file records who, so the refusal can say so, and a stale
      *    lock left by a crashed run is cleared with RUN-LOCK-MAINT
       ACQUIRE-RUN-LOCK.
           OPEN INPUT RUN-LOCK
           if WS-RLK-FILE-STATUS = '00' then
               READ RUN-LOCK
                   AT END
                       CONTINUE
                   NOT AT END
                       display 'FATAL: EMPLOYEE FILE IS LOCKED BY '
                           RLK-PROGRAM-NAME
                       display '       OPERATOR ' RLK-OPERATOR
                           ' SINCE ' RLK-START-STAMP
                       display '       if that run is dead, clear the'
                       display '       lock with RUN-LOCK-MAINT'
                       CLOSE RUN-LOCK
                       STOP RUN
               END-READ
               CLOSE RUN-LOCK
           end-if
           OPEN OUTPUT RUN-LOCK
           if WS-RLK-FILE-STATUS not = '00' then
               display 'FATAL: Unable to write RUN-LOCK. Status='
                   WS-RLK-FILE-STATUS
               STOP RUN
           end-if
           MOVE 'SALARY-APPROVAL' TO RLK-PROGRAM-NAME
           MOVE WS-LOCK-OPERATOR TO RLK-OPERATOR
           MOVE WS-FORMATTED-DATE-TIME TO RLK-START-STAMP
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK.

      *    an empty lock file is a free lock
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK
           CLOSE RUN-LOCK.

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
           MOVE 'SALARY-APPROVAL' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
