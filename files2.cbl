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
       SELECT REHIRE-LINK
           ASSIGN TO './Rehire-Link.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-REH-FILE-STATUS.
       SELECT ESTABLISHMENT
           ASSIGN TO './Establishment.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS EST-KEY
           file status is WS-EST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       copy run-hist-rec.
       copy pending-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.
       copy approval-rec.
       copy approval-ctl-rec.
       copy rehire-rec.
       copy establishment-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
                                          'EMPLOYEE FILE RECONCILE:'.
                   10  RECON-RESULT   PIC X(15) VALUE SPACES.
                   10  FILLER         PIC X(21) VALUE SPACES.
               05 Held-Approval-Line.
                   10  FILLER         PIC X(20) VALUE SPACES.
                   10  FILLER         PIC X(24) VALUE
                                          'HELD FOR APPROVAL:      '.
                   10  TOTAL-HELD     PIC Z(5)9.
                   10  FILLER         PIC X(20) VALUE SPACES.
               05 Approved-Applied-Line.
                   10  FILLER         PIC X(20) VALUE SPACES.
                   10  FILLER         PIC X(24) VALUE
                                          'APPROVED ITEMS APPLIED: '.
                   10  TOTAL-APPROVED PIC Z(5)9.
                   10  FILLER         PIC X(20) VALUE SPACES.
               05 Refused-Approval-Line.
                   10  FILLER         PIC X(20) VALUE SPACES.
                   10  FILLER         PIC X(24) VALUE
                                          'REFUSED AT APPROVAL:    '.
                   10  TOTAL-REFUSED  PIC Z(5)9.
                   10  FILLER         PIC X(20) VALUE SPACES.
               05 Awaiting-Approval-Line.
                   10  FILLER         PIC X(20) VALUE SPACES.
                   10  FILLER         PIC X(24) VALUE
                                          'AWAITING APPROVAL:      '.
                   10  TOTAL-AWAITING PIC Z(5)9.
                   10  FILLER         PIC X(20) VALUE SPACES.
               05 Rehire-Linked-Line.
                   10  FILLER         PIC X(20) VALUE SPACES.
                   10  FILLER         PIC X(24) VALUE
                                          'REHIRES LINKED:         '.
                   10  TOTAL-REHIRES  PIC Z(5)9.
                   10  FILLER         PIC X(20) VALUE SPACES.
               05 Over-Establishment-Count.
                   10  FILLER         PIC X(20) VALUE SPACES.
                   10  FILLER         PIC X(24) VALUE
                                          'OVER ESTABLISHMENT:     '.
                   10  TOTAL-OVER-EST PIC Z(5)9.
                   10  FILLER         PIC X(20) VALUE SPACES.

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
      *      the batch operator's operation codes, held for the run
      *      for headers that name no keying operator; the switch is
      *      set when the site has no authority file yet
           77 WS-BATCH-OP-CODES  pic x(10) value spaces.
      *      the operator who keyed the group in hand, off its header,
      *      and the codes their authority carries - the transactions
      *      are checked against these, not the batch operator's
           77 WS-KEYED-OPERATOR  pic x(10) value spaces.
           77 WS-KEYED-OP-CODES  pic x(10) value spaces.
           77 WS-AUTH-TALLY      pic 9(2) comp sync value 0.
           01 filler.
               10 WS-AUTH-ABSENT-SW pic x(1) value 'N'.
                  88 WS-AUTH-ABSENT value 'Y'.

      *      two-person approval - an 'S' or 'U' that raises a salary,
      *      or an 'A' grant sanctioning pay above the band, by more
      *      than either limit is held on Approval-Queue.dat instead of
      *      being applied; once a second operator has decided it with
      *      SALARY-APPROVAL the next run applies or rejects it.  the
      *      limits below stand until Approval-Control.dat is built
           77 WS-APQ-FILE-STATUS pic xx value spaces.
           77 WS-APC-FILE-STATUS pic xx value spaces.
           77 WS-APPROVAL-AMOUNT pic 9(5)V99 value 5000.
           77 WS-APPROVAL-PCT    pic 9(3)V99 value 10.
           77 WS-APR-OLD-SALARY  pic 9(5)V99 value 0.
           77 WS-APR-NEW-SALARY  pic 9(5)V99 value 0.
           77 WS-APR-RISE        pic 9(5)V99 value 0.
           77 WS-APR-RISE-PCT    pic 9(5)V99 value 0.

      *      rehire detection - every NI number on the master, held
      *      for the run and kept current as the batch inserts, amends
      *      and marks leavers, so an 'I' can be matched without a
      *      sweep of the file.  a match against someone still active
      *      is refused; a match against a leaver is a rehire, linked
      *      back to the old record on Rehire-Link.dat
           77 WS-REH-FILE-STATUS pic xx value spaces.
           01 WS-NI-TABLE.
               05 WS-NIT-ENTRY occurs 5000 times.
                   10 WS-NIT-ID        pic 9(6).
                   10 WS-NIT-NI        pic x(9).
                   10 WS-NIT-STATUS    pic x(1).
                   10 WS-NIT-HIRE-DATE pic 9(8).
                   10 WS-NIT-TERM-DATE pic 9(8).
           77 WS-NIT-COUNT pic 9(4) comp sync value 0.
           77 WS-NIT-IDX   pic 9(4) comp sync value 0.
           77 WS-NIT-LEAVER-SLOT pic 9(4) comp sync value 0.
           77 WS-NIT-ACTIVE-ID   pic 9(6) value 0.
           01 filler.
               10 WS-NIT-EOF-SW pic x(1) value 'N'.
                  88 WS-NIT-EOF value 'Y'.
           01 filler.
               10 WS-REHIRE-SW pic x(1) value 'N'.
                  88 WS-REHIRE value 'Y'.
           77 WS-REHIRE-COUNT pic 9(4) comp sync value 0.
           77 WS-GAP-DAYS     pic 9(5) value 0.
           77 WS-APR-HOLD-REASON pic x(4) value spaces.
           77 WS-APQ-COUNT       pic 9(3) comp sync value 0.
           77 WS-APQ-IDX         pic 9(3) comp sync value 0.
           77 WS-APQ-NEXT-REF    pic 9(6) value 1.
           01 WS-APPROVAL-TABLE.
               05 WS-APQ-ENTRY occurs 200 times.
                   10 WS-APQ-RECORD pic x(287).
      *             'K' still on the queue, 'X' dealt with this run
                   10 WS-APQ-STATE  pic x(1).
           01 filler.
               10 WS-APR-HOLD-SW pic x(1) value 'N'.
                  88 WS-APR-HOLD value 'Y'.
           01 filler.
               10 WS-APR-APPLY-SW pic x(1) value 'N'.
                  88 WS-APPLYING-APPROVED value 'Y'.
           01 filler.
               10 WS-APQ-EOF-SW pic x(1) value 'N'.
                  88 WS-APQ-EOF value 'Y'.
           01 filler.
               10 WS-APR-DUP-SW pic x(1) value 'N'.
                  88 WS-ALREADY-HELD value 'Y'.
           77 WS-HELD-COUNT      pic 9(3) comp sync value 0.
           77 WS-APPROVED-COUNT  pic 9(3) comp sync value 0.
           77 WS-REFUSED-COUNT   pic 9(3) comp sync value 0.
           77 WS-AWAITING-COUNT  pic 9(3) comp sync value 0.
           77 WS-APR-BASE-REJECTS pic 9(4) comp sync value 0.

           01 Held-Item-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FILLER         PIC X(22) VALUE
                    'HELD FOR APPROVAL REF '.
                05  HIL-REF        PIC 9(6).
                05  FILLER         PIC X(5)  VALUE ' EMP '.
                05  HIL-EMP-ID     PIC 9(6).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  HIL-OPERATION  PIC X(1).
                05  FILLER         PIC X(5)  VALUE ' OLD '.
                05  HIL-OLD        PIC Z(4)9,99.
                05  FILLER         PIC X(5)  VALUE ' NEW '.
                05  HIL-NEW        PIC Z(4)9,99.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  HIL-REASON     PIC X(4).
                05  FILLER         PIC X(6)  VALUE SPACES.

      *      establishment control - an 'I' or 'T' that takes a
      *      department past the posts funded for it on
      *      Establishment.dat this financial year is applied with a
      *      warning line on the report, or rejected ESTX where the
      *      department is under hard control.  active heads per
      *      department are counted as the NI table is loaded and kept
      *      current as the batch goes.  a department with no
      *      establishment record, or a site with no file, is not
      *      controlled
           77 WS-EST-FILE-STATUS pic xx value spaces.
           01 filler.
               10 WS-EST-ABSENT-SW pic x(1) value 'N'.
                  88 WS-EST-ABSENT value 'Y'.
      *      month the financial year starts in
           77 WS-FY-START-MONTH  pic 9(2) value 4.
           77 WS-EST-FIN-YEAR    pic 9(4) value 0.
           77 WS-EST-DEPT        pic x(4) value spaces.
           77 WS-EST-WHO         pic x(20) value spaces.
           77 WS-EST-HEADS       pic 9(5) value 0.
           77 WS-EST-POSTS       pic 9(4) value 0.
           77 WS-OVER-EST-COUNT  pic 9(4) comp sync value 0.
           01 filler.
               10 WS-OVER-EST-SW pic x(1) value 'N'.
                  88 WS-OVER-EST value 'Y'.
           01 WS-DEPT-HEAD-TABLE.
               05 WS-DHC-ENTRY occurs 100 times.
                   10 WS-DHC-DEPT  pic x(4).
                   10 WS-DHC-HEADS pic 9(5) comp sync.
           77 WS-DHC-COUNT pic 9(3) comp sync value 0.
           77 WS-DHC-IDX   pic 9(3) comp sync value 0.
           77 WS-DHC-SLOT  pic 9(3) comp sync value 0.

           01 Over-Establishment-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FILLER         PIC X(24) VALUE
                    'OVER ESTABLISHMENT DEPT '.
                05  OEL-DEPT       PIC X(4).
                05  FILLER         PIC X(4)  VALUE ' FY '.
                05  OEL-FIN-YEAR   PIC 9(4).
                05  FILLER         PIC X(7)  VALUE ' POSTS '.
                05  OEL-POSTS      PIC Z(3)9.
                05  FILLER         PIC X(5)  VALUE ' NOW '.
                05  OEL-HEADS      PIC Z(4)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  OEL-WHO        PIC X(20).

           01 WS-TEMP-DT.
               05 WS-TEMP-DATE-TIME.            
           77 WS-GRADE-IDX pic 9(2) comp sync value 0.
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

      *      default departments and cost centres - used only to seed
      *      a new DEPT-MASTER file the first time this program is run
      *      against a site with no Dept-Master.dat yet
           77 WS-MIN-WORKING-AGE pic 9(2) value 16.
           77 WS-MAX-WORKING-AGE pic 9(2) value 70.

      *      contract details as they will be filed - settled by
      *      VALIDATE-CONTRACT-FIELDS, defaults filled in.  the FTE is
      *      the contracted hours over the standard full-time week
           01 filler.
               10 WS-CONTRACT-KEYED-SW pic x(1) value 'N'.
                  88 WS-CONTRACT-KEYED value 'Y'.
           77 WS-NEW-CONTRACT-TYPE pic x(1) value spaces.
           77 WS-NEW-WEEKLY-HOURS  pic 9(2)V99 value 0.
           77 WS-NEW-FTE           pic 9V9999 value 0.
           77 WS-NEW-CONTRACT-END  pic 9(8) value 0.
           77 WS-FULL-TIME-HOURS   pic 9(2)V99 value 37,50.
           77 WS-MAX-WEEKLY-HOURS  pic 9(2)V99 value 48,00.

      *      reporting-line checks - the employee buffer is held here
      *      while the manager chain is walked with keyed reads, then
      *      put back exactly as it was
           77 WS-EMP-HOLD pic x(138) value spaces.
           77 WS-CYCLE-EMP-ID pic 9(6) value 0.
           77 WS-CHAIN-ID     pic 9(6) value 0.
           77 WS-CHAIN-DEPTH  pic 9(2) value 0.
      *      each insert/update/delete just before WRITE-AUDIT-RECORD
           01 WS-AUDIT-WORK.
               05 WS-AUDIT-OPERATION pic x(1) value space.
               05 WS-AUDIT-BEFORE    pic x(138) value spaces.
               05 WS-AUDIT-AFTER     pic x(138) value spaces.
      *         authoriser and reason on a salary authorisation,
      *         spaces on everything else
               05 WS-AUDIT-NOTE      pic x(42) value spaces.
               05 WS-PEND-ENTRY occurs 200 times.
                   10 WS-PEND-EFF-DATE pic 9(8).
                   10 WS-PEND-BATCH    pic 9(4).
                   10 WS-PEND-IMAGE    pic x(150).
                   10 WS-PEND-KEYED-BY pic x(10).
      *             'P' still pending, 'A' applied this run
                   10 WS-PEND-STATE    pic x(1).

      *    a trial run never writes the master, so it may run while an
      *    updater holds the lock - every live run takes it first
           PERFORM PARSE-OPERATOR-PARM
           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'EMPLOYEE-DATA' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN EMPLOYEE-DATA'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if
           if not WS-TRIAL-RUN then
               PERFORM ACQUIRE-RUN-LOCK
           end-if
                       WS-AUD-FILE-STATUS
                   STOP RUN
               end-if

               OPEN EXTEND REHIRE-LINK
               if WS-REH-FILE-STATUS = '35' then
                   OPEN OUTPUT REHIRE-LINK
               end-if
               if WS-REH-FILE-STATUS not = '00' then
                   display 'FATAL: Unable to open REHIRE-LINK. Status='
                       WS-REH-FILE-STATUS
                   STOP RUN
               end-if
           end-if

      *    a trial run only ever reads the master, so the duplicate

           PERFORM OPEN-GRADE-SCALE
           PERFORM OPEN-DEPT-MASTER
           PERFORM LOAD-NI-TABLE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-8
           PERFORM OPEN-ESTABLISHMENT

      *    salary changes a second operator has decided since the
      *    last run come off the approval queue first - and anything
      *    tonight holds joins the queue behind them
           PERFORM LOAD-APPROVAL-CONTROL
           PERFORM LOAD-APPROVAL-QUEUE
           PERFORM APPLY-DECIDED-APPROVALS

      *    parked transactions that have fallen due go on next, ahead
      *    of the begin count, so the reconciliation below sees them
      *    as part of the file the batch started from
           PERFORM LOAD-PENDING-FILE
           CLOSE REJECTS-FILE
           CLOSE GRADE-SCALE
           CLOSE DEPT-MASTER
           if not WS-EST-ABSENT then
               CLOSE ESTABLISHMENT
           end-if
           if not WS-TRIAL-RUN then
               CLOSE CHECKPOINT-FILE
               CLOSE AUDIT-TRAIL
               CLOSE REHIRE-LINK
           end-if

           PERFORM REWRITE-PENDING-FILE
               AFTER ADVANCING 1 LINE.
           Write Report-Record FROM Reconciliation-Line
               AFTER ADVANCING 1 LINE.
           PERFORM COUNT-AWAITING-APPROVAL
               VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT
           MOVE WS-HELD-COUNT     TO TOTAL-HELD
           MOVE WS-APPROVED-COUNT TO TOTAL-APPROVED
           MOVE WS-REFUSED-COUNT  TO TOTAL-REFUSED
           MOVE WS-AWAITING-COUNT TO TOTAL-AWAITING
           Write Report-Record FROM Held-Approval-Line
               AFTER ADVANCING 1 LINE.
           Write Report-Record FROM Approved-Applied-Line
               AFTER ADVANCING 1 LINE.
           Write Report-Record FROM Refused-Approval-Line
               AFTER ADVANCING 1 LINE.
           Write Report-Record FROM Awaiting-Approval-Line
               AFTER ADVANCING 1 LINE.
           MOVE WS-REHIRE-COUNT TO TOTAL-REHIRES
           Write Report-Record FROM Rehire-Linked-Line
               AFTER ADVANCING 1 LINE.
           MOVE WS-OVER-EST-COUNT TO TOTAL-OVER-EST
           Write Report-Record FROM Over-Establishment-Count
               AFTER ADVANCING 1 LINE.
           WRITE Report-Record FROM Report-Trailer
               AFTER ADVANCING 1 LINE.
       READ-PROCEDURE.
           end-if.

       SEED-GRADE-SCALE.
           MOVE ZEROS TO GRADE-SCALE-RECORD
           MOVE WS-SEED-GRADE-CODE(WS-GRADE-IDX)    TO GS-GRADE-CODE
           MOVE WS-SEED-GRADE-MIN-SAL(WS-GRADE-IDX) TO GS-MIN-SALARY
           MOVE WS-SEED-GRADE-MAX-SAL(WS-GRADE-IDX) TO GS-MAX-SALARY
           MOVE 'A' TO DM-STATUS
           WRITE DEPT-MASTER-RECORD.

      *    unlike the grade and department masters there is nothing
      *    sensible to seed - until ESTAB-MAINT has built the
      *    file no department is held to a number of posts
       OPEN-ESTABLISHMENT.
           MOVE WS-CURRENT-DATE-8(1:4) TO WS-EST-FIN-YEAR
           if WS-CURRENT-DATE-8(5:2) < WS-FY-START-MONTH then
               SUBTRACT 1 FROM WS-EST-FIN-YEAR
           end-if
           OPEN INPUT ESTABLISHMENT
           if WS-EST-FILE-STATUS = '35' then
               set WS-EST-ABSENT to true
               display 'No ESTABLISHMENT file - funded posts not '
                   'checked.'
           else if WS-EST-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open ESTABLISHMENT. Status='
                   WS-EST-FILE-STATUS
               STOP RUN
           end-if.

       COUNT-EMPLOYEE-RECORDS.
           MOVE 0 TO WS-FILE-REC-COUNT
           MOVE 'N' TO WS-COUNT-EOF-SW
               display 'RESTART: resuming batch ' HDR-BATCH-NO
                   ' with its checkpointed group counters'
           end-if
           PERFORM LOAD-KEYED-AUTHORITY
           PERFORM VALIDATE-RUN-DATE
           if not WS-GROUP-SUSPENDED then
               PERFORM VALIDATE-BATCH-NUMBER
               exit paragraph
           end-if.

      *    the operator who keyed the batch answers for every
      *    transaction in it - a code their authority does not carry
      *    is turned away before it can be parked or applied
           if not RT-UNKNOWN then
               PERFORM CHECK-OPCODE-AUTHORITY
               if not WS-AUTH-OK then
                   display 'REJECTED: OPERATOR ' WS-KEYED-OPERATOR
                       ' MAY NOT SUBMIT ' UPD-OPERATION
                       ' ON RECORD ' WS-REC-COUNT
                   MOVE 'OPNA' TO WS-REJECT-REASON-CODE
                   MOVE 'OPERATOR MAY NOT SUBMIT THIS CODE' TO
                       WS-REJECT-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   exit paragraph
               end-if
           end-if.

      *    a transaction dated past tonight is edited now, while the
      *    originator still has the paperwork, then parked on the
      *    pending file until the night it falls due
               exit paragraph
           end-if

      *    someone already on file under this NI number is either
      *    still here - refused, before a number is spent on them -
      *    or coming back, and linked to the record they left from
           PERFORM CHECK-NI-REHIRE
           if WS-REC-INVALID then
               DISPLAY 'REJECTED: NI NUMBER ' UPD-NI-NUMBER
                   ' ALREADY HELD BY ACTIVE EMPLOYEE ' WS-NIT-ACTIVE-ID
               PERFORM WRITE-REJECT-RECORD
               exit paragraph
           end-if

           MOVE UPD-EMPLOYEE-DEPT    TO WS-EST-DEPT
           MOVE UPD-EMPLOYEE-SURNAME TO WS-EST-WHO
           PERFORM CHECK-ESTABLISHMENT
           if WS-REC-INVALID then
               DISPLAY 'REJECTED: DEPARTMENT ' UPD-EMPLOYEE-DEPT
                   ' HAS NO FUNDED POST FOR ' UPD-EMPLOYEE-SURNAME
               PERFORM WRITE-REJECT-RECORD
               exit paragraph
           end-if

      *    data prep leaves the ID blank or zero to have the next
      *    free number allocated and echoed on the run report
           if UPD-EMPLOYEE-ID not numeric or UPD-EMPLOYEE-ID = 0 then
           MOVE 'N' TO EMPLOYEE-PENSION-FLAG
           SET EMPLOYEE-ACTIVE TO TRUE
           MOVE 0 TO EMPLOYEE-TERM-DATE
           PERFORM SET-CONTRACT-FIELDS
           MOVE UPD-GENDER TO EMPLOYEE-GENDER
           MOVE 0 TO EMPLOYEE-SPINE-POINT
           MOVE 0 TO EMPLOYEE-INCREMENT-DATE
           MOVE EMPLOYEE-HIRE-DATE TO WS-SPINE-FROM-DATE
           PERFORM PLACE-ON-SPINE

           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE 'I' TO WS-AUDIT-OPERATION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER
                   if WS-REHIRE then
                       MOVE SPACES TO WS-AUDIT-NOTE
                       STRING 'REHIRE OF EMPLOYEE '
                           WS-NIT-ID(WS-NIT-LEAVER-SLOT)
                           DELIMITED BY SIZE INTO WS-AUDIT-NOTE
                   end-if
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO WS-AUDIT-NOTE
                   ADD UPD-EMPLOYEE-SALARY TO WS-ACTUAL-SALARY
                   if EMPLOYEE-NI-NUMBER not = spaces then
                       PERFORM NOTE-NEW-NI-ENTRY
                   end-if
                   if WS-REHIRE then
                       PERFORM WRITE-REHIRE-LINK
                   end-if
                   MOVE EMPLOYEE-DEPT TO WS-EST-DEPT
                   PERFORM ADD-DEPT-HEAD
                   if WS-OVER-EST then
                       PERFORM REPORT-OVER-ESTABLISHMENT
                   end-if
           END-WRITE.
           ADD 1 TO WS-INSERT-COUNT.

           else
               DISPLAY 'Validated insert for Employee ID '
                   UPD-EMPLOYEE-ID
               if WS-REHIRE then
                   DISPLAY '    would be linked as a rehire of '
                       'employee ' WS-NIT-ID(WS-NIT-LEAVER-SLOT)
                   ADD 1 TO WS-REHIRE-COUNT
               end-if
               ADD UPD-EMPLOYEE-SALARY TO WS-ACTUAL-SALARY
               ADD 1 TO WS-INSERT-COUNT
               if UPD-NI-NUMBER not = spaces then
                   PERFORM NOTE-TRIAL-NI-ENTRY
               end-if
               MOVE UPD-EMPLOYEE-DEPT TO WS-EST-DEPT
               PERFORM ADD-DEPT-HEAD
               if WS-OVER-EST then
                   PERFORM REPORT-OVER-ESTABLISHMENT
               end-if
               MOVE 'I' TO WS-TRI-NOTE-STATE
               MOVE UPD-EMPLOYEE-GRADE  TO WS-TRI-NOTE-GRADE
               MOVE UPD-EMPLOYEE-SALARY TO WS-TRI-NOTE-SALARY
           end-if
           MOVE 'A' TO WS-TRI-NOTE-STATE.

      *    NI numbers already on the master, loaded once before the
      *    first transaction - blanks are not worth holding, they can
      *    match nothing
       LOAD-NI-TABLE.
           MOVE 0 TO WS-NIT-COUNT
           MOVE 'N' TO WS-NIT-EOF-SW
           MOVE LOW-VALUES TO EMPLOYEE-ID
           START EMPLOYEE KEY IS NOT LESS THAN EMPLOYEE-ID
               INVALID KEY
                   set WS-NIT-EOF to true
           END-START
           PERFORM LOAD-NI-PASS UNTIL WS-NIT-EOF.

       LOAD-NI-PASS.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-NIT-EOF to true
               NOT AT END
                   if EMPLOYEE-NI-NUMBER not = spaces then
                       PERFORM NOTE-NEW-NI-ENTRY
                   end-if
                   if not EMPLOYEE-LEAVER then
                       MOVE EMPLOYEE-DEPT TO WS-EST-DEPT
                       PERFORM ADD-DEPT-HEAD
                   end-if
           END-READ.

       NOTE-NEW-NI-ENTRY.
           if WS-NIT-COUNT >= 5000 then
               display 'FATAL: more than 5000 NI numbers on file - '
               display '       increase WS-NI-TABLE.'
               STOP RUN
           end-if
           ADD 1 TO WS-NIT-COUNT
           MOVE EMPLOYEE-ID        TO WS-NIT-ID(WS-NIT-COUNT)
           MOVE EMPLOYEE-NI-NUMBER TO WS-NIT-NI(WS-NIT-COUNT)
           MOVE EMPLOYEE-STATUS    TO WS-NIT-STATUS(WS-NIT-COUNT)
           MOVE EMPLOYEE-HIRE-DATE TO WS-NIT-HIRE-DATE(WS-NIT-COUNT)
           if EMPLOYEE-TERM-DATE numeric then
               MOVE EMPLOYEE-TERM-DATE
                   TO WS-NIT-TERM-DATE(WS-NIT-COUNT)
           else
               MOVE 0 TO WS-NIT-TERM-DATE(WS-NIT-COUNT)
           end-if.

      *    a trial's inserts are noted off the transaction, so a
      *    later 'I' in the same batch meets them just as it would
      *    in the live run
       NOTE-TRIAL-NI-ENTRY.
           if WS-NIT-COUNT >= 5000 then
               display 'FATAL: more than 5000 NI numbers on file - '
               display '       increase WS-NI-TABLE.'
               STOP RUN
           end-if
           ADD 1 TO WS-NIT-COUNT
           MOVE UPD-EMPLOYEE-ID   TO WS-NIT-ID(WS-NIT-COUNT)
           MOVE UPD-NI-NUMBER     TO WS-NIT-NI(WS-NIT-COUNT)
           MOVE 'A'               TO WS-NIT-STATUS(WS-NIT-COUNT)
           MOVE UPD-EMPLOYEE-HIRE-DATE
               TO WS-NIT-HIRE-DATE(WS-NIT-COUNT)
           MOVE 0                 TO WS-NIT-TERM-DATE(WS-NIT-COUNT).

       CHECK-NI-REHIRE.
           SET WS-REC-VALID TO TRUE
           MOVE 'N' TO WS-REHIRE-SW
           MOVE 0 TO WS-NIT-LEAVER-SLOT
           if UPD-NI-NUMBER = spaces then
               exit paragraph
           end-if
           PERFORM MATCH-ONE-NI
               VARYING WS-NIT-IDX FROM 1 BY 1
               UNTIL WS-NIT-IDX > WS-NIT-COUNT
                  or WS-REC-INVALID
           if WS-REC-INVALID then
               MOVE 'NIAC' TO WS-REJECT-REASON-CODE
               MOVE 'NI NUMBER HELD BY ACTIVE EMPLOYEE' TO
                   WS-REJECT-REASON-TEXT
               exit paragraph
           end-if
           if WS-NIT-LEAVER-SLOT > 0 then
               set WS-REHIRE to true
           end-if.

      *    the most recent departure is the one the service runs on
      *    from, should someone have come and gone more than once
       MATCH-ONE-NI.
           if WS-NIT-NI(WS-NIT-IDX) not = UPD-NI-NUMBER then
               exit paragraph
           end-if
           if WS-NIT-STATUS(WS-NIT-IDX) not = 'L' then
               SET WS-REC-INVALID TO TRUE
               MOVE WS-NIT-ID(WS-NIT-IDX) TO WS-NIT-ACTIVE-ID
               exit paragraph
           end-if
           if WS-NIT-LEAVER-SLOT = 0 then
               MOVE WS-NIT-IDX TO WS-NIT-LEAVER-SLOT
           else if WS-NIT-TERM-DATE(WS-NIT-IDX) >
                   WS-NIT-TERM-DATE(WS-NIT-LEAVER-SLOT) then
               MOVE WS-NIT-IDX TO WS-NIT-LEAVER-SLOT
           end-if.

      *    an amended NI number or a new leaver is carried into the
      *    table, so the rest of the batch matches against the master
      *    as it now stands
       REFRESH-NI-ENTRY.
           PERFORM FIND-NI-ENTRY
               VARYING WS-NIT-IDX FROM 1 BY 1
               UNTIL WS-NIT-IDX > WS-NIT-COUNT
                  or WS-NIT-ID(WS-NIT-IDX) = EMPLOYEE-ID
           if WS-NIT-IDX > WS-NIT-COUNT then
               if EMPLOYEE-NI-NUMBER not = spaces then
                   PERFORM NOTE-NEW-NI-ENTRY
               end-if
               exit paragraph
           end-if
           MOVE EMPLOYEE-NI-NUMBER TO WS-NIT-NI(WS-NIT-IDX)
           MOVE EMPLOYEE-STATUS    TO WS-NIT-STATUS(WS-NIT-IDX)
           if EMPLOYEE-TERM-DATE numeric then
               MOVE EMPLOYEE-TERM-DATE TO WS-NIT-TERM-DATE(WS-NIT-IDX)
           end-if.

       FIND-NI-ENTRY.
           CONTINUE.

      *    the link carries both sets of dates, so SERVICE-REPORT can
      *    judge continuity without the old record - which the purge
      *    now leaves alone in any case
       WRITE-REHIRE-LINK.
           MOVE SPACES TO REHIRE-LINK-RECORD
           MOVE EMPLOYEE-ID TO REH-NEW-EMPLOYEE-ID
           MOVE WS-NIT-ID(WS-NIT-LEAVER-SLOT)
               TO REH-PREVIOUS-EMPLOYEE-ID
           MOVE EMPLOYEE-NI-NUMBER TO REH-NI-NUMBER
           MOVE EMPLOYEE-SURNAME   TO REH-SURNAME
           MOVE EMPLOYEE-FORENAME  TO REH-FORENAME
           MOVE WS-NIT-HIRE-DATE(WS-NIT-LEAVER-SLOT)
               TO REH-PREVIOUS-HIRE-DATE
           MOVE WS-NIT-TERM-DATE(WS-NIT-LEAVER-SLOT)
               TO REH-PREVIOUS-TERM-DATE
           MOVE EMPLOYEE-HIRE-DATE TO REH-REHIRE-DATE
           MOVE 0 TO WS-GAP-DAYS
           if EMPLOYEE-HIRE-DATE > REH-PREVIOUS-TERM-DATE and
              FUNCTION TEST-DATE-YYYYMMDD(EMPLOYEE-HIRE-DATE) = 0 and
              FUNCTION TEST-DATE-YYYYMMDD(REH-PREVIOUS-TERM-DATE)
                  = 0 then
               COMPUTE WS-GAP-DAYS =
                   FUNCTION INTEGER-OF-DATE(EMPLOYEE-HIRE-DATE) -
                   FUNCTION INTEGER-OF-DATE(REH-PREVIOUS-TERM-DATE)
           end-if
           MOVE WS-GAP-DAYS TO REH-GAP-DAYS
           MOVE WS-FORMATTED-DATE-TIME TO REH-LINK-STAMP
           MOVE WS-THIS-BATCH-NO TO REH-BATCH-NO
           WRITE REHIRE-LINK-RECORD
           ADD 1 TO WS-REHIRE-COUNT
           DISPLAY '    linked as a rehire of employee '
               REH-PREVIOUS-EMPLOYEE-ID ', gap ' WS-GAP-DAYS ' days'.

      *    would one more head in WS-EST-DEPT take it past the posts
      *    funded this financial year - under hard control it is
      *    turned away, under soft control WS-OVER-EST is set and the
      *    caller reports it once the change is actually on file (see
      *    REPORT-OVER-ESTABLISHMENT).  only the establishment file is
      *    read, so the employee buffer is left as it was
       CHECK-ESTABLISHMENT.
           SET WS-REC-VALID TO TRUE
           MOVE 'N' TO WS-OVER-EST-SW
           if WS-EST-ABSENT then
               exit paragraph
           end-if
           MOVE WS-EST-DEPT     TO EST-DEPT-CODE
           MOVE WS-EST-FIN-YEAR TO EST-FIN-YEAR
           READ ESTABLISHMENT
               INVALID KEY
                   exit paragraph
           END-READ
           PERFORM FIND-DEPT-HEAD
           if WS-DHC-SLOT = 0 then
               MOVE 0 TO WS-EST-HEADS
           else
               MOVE WS-DHC-HEADS(WS-DHC-SLOT) TO WS-EST-HEADS
           end-if
           ADD 1 TO WS-EST-HEADS
           if WS-EST-HEADS <= EST-FUNDED-POSTS then
               exit paragraph
           end-if
           if EST-HARD-CONTROL then
               SET WS-REC-INVALID TO TRUE
               MOVE 'ESTX' TO WS-REJECT-REASON-CODE
               MOVE 'DEPARTMENT OVER FUNDED POSTS' TO
                   WS-REJECT-REASON-TEXT
               exit paragraph
           end-if
           MOVE EST-FUNDED-POSTS TO WS-EST-POSTS
           set WS-OVER-EST to true.

      *    the soft-control warning for a change CHECK-ESTABLISHMENT
      *    let through over establishment - performed only after the
      *    WRITE or REWRITE has gone through, so a transaction turned
      *    away later, or held for approval, is not reported
       REPORT-OVER-ESTABLISHMENT.
           display 'WARNING: DEPARTMENT ' WS-EST-DEPT
               ' OVER ESTABLISHMENT - ' WS-EST-WHO
           MOVE WS-EST-DEPT      TO OEL-DEPT
           MOVE WS-EST-FIN-YEAR  TO OEL-FIN-YEAR
           MOVE WS-EST-POSTS     TO OEL-POSTS
           MOVE WS-EST-HEADS     TO OEL-HEADS
           MOVE WS-EST-WHO       TO OEL-WHO
           WRITE Report-Record FROM Over-Establishment-Line
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-OVER-EST-COUNT
           MOVE 'N' TO WS-OVER-EST-SW.

      *    leaves WS-DHC-SLOT on WS-EST-DEPT's entry, zero if it has
      *    none yet
       FIND-DEPT-HEAD.
           MOVE 0 TO WS-DHC-SLOT
           PERFORM FIND-DEPT-HEAD-SLOT
               VARYING WS-DHC-IDX FROM 1 BY 1
               UNTIL WS-DHC-IDX > WS-DHC-COUNT
                  or WS-DHC-DEPT(WS-DHC-IDX) = WS-EST-DEPT
           if WS-DHC-IDX <= WS-DHC-COUNT then
               MOVE WS-DHC-IDX TO WS-DHC-SLOT
           end-if.

       FIND-DEPT-HEAD-SLOT.
           CONTINUE.

       ADD-DEPT-HEAD.
           PERFORM FIND-DEPT-HEAD
           if WS-DHC-SLOT = 0 then
               if WS-DHC-COUNT >= 100 then
                   display 'FATAL: more than 100 departments - '
                   display '       increase WS-DEPT-HEAD-TABLE.'
                   STOP RUN
               end-if
               ADD 1 TO WS-DHC-COUNT
               MOVE WS-DHC-COUNT TO WS-DHC-SLOT
               MOVE WS-EST-DEPT TO WS-DHC-DEPT(WS-DHC-SLOT)
               MOVE 0 TO WS-DHC-HEADS(WS-DHC-SLOT)
           end-if
           ADD 1 TO WS-DHC-HEADS(WS-DHC-SLOT).

       DROP-DEPT-HEAD.
           PERFORM FIND-DEPT-HEAD
           if WS-DHC-SLOT > 0 then
               if WS-DHC-HEADS(WS-DHC-SLOT) > 0 then
                   SUBTRACT 1 FROM WS-DHC-HEADS(WS-DHC-SLOT)
               end-if
           end-if.

      *    one head out of the department on the before image and
      *    into the one now on the record
       MOVE-DEPT-HEAD.
           MOVE WS-AUDIT-BEFORE(52:4) TO WS-EST-DEPT
           PERFORM DROP-DEPT-HEAD
           MOVE EMPLOYEE-DEPT TO WS-EST-DEPT
           PERFORM ADD-DEPT-HEAD.

      *    put the employee on the highest point of their grade's
      *    spine that the salary has reached - off the spine (point
      *    zero) when the grade has none or the salary is below its
      *    first point.  someone already placed keeps their increment
      *    date; someone new to the spine is next due a year on from
      *    WS-SPINE-FROM-DATE
       PLACE-ON-SPINE.
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

       VALIDATE-INSERT-REC.
           SET WS-REC-VALID TO TRUE

               exit paragraph
           end-if

           PERFORM VALIDATE-CONTRACT-FIELDS
           if WS-REC-INVALID then
               exit paragraph
           end-if

           PERFORM VALIDATE-MANAGER-FIELD.

      *    statutory details may lag the hire, so blanks still pass -
                       WS-REJECT-REASON-TEXT
                   exit paragraph
               end-if
           end-if

      *    gender feeds the pay gap return - blank is still to be
      *    captured, anything keyed must be one of the three codes
           if UPD-GENDER not = space and
              UPD-GENDER not = 'M' and
              UPD-GENDER not = 'F' and
              UPD-GENDER not = 'X' then
               SET WS-REC-INVALID TO TRUE
               MOVE 'GNDR' TO WS-REJECT-REASON-CODE
               MOVE 'GENDER NOT M, F OR X' TO
                   WS-REJECT-REASON-TEXT
           end-if.

      *    contract type, weekly hours and a fixed-term end date.
      *    all three blank files an insert as permanent full-time and
      *    leaves an update's contract as it stands; anything keyed is
      *    edited here and the FTE worked out from the hours
       VALIDATE-CONTRACT-FIELDS.
           MOVE 'N' TO WS-CONTRACT-KEYED-SW
           MOVE 'P'                TO WS-NEW-CONTRACT-TYPE
           MOVE WS-FULL-TIME-HOURS TO WS-NEW-WEEKLY-HOURS
           MOVE 1                  TO WS-NEW-FTE
           MOVE 0                  TO WS-NEW-CONTRACT-END
           if UPD-CONTRACT-TYPE = space and
              UPD-WEEKLY-HOURS-X = spaces and
              UPD-CONTRACT-END-X = spaces then
               exit paragraph
           end-if
           set WS-CONTRACT-KEYED to true

           if UPD-CONTRACT-TYPE not = space then
               MOVE UPD-CONTRACT-TYPE TO WS-NEW-CONTRACT-TYPE
           end-if
           if WS-NEW-CONTRACT-TYPE not = 'P' and
              WS-NEW-CONTRACT-TYPE not = 'F' and
              WS-NEW-CONTRACT-TYPE not = 'C' then
               SET WS-REC-INVALID TO TRUE
               MOVE 'CTYP' TO WS-REJECT-REASON-CODE
               MOVE 'CONTRACT TYPE NOT P, F OR C' TO
                   WS-REJECT-REASON-TEXT
               exit paragraph
           end-if

      *    blank hours mean the standard week - except for a casual,
      *    who has no guaranteed hours at all
           if UPD-WEEKLY-HOURS-X = spaces and
              WS-NEW-CONTRACT-TYPE = 'C' then
               MOVE 0 TO WS-NEW-WEEKLY-HOURS
           end-if
           if UPD-WEEKLY-HOURS-X not = spaces then
               if UPD-WEEKLY-HOURS not numeric then
                   SET WS-REC-INVALID TO TRUE
                   MOVE 'HRSI' TO WS-REJECT-REASON-CODE
                   MOVE 'WEEKLY HOURS NOT NUMERIC' TO
                       WS-REJECT-REASON-TEXT
                   exit paragraph
               end-if
               MOVE UPD-WEEKLY-HOURS TO WS-NEW-WEEKLY-HOURS
           end-if
           if WS-NEW-WEEKLY-HOURS > WS-MAX-WEEKLY-HOURS or
              (WS-NEW-WEEKLY-HOURS = 0 and
               WS-NEW-CONTRACT-TYPE not = 'C') then
               SET WS-REC-INVALID TO TRUE
               MOVE 'HRSR' TO WS-REJECT-REASON-CODE
               MOVE 'WEEKLY HOURS OUT OF RANGE' TO
                   WS-REJECT-REASON-TEXT
               exit paragraph
           end-if
           COMPUTE WS-NEW-FTE ROUNDED =
               WS-NEW-WEEKLY-HOURS / WS-FULL-TIME-HOURS

      *    a fixed-term contract must say when it ends, and that has
      *    to be after the employee started; nobody else carries one
           if WS-NEW-CONTRACT-TYPE = 'F' then
               if UPD-CONTRACT-END not numeric then
                   SET WS-REC-INVALID TO TRUE
               else
                   if FUNCTION TEST-DATE-YYYYMMDD(UPD-CONTRACT-END)
                      not = 0 then
                       SET WS-REC-INVALID TO TRUE
                   end-if
               end-if
               if WS-REC-INVALID then
                   MOVE 'CEND' TO WS-REJECT-REASON-CODE
                   MOVE 'FIXED-TERM END DATE NOT VALID' TO
                       WS-REJECT-REASON-TEXT
                   exit paragraph
               end-if
               if UPD-CONTRACT-END not > UPD-EMPLOYEE-HIRE-DATE then
                   SET WS-REC-INVALID TO TRUE
                   MOVE 'CEND' TO WS-REJECT-REASON-CODE
                   MOVE 'CONTRACT END NOT AFTER HIRE DATE' TO
                       WS-REJECT-REASON-TEXT
                   exit paragraph
               end-if
               MOVE UPD-CONTRACT-END TO WS-NEW-CONTRACT-END
               exit paragraph
           end-if
           if UPD-CONTRACT-END-X not = spaces and
              UPD-CONTRACT-END-X not = '00000000' then
               SET WS-REC-INVALID TO TRUE
               MOVE 'CEND' TO WS-REJECT-REASON-CODE
               MOVE 'END DATE ONLY FOR FIXED-TERM' TO
                   WS-REJECT-REASON-TEXT
           end-if.

      *    files the contract details VALIDATE-CONTRACT-FIELDS settled
      *    on into the employee record buffer
       SET-CONTRACT-FIELDS.
           MOVE WS-NEW-CONTRACT-TYPE TO EMPLOYEE-CONTRACT-TYPE
           MOVE WS-NEW-WEEKLY-HOURS  TO EMPLOYEE-WEEKLY-HOURS
           MOVE WS-NEW-FTE           TO EMPLOYEE-FTE
           MOVE WS-NEW-CONTRACT-END  TO EMPLOYEE-CONTRACT-END.

      *    either one of the bureau's fixed codes, or one to four
      *    digits followed by a single letter (e.g. 1257L) with the
      *    rest of the field blank
               MOVE 'N' TO WS-SAL-AUTH-SW
           end-if

      *    the salary the rise is measured from - taken before the
      *    edits below, which read other records through the buffer;
      *    a trial measures from what the batch has left on it so far
           MOVE EMPLOYEE-SALARY TO WS-APR-OLD-SALARY
           if WS-TRIAL-RUN then
               MOVE UPD-EMPLOYEE-ID TO WS-TRI-LOOKUP-ID
               PERFORM TRIAL-FIND-ID
               if WS-TRI-FOUND then
                   MOVE WS-TRI-FOUND-SALARY TO WS-APR-OLD-SALARY
               end-if
           end-if

           PERFORM VALIDATE-INSERT-REC.
           if WS-REC-INVALID then
               DISPLAY 'REJECTED: VALIDATION FAILED FOR EMPLOYEE ID '
               exit paragraph
           end-if

      *    a re-key that moves the employee takes up a post in the new
      *    department just as a 'T' does - the department on file is
      *    the one in the before image, the buffer having been used
      *    by the edits above
           MOVE 'N' TO WS-OVER-EST-SW
           if UPD-EMPLOYEE-DEPT not = WS-AUDIT-BEFORE(52:4) and
              WS-AUDIT-BEFORE(64:1) not = 'L' then
               MOVE UPD-EMPLOYEE-DEPT TO WS-EST-DEPT
               MOVE SPACES TO WS-EST-WHO
               STRING 'EMPLOYEE ' UPD-EMPLOYEE-ID
                   DELIMITED BY SIZE INTO WS-EST-WHO
               PERFORM CHECK-ESTABLISHMENT
               if WS-REC-INVALID then
                   DISPLAY 'REJECTED: DEPARTMENT ' UPD-EMPLOYEE-DEPT
                       ' HAS NO FUNDED POST FOR ' UPD-EMPLOYEE-ID
                   PERFORM WRITE-REJECT-RECORD
                   exit paragraph
               end-if
           end-if

      *    a rise over the approval limits waits for a second operator
           MOVE UPD-EMPLOYEE-SALARY TO WS-APR-NEW-SALARY
           PERFORM CHECK-APPROVAL-NEEDED
           if WS-REC-INVALID then
               DISPLAY 'REJECTED: APPROVED SALARY NO LONGER MATCHES '
                   'FOR EMPLOYEE ID ' UPD-EMPLOYEE-ID
               PERFORM WRITE-REJECT-RECORD
               exit paragraph
           end-if
           if WS-APR-HOLD then
               PERFORM HOLD-FOR-APPROVAL
               exit paragraph
           end-if

           if WS-TRIAL-RUN then
               DISPLAY 'Validated update for Employee ID '
                   UPD-EMPLOYEE-ID
               ADD 1 TO WS-UPDATE-COUNT
               if WS-OVER-EST then
                   PERFORM REPORT-OVER-ESTABLISHMENT
               end-if
               MOVE UPD-EMPLOYEE-ID TO WS-TRI-LOOKUP-ID
               PERFORM TRIAL-FIND-ID
               PERFORM TRIAL-SETTLE-STATE
           else
               MOVE 0 TO EMPLOYEE-MANAGER-ID
           end-if
           if WS-CONTRACT-KEYED then
               PERFORM SET-CONTRACT-FIELDS
           end-if
           if UPD-GENDER not = space then
               MOVE UPD-GENDER TO EMPLOYEE-GENDER
           end-if
           MOVE WS-CURRENT-DATE-8 TO WS-SPINE-FROM-DATE
           PERFORM PLACE-ON-SPINE

           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE 'U' TO WS-AUDIT-OPERATION
                   MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM REFRESH-NI-ENTRY
                   if WS-AUDIT-BEFORE(52:4) not = EMPLOYEE-DEPT and
                      not EMPLOYEE-LEAVER then
                       PERFORM MOVE-DEPT-HEAD
                   end-if
                   if WS-OVER-EST then
                       PERFORM REPORT-OVER-ESTABLISHMENT
                   end-if
           END-REWRITE.
           ADD 1 TO WS-UPDATE-COUNT.

               DISPLAY 'Validated leaver for Employee ID '
                   UPD-EMPLOYEE-ID
               ADD 1 TO WS-DELETE-COUNT
               if WS-FS-PRIMARY = '00' then
                   MOVE EMPLOYEE-DEPT TO WS-EST-DEPT
                   PERFORM DROP-DEPT-HEAD
               end-if
               MOVE 'L' TO WS-TRI-NOTE-STATE
               if WS-TRI-FOUND then
                   MOVE WS-TRI-FOUND-GRADE  TO WS-TRI-NOTE-GRADE
                   MOVE 'D' TO WS-AUDIT-OPERATION
                   MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM REFRESH-NI-ENTRY
                   MOVE EMPLOYEE-DEPT TO WS-EST-DEPT
                   PERFORM DROP-DEPT-HEAD
           END-REWRITE.
           ADD 1 TO WS-DELETE-COUNT.

               exit paragraph
           end-if

      *    a rise over the approval limits waits for a second operator
           MOVE EMPLOYEE-SALARY TO WS-APR-OLD-SALARY
           MOVE WS-NEW-SALARY   TO WS-APR-NEW-SALARY
           PERFORM CHECK-APPROVAL-NEEDED
           if WS-REC-INVALID then
               DISPLAY 'REJECTED: APPROVED SALARY NO LONGER MATCHES '
                   'FOR EMPLOYEE ID ' ADJ-EMPLOYEE-ID
               PERFORM WRITE-REJECT-RECORD
               exit paragraph
           end-if
           if WS-APR-HOLD then
               PERFORM HOLD-FOR-APPROVAL
               exit paragraph
           end-if

           if WS-TRIAL-RUN then
               DISPLAY 'Validated salary adjustment for Employee ID '
                   ADJ-EMPLOYEE-ID
           end-if

           MOVE WS-NEW-SALARY TO EMPLOYEE-SALARY
           MOVE WS-CURRENT-DATE-8 TO WS-SPINE-FROM-DATE
           PERFORM PLACE-ON-SPINE
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: UNABLE TO REWRITE EMPLOYEE ID '
               exit paragraph
           end-if

      *    a move within the department takes up no new post
           MOVE 'N' TO WS-OVER-EST-SW
           if TFR-NEW-DEPT not = EMPLOYEE-DEPT then
               MOVE TFR-NEW-DEPT TO WS-EST-DEPT
               MOVE SPACES TO WS-EST-WHO
               STRING 'EMPLOYEE ' TFR-EMPLOYEE-ID
                   DELIMITED BY SIZE INTO WS-EST-WHO
               PERFORM CHECK-ESTABLISHMENT
               if WS-REC-INVALID then
                   DISPLAY 'REJECTED: DEPARTMENT ' TFR-NEW-DEPT
                       ' HAS NO FUNDED POST FOR ' TFR-EMPLOYEE-ID
                   PERFORM WRITE-REJECT-RECORD
                   exit paragraph
               end-if
           end-if

           MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE

           if WS-TRIAL-RUN then
               DISPLAY 'Validated transfer for Employee ID '
                   TFR-EMPLOYEE-ID
               ADD 1 TO WS-UPDATE-COUNT
               MOVE TFR-NEW-DEPT TO EMPLOYEE-DEPT
               if WS-AUDIT-BEFORE(52:4) not = EMPLOYEE-DEPT then
                   PERFORM MOVE-DEPT-HEAD
               end-if
               if WS-OVER-EST then
                   PERFORM REPORT-OVER-ESTABLISHMENT
               end-if
               exit paragraph
           end-if

                   MOVE 'T' TO WS-AUDIT-OPERATION
                   MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   if WS-AUDIT-BEFORE(52:4) not = EMPLOYEE-DEPT then
                       PERFORM MOVE-DEPT-HEAD
                   end-if
                   if WS-OVER-EST then
                       PERFORM REPORT-OVER-ESTABLISHMENT
                   end-if
           END-REWRITE.
           ADD 1 TO WS-UPDATE-COUNT.

                       WS-PEND-EFF-DATE(WS-PEND-COUNT)
                   MOVE PEND-BATCH-NO TO WS-PEND-BATCH(WS-PEND-COUNT)
                   MOVE PEND-TXN-IMAGE TO WS-PEND-IMAGE(WS-PEND-COUNT)
                   MOVE PEND-KEYED-BY TO
                       WS-PEND-KEYED-BY(WS-PEND-COUNT)
                   MOVE 'P' TO WS-PEND-STATE(WS-PEND-COUNT)
           END-READ.

      *    not tonight's (still unnumbered) run
           MOVE WS-PEND-BATCH(WS-PEND-IDX) TO WS-THIS-BATCH-NO
           MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO UPDATES-RECORD
      *    a hold raised on maturity is the keyer's, as it would have
      *    been on the night it arrived - records parked before the
      *    keyer was carried fall back to the batch operator
           MOVE WS-PEND-KEYED-BY(WS-PEND-IDX) TO WS-KEYED-OPERATOR
           if WS-KEYED-OPERATOR = spaces then
               MOVE WS-LOCK-OPERATOR TO WS-KEYED-OPERATOR
           end-if
           PERFORM GET-RECORD-TYPE
           if RT-INSERT then
               PERFORM PROCESS-INSERT
           MOVE UPD-EFFECTIVE-DATE TO WS-PEND-EFF-DATE(WS-PEND-COUNT)
           MOVE WS-THIS-BATCH-NO   TO WS-PEND-BATCH(WS-PEND-COUNT)
           MOVE UPDATES-RECORD     TO WS-PEND-IMAGE(WS-PEND-COUNT)
           MOVE WS-KEYED-OPERATOR  TO WS-PEND-KEYED-BY(WS-PEND-COUNT)
           MOVE 'P' TO WS-PEND-STATE(WS-PEND-COUNT)
           ADD 1 TO WS-PARKED-COUNT
      *    parked straight onto Pending.dat, the way rejects go
           MOVE WS-PEND-EFF-DATE(WS-PEND-COUNT) TO PEND-EFFECTIVE-DATE
           MOVE WS-PEND-BATCH(WS-PEND-COUNT)    TO PEND-BATCH-NO
           MOVE WS-PEND-IMAGE(WS-PEND-COUNT)    TO PEND-TXN-IMAGE
           MOVE WS-PEND-KEYED-BY(WS-PEND-COUNT) TO PEND-KEYED-BY
           WRITE PENDING-RECORD
           CLOSE PENDING-FILE.

                   MOVE 'AUTB' TO WS-REJECT-REASON-CODE
                   MOVE 'AUTHORISER MISSING' TO
                       WS-REJECT-REASON-TEXT
                   exit paragraph
               end-if
               PERFORM CHECK-AUTHORISER-AUTHORITY
               if not WS-AUTH-OK then
                   SET WS-REC-INVALID TO TRUE
                   MOVE 'AUTN' TO WS-REJECT-REASON-CODE
                   MOVE 'AUTHORISER HAS NO A AUTHORITY' TO
                       WS-REJECT-REASON-TEXT
               end-if
           end-if.

           MOVE WS-PEND-EFF-DATE(WS-PEND-IDX) TO PEND-EFFECTIVE-DATE
           MOVE WS-PEND-BATCH(WS-PEND-IDX)    TO PEND-BATCH-NO
           MOVE WS-PEND-IMAGE(WS-PEND-IDX)    TO PEND-TXN-IMAGE
           MOVE WS-PEND-KEYED-BY(WS-PEND-IDX) TO PEND-KEYED-BY
           WRITE PENDING-RECORD.

      *    'A' grants ('G') or withdraws ('W') approval for a salary
               exit paragraph
           end-if

      *    nor is one signed by someone whose authority does not
      *    carry 'A' - a clerk's initials on the form are not enough
           PERFORM CHECK-AUTHORISER-AUTHORITY
           if not WS-AUTH-OK then
               DISPLAY 'REJECTED: ' AUT-AUTHORISER
                   ' MAY NOT AUTHORISE SALARY FOR ' AUT-EMPLOYEE-ID
               MOVE 'AUTN' TO WS-REJECT-REASON-CODE
               MOVE 'AUTHORISER HAS NO A AUTHORITY' TO
                   WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               exit paragraph
           end-if

      *    a grant sanctioning pay far above the band ceiling needs a
      *    second operator as well - a withdrawal never does
           if AUT-ACTION = 'G' then
               PERFORM MEASURE-GRANT-EXCESS
               PERFORM CHECK-APPROVAL-NEEDED
               if WS-REC-INVALID then
                   DISPLAY 'REJECTED: APPROVED SALARY NO LONGER '
                       'MATCHES FOR EMPLOYEE ID ' AUT-EMPLOYEE-ID
                   PERFORM WRITE-REJECT-RECORD
                   exit paragraph
               end-if
               if WS-APR-HOLD then
                   PERFORM HOLD-FOR-APPROVAL
                   exit paragraph
               end-if
           end-if

           MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE

           if WS-TRIAL-RUN then
                   MOVE 'A' TO WS-AUDIT-OPERATION
                   MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER
                   MOVE SPACES TO WS-AUDIT-NOTE
      *            a grant through the approval queue carries its
      *            second operator too, at the cost of the reason's tail
                   if WS-APPLYING-APPROVED then
                       STRING AUT-AUTHORISER ' ' AUT-REASON(1:15)
                           ' APPR:' APQ-DECIDED-BY
                           DELIMITED BY SIZE INTO WS-AUDIT-NOTE
                   else
                       STRING AUT-AUTHORISER ' ' AUT-REASON
                           DELIMITED BY SIZE INTO WS-AUDIT-NOTE
                   end-if
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO WS-AUDIT-NOTE
           END-REWRITE.

       WRITE-REJECT-RECORD.
           MOVE REC TO REJ-ORIGINAL-IMAGE
           MOVE UPDATES-RECORD(129:22) TO REJ-IMAGE-TAIL
           MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO REJ-REASON-TEXT
           MOVE 'N' TO REJ-RESOLVED-FLAG
       WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
           MOVE UPD-EMPLOYEE-ID    TO AUD-EMPLOYEE-ID
           MOVE WS-AUDIT-BEFORE(1:109)   TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-BEFORE(110:18)  TO AUD-BEFORE-CONTRACT
           MOVE WS-AUDIT-BEFORE(128:10)  TO AUD-BEFORE-SPINE
           MOVE WS-AUDIT-BEFORE(138:1)   TO AUD-BEFORE-GENDER
           MOVE WS-AUDIT-AFTER(1:109)    TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-AFTER(110:18)   TO AUD-AFTER-CONTRACT
           MOVE WS-AUDIT-AFTER(128:10)   TO AUD-AFTER-SPINE
           MOVE WS-AUDIT-AFTER(138:1)    TO AUD-AFTER-GENDER
           MOVE WS-FORMATTED-DATE-TIME TO AUD-RUN-TIMESTAMP
           MOVE WS-AUDIT-NOTE      TO AUD-NOTE
           WRITE AUDIT-RECORD.
                   WS-EXPECTED-END-COUNT ' ACTUAL END '
                   WS-END-EMP-COUNT
           end-if.

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
               set WS-AUTH-ABSENT to true
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
           if WS-AUTH-OK then
               MOVE OPA-OP-CODES TO WS-BATCH-OP-CODES
           end-if
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
           MOVE 'EMPLOYEE-DATA' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.

      *    the operation code must be one the keying operator's
      *    authority carries.  a trial run reports the reject but
      *    leaves the security log to the live run, so a pre-flighted
      *    batch is not logged twice
       CHECK-OPCODE-AUTHORITY.
           set WS-AUTH-OK to true
           if WS-AUTH-ABSENT then
               exit paragraph
           end-if
           MOVE 0 TO WS-AUTH-TALLY
           INSPECT WS-KEYED-OP-CODES TALLYING WS-AUTH-TALLY
               FOR ALL UPD-OPERATION
           if WS-AUTH-TALLY > 0 then
               exit paragraph
           end-if
           MOVE 'N' TO WS-AUTH-OK-SW
           MOVE WS-KEYED-OPERATOR TO WS-AUTH-OPERATOR
           MOVE UPD-OPERATION TO WS-AUTH-REQUEST
           if UPD-EMPLOYEE-ID numeric then
               MOVE UPD-EMPLOYEE-ID TO WS-AUTH-EMPLOYEE-ID
           else
               MOVE 0 TO WS-AUTH-EMPLOYEE-ID
           end-if
           MOVE 'OPNA' TO WS-AUTH-REASON-CODE
           MOVE 'OPERATOR MAY NOT SUBMIT THIS CODE' TO
               WS-AUTH-REASON-TEXT
           if not WS-TRIAL-RUN then
               PERFORM WRITE-SECURITY-LOG
           end-if.

      *    the group's codes are those of the operator who keyed it,
      *    named on its header - the night schedule only runs the
      *    file and answers for none of it.  a header cut before the
      *    keyer was carried falls back to the batch operator, whose
      *    sign-on holds no salary or grant codes.  a keyer missing
      *    from the authority file, or suspended, holds no codes and
      *    every transaction in the group is turned away
       LOAD-KEYED-AUTHORITY.
           if HDR-KEYED-BY = spaces or HDR-KEYED-BY = low-values then
               MOVE WS-LOCK-OPERATOR  TO WS-KEYED-OPERATOR
               MOVE WS-BATCH-OP-CODES TO WS-KEYED-OP-CODES
               display 'WARNING: NO KEYING OPERATOR ON HEADER - '
                   'CODES CHECKED AGAINST ' WS-LOCK-OPERATOR
               exit paragraph
           end-if
           MOVE HDR-KEYED-BY TO WS-KEYED-OPERATOR
           MOVE SPACES TO WS-KEYED-OP-CODES
           if WS-AUTH-ABSENT then
               exit paragraph
           end-if
           OPEN INPUT OPERATOR-AUTHORITY
           if WS-OPA-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open OPERATOR-AUTHORITY. '
                   'Status=' WS-OPA-FILE-STATUS
               STOP RUN
           end-if
           MOVE HDR-KEYED-BY TO OPA-OPERATOR
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   display 'WARNING: KEYING OPERATOR ' HDR-KEYED-BY
                       ' NOT ON AUTHORITY FILE'
               NOT INVALID KEY
                   PERFORM TAKE-KEYED-OP-CODES
           END-READ
           CLOSE OPERATOR-AUTHORITY.

       TAKE-KEYED-OP-CODES.
           if OPA-ACTIVE then
               MOVE OPA-OP-CODES TO WS-KEYED-OP-CODES
           else
               display 'WARNING: KEYING OPERATOR ' HDR-KEYED-BY
                   ' IS SUSPENDED'
           end-if.

      *    the authoriser named on an 'A' must be an active operator
      *    whose authority carries 'A' - this is the check that stops
      *    a junior clerk granting an out-of-band salary
       CHECK-AUTHORISER-AUTHORITY.
           set WS-AUTH-OK to true
           if WS-AUTH-ABSENT then
               exit paragraph
           end-if
           MOVE 'N' TO WS-AUTH-OK-SW
           MOVE AUT-AUTHORISER TO WS-AUTH-OPERATOR
           MOVE 'A' TO WS-AUTH-REQUEST
           MOVE AUT-EMPLOYEE-ID TO WS-AUTH-EMPLOYEE-ID
           OPEN INPUT OPERATOR-AUTHORITY
           if WS-OPA-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open OPERATOR-AUTHORITY. '
                   'Status=' WS-OPA-FILE-STATUS
               STOP RUN
           end-if
           MOVE AUT-AUTHORISER TO OPA-OPERATOR
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   MOVE 'NOOP' TO WS-AUTH-REASON-CODE
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO
                       WS-AUTH-REASON-TEXT
               NOT INVALID KEY
                   PERFORM MATCH-AUTHORISER-CODE
           END-READ
           CLOSE OPERATOR-AUTHORITY
           if not WS-AUTH-OK and not WS-TRIAL-RUN then
               PERFORM WRITE-SECURITY-LOG
           end-if.

       MATCH-AUTHORISER-CODE.
           if not OPA-ACTIVE then
               MOVE 'SUSP' TO WS-AUTH-REASON-CODE
               MOVE 'OPERATOR IS SUSPENDED' TO WS-AUTH-REASON-TEXT
               exit paragraph
           end-if
           MOVE 0 TO WS-AUTH-TALLY
           INSPECT OPA-OP-CODES TALLYING WS-AUTH-TALLY FOR ALL 'A'
           if WS-AUTH-TALLY > 0 then
               set WS-AUTH-OK to true
           else
               MOVE 'AUTN' TO WS-AUTH-REASON-CODE
               MOVE 'AUTHORISER HAS NO A AUTHORITY' TO
                   WS-AUTH-REASON-TEXT
           end-if.

      *    the approval limits come off Approval-Control.dat when it
      *    exists - until then the defaults in working storage stand
       LOAD-APPROVAL-CONTROL.
           OPEN INPUT APPROVAL-CONTROL
           if WS-APC-FILE-STATUS = '35' then
               exit paragraph
           end-if
           if WS-APC-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open APPROVAL-CONTROL. Status='
                   WS-APC-FILE-STATUS
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
           END-READ
           CLOSE APPROVAL-CONTROL.

       LOAD-APPROVAL-QUEUE.
           MOVE 'N' TO WS-APQ-EOF-SW
           OPEN INPUT APPROVAL-QUEUE
           if WS-APQ-FILE-STATUS = '35' then
               exit paragraph
           end-if
           if WS-APQ-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open APPROVAL-QUEUE. Status='
                   WS-APQ-FILE-STATUS
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
                       STOP RUN
                   end-if
                   ADD 1 TO WS-APQ-COUNT
                   MOVE APPROVAL-QUEUE-RECORD TO
                       WS-APQ-RECORD(WS-APQ-COUNT)
                   MOVE 'K' TO WS-APQ-STATE(WS-APQ-COUNT)
                   if APQ-REF numeric and APQ-REF >= WS-APQ-NEXT-REF
                       then
                       ADD APQ-REF 1 GIVING WS-APQ-NEXT-REF
                   end-if
           END-READ.

      *    every item a second operator has decided comes off the
      *    queue tonight - approved ones are applied through the
      *    ordinary paragraphs, refused ones go to the repair queue.
      *    counters are saved around the pass exactly as they are for
      *    matured pending transactions
       APPLY-DECIDED-APPROVALS.
           if WS-APQ-COUNT = 0 then
               exit paragraph
           end-if
           MOVE WS-INSERT-COUNT  TO WS-SAVE-INSERT-COUNT
           MOVE WS-UPDATE-COUNT  TO WS-SAVE-UPDATE-COUNT
           MOVE WS-DELETE-COUNT  TO WS-SAVE-DELETE-COUNT
           MOVE WS-ACTUAL-SALARY TO WS-SAVE-ACT-SALARY
           PERFORM APPLY-ONE-DECIDED
               VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT
           MOVE WS-SAVE-INSERT-COUNT TO WS-INSERT-COUNT
           MOVE WS-SAVE-UPDATE-COUNT TO WS-UPDATE-COUNT
           MOVE WS-SAVE-DELETE-COUNT TO WS-DELETE-COUNT
           MOVE WS-SAVE-ACT-SALARY   TO WS-ACTUAL-SALARY
           MOVE 0 TO WS-THIS-BATCH-NO
      *    the decided items come off the file straight away, so a
      *    restart after a crash later in the run cannot apply them
      *    a second time
           if not WS-TRIAL-RUN and
              (WS-APPROVED-COUNT > 0 or WS-REFUSED-COUNT > 0) then
               PERFORM REWRITE-APPROVAL-QUEUE
           end-if
           if WS-APPROVED-COUNT > 0 or WS-REFUSED-COUNT > 0 then
               DISPLAY 'Approval queue - ' WS-APPROVED-COUNT
                   ' approved applied, ' WS-REFUSED-COUNT ' refused'
           end-if.

       APPLY-ONE-DECIDED.
           MOVE WS-APQ-RECORD(WS-APQ-IDX) TO APPROVAL-QUEUE-RECORD
           if not APQ-APPROVED and not APQ-REFUSED then
               exit paragraph
           end-if
           MOVE APQ-BATCH-NO  TO WS-THIS-BATCH-NO
           MOVE APQ-TXN-IMAGE TO UPDATES-RECORD
           if APQ-REFUSED then
               DISPLAY 'REJECTED: REFUSED AT APPROVAL - '
                   APQ-OPERATION ' FOR EMPLOYEE ID ' APQ-EMPLOYEE-ID
                   ' BY ' APQ-DECIDED-BY
               MOVE 'APRF' TO WS-REJECT-REASON-CODE
               MOVE SPACES TO WS-REJECT-REASON-TEXT
               STRING 'REFUSED AT APPROVAL BY ' APQ-DECIDED-BY
                   DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REFUSED-COUNT
           else
               set WS-APPLYING-APPROVED to true
               MOVE SPACES TO WS-AUDIT-NOTE
               STRING 'APPROVED BY ' APQ-DECIDED-BY
                   DELIMITED BY SIZE INTO WS-AUDIT-NOTE
      *        only an item that actually went on file counts as
      *        applied - one turned away now is on the reject list
               MOVE WS-REJECT-COUNT TO WS-APR-BASE-REJECTS
               SET WS-REC-VALID TO TRUE
               PERFORM GET-RECORD-TYPE
               if RT-UPDATE then
                   PERFORM PROCESS-UPDATE-EMP
               else if RT-SALARY-ADJ then
                   PERFORM PROCESS-SALARY-ADJ
               else if RT-AUTHORISE then
                   PERFORM PROCESS-SAL-AUTH
               end-if
               MOVE SPACES TO WS-AUDIT-NOTE
               MOVE 'N' TO WS-APR-APPLY-SW
               if WS-REJECT-COUNT = WS-APR-BASE-REJECTS and
                  WS-REC-VALID then
                   ADD 1 TO WS-APPROVED-COUNT
               end-if
           end-if
           MOVE 'X' TO WS-APQ-STATE(WS-APQ-IDX).

      *    is the rise from WS-APR-OLD-SALARY to WS-APR-NEW-SALARY
      *    over either limit?  an item coming back approved is never
      *    held again, but the figures must still be the ones the
      *    approver saw - a salary that has moved since is rejected
       CHECK-APPROVAL-NEEDED.
           MOVE 'N' TO WS-APR-HOLD-SW
           MOVE SPACES TO WS-APR-HOLD-REASON
           if WS-APPLYING-APPROVED then
               if WS-APR-OLD-SALARY not = APQ-OLD-SALARY or
                  WS-APR-NEW-SALARY not = APQ-NEW-SALARY then
                   SET WS-REC-INVALID TO TRUE
                   MOVE 'APCH' TO WS-REJECT-REASON-CODE
                   MOVE 'SALARY MOVED SINCE APPROVAL' TO
                       WS-REJECT-REASON-TEXT
               end-if
               exit paragraph
           end-if
           if WS-APR-NEW-SALARY not > WS-APR-OLD-SALARY then
               exit paragraph
           end-if
           SUBTRACT WS-APR-OLD-SALARY FROM WS-APR-NEW-SALARY
               GIVING WS-APR-RISE
           if WS-APPROVAL-AMOUNT > 0 and
              WS-APR-RISE > WS-APPROVAL-AMOUNT then
               set WS-APR-HOLD to true
               MOVE 'SAMT' TO WS-APR-HOLD-REASON
               exit paragraph
           end-if
           if WS-APPROVAL-PCT > 0 and WS-APR-OLD-SALARY > 0 then
               COMPUTE WS-APR-RISE-PCT ROUNDED =
                   WS-APR-RISE * 100 / WS-APR-OLD-SALARY
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-APR-RISE-PCT
               END-COMPUTE
               if WS-APR-RISE-PCT > WS-APPROVAL-PCT then
                   set WS-APR-HOLD to true
                   MOVE 'SPCT' TO WS-APR-HOLD-REASON
               end-if
           end-if.

      *    for an 'A' grant the rise is how far the salary being
      *    sanctioned sits above the band maximum - a salary still
      *    inside the band sanctions nothing yet and is never held
       MEASURE-GRANT-EXCESS.
           MOVE 0 TO WS-APR-OLD-SALARY
           MOVE EMPLOYEE-GRADE  TO GS-GRADE-CODE
           MOVE EMPLOYEE-SALARY TO WS-APR-NEW-SALARY
           if WS-TRIAL-RUN then
               MOVE AUT-EMPLOYEE-ID TO WS-TRI-LOOKUP-ID
               PERFORM TRIAL-FIND-ID
               if WS-TRI-FOUND then
                   MOVE WS-TRI-FOUND-GRADE  TO GS-GRADE-CODE
                   MOVE WS-TRI-FOUND-SALARY TO WS-APR-NEW-SALARY
               end-if
           end-if
           READ GRADE-SCALE
               INVALID KEY
                   MOVE 0 TO WS-APR-NEW-SALARY
                   exit paragraph
           END-READ
           if WS-APR-NEW-SALARY > GS-MAX-SALARY then
               MOVE GS-MAX-SALARY TO WS-APR-OLD-SALARY
           else
               MOVE 0 TO WS-APR-NEW-SALARY
           end-if.

      *    the transaction goes on the queue instead of the master and
      *    on the run report for the approver - a trial only reports
      *    what the live run would hold
       HOLD-FOR-APPROVAL.
           MOVE UPD-EMPLOYEE-ID    TO HIL-EMP-ID
           MOVE UPD-OPERATION      TO HIL-OPERATION
           MOVE WS-APR-OLD-SALARY  TO HIL-OLD
           MOVE WS-APR-NEW-SALARY  TO HIL-NEW
           MOVE WS-APR-HOLD-REASON TO HIL-REASON
           if WS-TRIAL-RUN then
               ADD 1 TO WS-HELD-COUNT
               MOVE 0 TO HIL-REF
               WRITE Report-Record FROM Held-Item-Line
                   AFTER ADVANCING 1 LINE
               DISPLAY 'Would hold ' UPD-OPERATION
                   ' for Employee ID ' UPD-EMPLOYEE-ID
                   ' for second approval'
               exit paragraph
           end-if
      *    a restart re-reads records the crashed run had already
      *    queued - holding must be idempotent, like parking
           MOVE 'N' TO WS-APR-DUP-SW
           PERFORM FIND-HELD-DUPLICATE
               VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT
                  or WS-ALREADY-HELD
           if WS-ALREADY-HELD then
               DISPLAY 'Already held (restart) - ' UPD-OPERATION
                   ' for Employee ID ' UPD-EMPLOYEE-ID
               exit paragraph
           end-if
           if WS-APQ-COUNT >= 200 then
               DISPLAY 'REJECTED: APPROVAL QUEUE IS FULL'
               MOVE 'APQF' TO WS-REJECT-REASON-CODE
               MOVE 'APPROVAL QUEUE IS FULL' TO WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               exit paragraph
           end-if

           MOVE SPACES TO APPROVAL-QUEUE-RECORD
           MOVE WS-APQ-NEXT-REF    TO APQ-REF
           ADD 1 TO WS-APQ-NEXT-REF
           MOVE 'H'                TO APQ-STATUS
           MOVE WS-FORMATTED-DATE-TIME TO APQ-HELD-STAMP
           MOVE WS-THIS-BATCH-NO   TO APQ-BATCH-NO
           MOVE WS-KEYED-OPERATOR  TO APQ-SUBMITTED-BY
           MOVE UPD-EMPLOYEE-ID    TO APQ-EMPLOYEE-ID
           MOVE UPD-OPERATION      TO APQ-OPERATION
           MOVE WS-APR-OLD-SALARY  TO APQ-OLD-SALARY
           MOVE WS-APR-NEW-SALARY  TO APQ-NEW-SALARY
           MOVE WS-APR-HOLD-REASON TO APQ-HOLD-REASON
           MOVE UPDATES-RECORD     TO APQ-TXN-IMAGE
           ADD 1 TO WS-APQ-COUNT
           MOVE APPROVAL-QUEUE-RECORD TO WS-APQ-RECORD(WS-APQ-COUNT)
           MOVE 'K' TO WS-APQ-STATE(WS-APQ-COUNT)
           ADD 1 TO WS-HELD-COUNT
      *    straight onto the file, the way parked records are - a
      *    checkpoint must never cover a hold that is not on disk
           PERFORM APPEND-APPROVAL-RECORD

           MOVE APQ-REF TO HIL-REF
           WRITE Report-Record FROM Held-Item-Line
               AFTER ADVANCING 1 LINE
           DISPLAY 'Held ' UPD-OPERATION ' for Employee ID '
               UPD-EMPLOYEE-ID ' for second approval - ref ' APQ-REF.

       FIND-HELD-DUPLICATE.
           if WS-APQ-STATE(WS-APQ-IDX) = 'K' and
              WS-APQ-RECORD(WS-APQ-IDX)(1:1) not = space and
              WS-APQ-RECORD(WS-APQ-IDX)(8:1) = 'H' and
              WS-APQ-RECORD(WS-APQ-IDX)(138:150) = UPDATES-RECORD then
               set WS-ALREADY-HELD to true
           end-if.

       APPEND-APPROVAL-RECORD.
           OPEN EXTEND APPROVAL-QUEUE
           if WS-APQ-FILE-STATUS = '35' then
               OPEN OUTPUT APPROVAL-QUEUE
           end-if
           if WS-APQ-FILE-STATUS not = '00' then
               display 'WARNING: Unable to append to APPROVAL-QUEUE. '
                   'Status=' WS-APQ-FILE-STATUS
               exit paragraph
           end-if
           WRITE APPROVAL-QUEUE-RECORD
           CLOSE APPROVAL-QUEUE.

       REWRITE-APPROVAL-QUEUE.
           OPEN OUTPUT APPROVAL-QUEUE
           if WS-APQ-FILE-STATUS not = '00' then
               display 'WARNING: Unable to rewrite APPROVAL-QUEUE. '
                   'Status=' WS-APQ-FILE-STATUS
               exit paragraph
           end-if
           PERFORM REWRITE-APPROVAL-PASS
               VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT
           CLOSE APPROVAL-QUEUE.

       REWRITE-APPROVAL-PASS.
           if WS-APQ-STATE(WS-APQ-IDX) not = 'K' then
               exit paragraph
           end-if
           MOVE WS-APQ-RECORD(WS-APQ-IDX) TO APPROVAL-QUEUE-RECORD
           WRITE APPROVAL-QUEUE-RECORD.

       COUNT-AWAITING-APPROVAL.
           if WS-APQ-STATE(WS-APQ-IDX) = 'K' and
              WS-APQ-RECORD(WS-APQ-IDX)(8:1) = 'H' then
               ADD 1 TO WS-AWAITING-COUNT
           end-if.
