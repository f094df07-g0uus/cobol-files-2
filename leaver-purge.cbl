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
       SELECT REHIRE-LINK
           ASSIGN TO './Rehire-Link.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-REH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       copy employee-rec.
       copy audit-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.
       copy rehire-rec.

       WORKING-STORAGE SECTION.

           77 WS-CONFIRM       pic x(1).
           77 WS-EXAMINED-COUNT pic 9(5) comp sync value 0.
           77 WS-PURGED-COUNT   pic 9(5) comp sync value 0.
           77 WS-KEPT-COUNT     pic 9(5) comp sync value 0.

      *      leavers who have since come back - their old record is
      *      where the continuous service starts, so it is kept
      *      whatever its age
           77 WS-REH-FILE-STATUS pic xx value spaces.
           01 WS-REHIRED-TABLE.
               05 WS-REHIRED-ENTRY occurs 2000 times.
                   10 WS-REHIRED-OLD-ID pic 9(6).
                   10 WS-REHIRED-NEW-ID pic 9(6).
           77 WS-REHIRED-COUNT pic 9(4) comp sync value 0.
           77 WS-REHIRED-IDX   pic 9(4) comp sync value 0.
           01 filler.
             10 WS-REH-EOF-SW pic x(1) value 'N'.
                88 WS-REH-EOF value 'Y'.

           77 WS-AUD-FILE-STATUS pic xx value spaces.

      *      before/after images for the audit trail, same approach
      *      EMPLOYEE-DATA uses before WRITE-AUDIT-RECORD
           01 filler.
               05 WS-AUDIT-BEFORE    pic x(138) value spaces.

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
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC

           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'LEAVER-PURGE' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN LEAVER-PURGE'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if

      *    cutoff is today moved back whole years - a leaver whose
      *    termination date is on or before it has been kept long
      *    enough
               STOP RUN
           end-if

           PERFORM LOAD-REHIRE-LINKS

           PERFORM ACQUIRE-RUN-LOCK

           OPEN i-o EMPLOYEE

           display 'Examined ' WS-EXAMINED-COUNT ' employees, purged '
               WS-PURGED-COUNT ' leavers.'
           if WS-KEPT-COUNT > 0 then
               display 'Kept ' WS-KEPT-COUNT ' leavers since rehired.'
           end-if

           STOP RUN.

           END-READ.

       PURGE-ONE-LEAVER.
           PERFORM FIND-REHIRED-SLOT
               VARYING WS-REHIRED-IDX FROM 1 BY 1
               UNTIL WS-REHIRED-IDX > WS-REHIRED-COUNT
                  or WS-REHIRED-OLD-ID(WS-REHIRED-IDX) = EMPLOYEE-ID
           if WS-REHIRED-IDX <= WS-REHIRED-COUNT then
               display 'Kept Employee ID ' EMPLOYEE-ID
                   ' - rehired as ' WS-REHIRED-NEW-ID(WS-REHIRED-IDX)
               ADD 1 TO WS-KEPT-COUNT
               exit paragraph
           end-if

           MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE
           DELETE EMPLOYEE RECORD
               INVALID KEY
           END-DELETE.


       FIND-REHIRED-SLOT.
           CONTINUE.

      *    no link file yet simply means no one has been rehired
       LOAD-REHIRE-LINKS.
           OPEN INPUT REHIRE-LINK
           if WS-REH-FILE-STATUS = '35' then
               exit paragraph
           end-if
           if WS-REH-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open REHIRE-LINK. Status='
                   WS-REH-FILE-STATUS
               STOP RUN
           end-if
           PERFORM READ-REHIRE-LINK UNTIL WS-REH-EOF
           CLOSE REHIRE-LINK.

       READ-REHIRE-LINK.
           READ REHIRE-LINK
               AT END set WS-REH-EOF to true
               NOT AT END
                   if WS-REHIRED-COUNT >= 2000 then
                       display 'FATAL: more than 2000 rehire links - '
                       display '       increase WS-REHIRED-TABLE.'
                       STOP RUN
                   end-if
                   ADD 1 TO WS-REHIRED-COUNT
                   MOVE REH-PREVIOUS-EMPLOYEE-ID
                       TO WS-REHIRED-OLD-ID(WS-REHIRED-COUNT)
                   MOVE REH-NEW-EMPLOYEE-ID
                       TO WS-REHIRED-NEW-ID(WS-REHIRED-COUNT)
           END-READ.

      *    only one updater may hold Employee.dat at a time - the lock
      *    file records who, so the refusal can say so, and a stale
      *    lock left by a crashed run is cleared with RUN-LOCK-MAINT
       WRITE-AUDIT-RECORD.
           MOVE 'D'                TO AUD-OPERATION
           MOVE EMPLOYEE-ID        TO AUD-EMPLOYEE-ID
           MOVE WS-AUDIT-BEFORE(1:109)   TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-BEFORE(110:18)  TO AUD-BEFORE-CONTRACT
           MOVE WS-AUDIT-BEFORE(128:10)  TO AUD-BEFORE-SPINE
           MOVE WS-AUDIT-BEFORE(138:1)   TO AUD-BEFORE-GENDER
           MOVE SPACES             TO AUD-AFTER-IMAGE
           MOVE SPACES             TO AUD-AFTER-CONTRACT
           MOVE SPACES             TO AUD-AFTER-SPINE
           MOVE SPACES             TO AUD-AFTER-GENDER
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
           MOVE 'LEAVER-PURGE' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
