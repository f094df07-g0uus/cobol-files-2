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
       select Report-File
           assign to print
           organization is line sequential.
       copy rejects-rec.
       copy audit-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.

      *    the master exactly as it stood before the widening - the
      *    only place the old layout survives, on purpose
      *      system-wide Employee.dat update lock
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
           display 'Rejects-Old.dat and Audit-Trail-Old.dat first.'
           display 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-LOCK-OPERATOR

           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'EMPLOYEE-CONVERT' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN EMPLOYEE-CONVERT'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if
           display 'Run the one-time conversion now? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           MOVE 0                       TO EMPLOYEE-MANAGER-ID
           MOVE 'N'                     TO EMPLOYEE-SAL-AUTH
           MOVE 'N'                     TO EMPLOYEE-PENSION-FLAG
      *    nor did contracts, spine points or gender - everyone comes
      *    across permanent on the standard week, off the spine, with
      *    gender to be collected
           MOVE 'P'                     TO EMPLOYEE-CONTRACT-TYPE
           MOVE 37,50                   TO EMPLOYEE-WEEKLY-HOURS
           MOVE 1                       TO EMPLOYEE-FTE
           MOVE 0                       TO EMPLOYEE-CONTRACT-END
           MOVE 0                       TO EMPLOYEE-SPINE-POINT
           MOVE 0                       TO EMPLOYEE-INCREMENT-DATE
           MOVE SPACE                   TO EMPLOYEE-GENDER
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   display 'WARNING: DUPLICATE KEY CONVERTING '
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
           MOVE 'EMPLOYEE-CONVERT' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
