
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    this is the RESTORED BACKUP copy - either reloaded here
      *    from a catalogued generation, or put in place by the
      *    operator before this program is run - the replay below
      *    rolls it forward to the point the audit trail reaches
       SELECT EMPLOYEE
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-AUD-FILE-STATUS.
      *    the generations EMPLOYEE-BACKUP has cut and proved, each
      *    with the audit stamp its replay starts from
       SELECT BACKUP-CATALOGUE
           ASSIGN TO './Backup-Catalogue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BKC-FILE-STATUS.
       SELECT BACKUP-FILE
           ASSIGN TO WS-BACKUP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BKP-FILE-STATUS.
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
       copy employee-rec.
       copy audit-rec.
       copy backup-cat-rec.
       copy backup-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.

       WORKING-STORAGE SECTION.

           77 WS-FROM-TIMESTAMP pic x(19) value spaces.

           77 WS-AUD-FILE-STATUS pic xx value spaces.
           77 WS-BKC-FILE-STATUS pic xx value spaces.
           77 WS-BKP-FILE-STATUS pic xx value spaces.

      *      the catalogue as offered to the operator, oldest first
           01 WS-CATALOGUE-TABLE.
               05 WS-CAT-ENTRY occurs 100 times pic x(124).
           77 WS-CAT-COUNT  pic 9(3) comp sync value 0.
           77 WS-CAT-IDX    pic 9(3) comp sync value 0.
           77 WS-CAT-CHOICE pic 9(3) value 0.
           77 WS-CONFIRM    pic x(1).

           01 filler.
             10 WS-BKC-EOF-SW pic x(1) value 'N'.
                88 WS-BKC-EOF value 'Y'.
           01 filler.
             10 WS-BKP-EOF-SW pic x(1) value 'N'.
                88 WS-BKP-EOF value 'Y'.

      *      set once a catalogue entry is chosen - the file on disk
      *      is then held to that entry's counts before any replay
           01 filler.
             10 WS-FROM-CAT-SW pic x(1) value 'N'.
                88 WS-FROM-CATALOGUE value 'Y'.
           01 filler.
             10 WS-RESTORE-SW pic x(1) value 'N'.
                88 WS-RESTORE-WANTED value 'Y'.
      *      the chosen entry's own stamp turning up on the live trail
      *      proves the trail still reaches back to the backup
           01 filler.
             10 WS-ANCHOR-SW pic x(1) value 'N'.
                88 WS-ANCHOR-FOUND value 'Y'.

           01 WS-BACKUP-FILE-NAME pic x(40) value spaces.
           77 WS-RESTORE-COUNT  pic 9(6) comp sync value 0.
           77 WS-RESTORE-SALARY pic 9(9)V99 comp sync value 0.
           77 WS-CAT-REC-ED     pic Z(5)9.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
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
           display 'EMPLOYEE FILE ROLL-FORWARD RECOVERY'
           display 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-LOCK-OPERATOR

           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'EMPLOYEE-RECOVER' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN EMPLOYEE-RECOVER'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if
           PERFORM CHOOSE-RECOVERY-POINT

           PERFORM ACQUIRE-RUN-LOCK

      *    a month-end AUDIT-ARCHIVE since the backup has emptied the
      *    live trail of the changes between the two - replaying what
      *    is left would skip those months and leave a master that
      *    only looks recovered, so the trail is proved to reach back
      *    to the replay point before the master is touched at all
           if WS-FROM-TIMESTAMP not = spaces then
               PERFORM FIND-REPLAY-ANCHOR
               if not WS-ANCHOR-FOUND then
                   display 'FATAL: THE LIVE AUDIT TRAIL NO LONGER '
                       'REACHES BACK TO ' WS-FROM-TIMESTAMP
                   display '       it has been archived since the '
                       'backup - append the Audit-Trail-CCYYMM.dat'
                   display '       archives from that month onward '
                       'ahead of the live trail and run again.'
                   display '       EMPLOYEE FILE NOT TOUCHED'
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               end-if
           end-if

           if WS-RESTORE-WANTED then
               PERFORM RESTORE-FROM-BACKUP
           end-if

           OPEN i-o EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
           display 'Restored backup holds ' WS-BEGIN-EMP-COUNT
               ' employees.'

      *    replaying a catalogue entry's trail over some other copy
      *    would corrupt the master - the file must be the one chosen
           if WS-FROM-CATALOGUE and
              WS-BEGIN-EMP-COUNT not = BKC-RECORD-COUNT then
               display 'FATAL: EMPLOYEE FILE HOLDS ' WS-BEGIN-EMP-COUNT
                   ' RECORDS, THE CHOSEN BACKUP ' BKC-RECORD-COUNT
               display '       restore ' BKC-BACKUP-NAME ' first.'
               CLOSE EMPLOYEE
               CLOSE AUDIT-TRAIL
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if

           PERFORM READ-PROCEDURE UNTIL WS-AUD-EOF

           CLOSE AUDIT-TRAIL
           STOP RUN.


      *    the catalogue says which generations exist and where each
      *    one's replay starts - the operator picks one rather than
      *    remembering a timestamp.  with no catalogue (or by choice)
      *    the timestamp is still keyed by hand as before
       CHOOSE-RECOVERY-POINT.
           PERFORM LOAD-CATALOGUE
           if WS-CAT-COUNT > 0 then
               display ' '
               display ' NO  BACKUP TAKEN           RECORDS  '
                   'REPLAY FROM'
               PERFORM SHOW-CATALOGUE-ENTRY
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               display 'Backup to recover from (number, 0 to key a '
                   'timestamp): ' WITH NO ADVANCING
               ACCEPT WS-CAT-CHOICE
               if WS-CAT-CHOICE > WS-CAT-COUNT then
                   display 'REJECTED: NO SUCH BACKUP'
                   STOP RUN
               end-if
           end-if

           if WS-CAT-CHOICE = 0 then
               display 'Employee.dat must be the restored backup copy.'
               display 'Replay from timestamp (CCYY-MM-DD HH:MM:SS): '
                   WITH NO ADVANCING
               ACCEPT WS-FROM-TIMESTAMP
               exit paragraph
           end-if

           MOVE WS-CAT-ENTRY(WS-CAT-CHOICE) TO BACKUP-CATALOGUE-RECORD
           set WS-FROM-CATALOGUE to true
           MOVE BKC-LAST-AUDIT-STAMP TO WS-FROM-TIMESTAMP
           MOVE BKC-BACKUP-NAME TO WS-BACKUP-FILE-NAME
           if WS-FROM-TIMESTAMP = spaces then
               display 'Replay point: the whole live audit trail'
           else
               display 'Replay point: ' WS-FROM-TIMESTAMP
           end-if
           display 'Reload Employee.dat from ' WS-BACKUP-FILE-NAME
               ' now? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM = 'Y' or WS-CONFIRM = 'y' then
               set WS-RESTORE-WANTED to true
           else
               display 'Employee.dat must already hold that backup.'
           end-if.

       SHOW-CATALOGUE-ENTRY.
           MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO BACKUP-CATALOGUE-RECORD
           MOVE BKC-RECORD-COUNT TO WS-CAT-REC-ED
           display ' ' WS-CAT-IDX '  ' BKC-BACKUP-STAMP '  '
               WS-CAT-REC-ED '  ' BKC-LAST-AUDIT-STAMP.

       LOAD-CATALOGUE.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT BACKUP-CATALOGUE
           if WS-BKC-FILE-STATUS not = '00' then
               exit paragraph
           end-if
           PERFORM LOAD-CATALOGUE-PASS UNTIL WS-BKC-EOF
           CLOSE BACKUP-CATALOGUE.

       LOAD-CATALOGUE-PASS.
           READ BACKUP-CATALOGUE
               AT END set WS-BKC-EOF to true
               NOT AT END
                   if WS-CAT-COUNT < 100 then
                       ADD 1 TO WS-CAT-COUNT
                       MOVE BACKUP-CATALOGUE-RECORD
                           TO WS-CAT-ENTRY(WS-CAT-COUNT)
                   end-if
           END-READ.

      *    the chosen generation is reloaded over Employee.dat and
      *    proved against the counts the backup run catalogued - a
      *    reload that does not prove is never rolled forward
       RESTORE-FROM-BACKUP.
           OPEN INPUT BACKUP-FILE
           if WS-BKP-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open ' WS-BACKUP-FILE-NAME
                   ' Status=' WS-BKP-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           OPEN OUTPUT EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to reload EMPLOYEE file. Status='
                   WS-FILE-STATUS
               CLOSE BACKUP-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM RESTORE-ONE-PASS UNTIL WS-BKP-EOF
           CLOSE BACKUP-FILE
           CLOSE EMPLOYEE
           if WS-RESTORE-COUNT not = BKC-RECORD-COUNT or
              WS-RESTORE-SALARY not = BKC-SALARY-TOTAL then
               display 'FATAL: RELOAD DOES NOT PROVE AGAINST THE '
                   'CATALOGUE - RELOADED ' WS-RESTORE-COUNT
                   ' CATALOGUED ' BKC-RECORD-COUNT
               display '       DO NOT RELEASE THE FILE - INVESTIGATE'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           display 'Reloaded ' WS-RESTORE-COUNT ' employees from '
               WS-BACKUP-FILE-NAME.

       RESTORE-ONE-PASS.
           READ BACKUP-FILE
               AT END set WS-BKP-EOF to true
               NOT AT END
                   MOVE BACKUP-RECORD TO EMPLOYEE-RECORD
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           display 'WARNING: DUPLICATE ON RELOAD - '
                               'EMPLOYEE ' EMPLOYEE-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORE-COUNT
                           ADD EMPLOYEE-SALARY TO WS-RESTORE-SALARY
                   END-WRITE
           END-READ.

      *    only one updater may hold Employee.dat at a time - the lock
      *    file records who, so the refusal can say so, and a stale
      *    lock left by a crashed run is cleared with RUN-LOCK-MAINT
               NOT AT END ADD 1 TO WS-FILE-REC-COUNT
           END-READ.

      *    read-only pass over the trail, stopping at the first record
      *    stamped at or before the replay point - nothing is applied
       FIND-REPLAY-ANCHOR.
           MOVE 'N' TO WS-ANCHOR-SW
           MOVE 'N' TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-TRAIL
           if WS-AUD-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open AUDIT-TRAIL. Status='
                   WS-AUD-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM FIND-ANCHOR-PASS
               UNTIL WS-AUD-EOF or WS-ANCHOR-FOUND
           CLOSE AUDIT-TRAIL
           MOVE 'N' TO WS-AUD-EOF-SW.

       FIND-ANCHOR-PASS.
           READ AUDIT-TRAIL
               AT END set WS-AUD-EOF to true
               NOT AT END
                   if AUD-RUN-TIMESTAMP not > WS-FROM-TIMESTAMP then
                       set WS-ANCHOR-FOUND to true
                   end-if
           END-READ.

       READ-PROCEDURE.
           READ AUDIT-TRAIL
               AT END set WS-AUD-EOF to true
           END-READ.

       REPLAY-AUDIT-REC.
           if AUD-RUN-TIMESTAMP not > WS-FROM-TIMESTAMP then
               set WS-ANCHOR-FOUND to true
           end-if
      *    the stamp itself replays again - its run is already on the
      *    backup, and re-applying an after image is harmless, where
      *    missing one from a run that shared the second is not
           if AUD-RUN-TIMESTAMP < WS-FROM-TIMESTAMP then
               ADD 1 TO WS-SKIPPED-COUNT
               exit paragraph
           ADD 1 TO WS-REPLAYED-COUNT.

       REPLAY-APPLY-IMAGE.
      *    the contract details are carried apart from the image -
      *    joined back on here, spaces on entries older than them.
      *    the spine fields likewise, but an entry older than them
      *    leaves the employee off the spine rather than non-numeric.
      *    the gender code follows, spaces (not captured) when older
           MOVE AUD-AFTER-IMAGE TO EMPLOYEE-RECORD
           MOVE AUD-AFTER-CONTRACT TO EMPLOYEE-RECORD(110:18)
           if AUD-AFTER-SPINE = spaces then
               MOVE 0 TO EMPLOYEE-SPINE-POINT
               MOVE 0 TO EMPLOYEE-INCREMENT-DATE
           else
               MOVE AUD-AFTER-SPINE TO EMPLOYEE-RECORD(128:10)
           end-if
           MOVE AUD-AFTER-GENDER TO EMPLOYEE-GENDER
           WRITE EMPLOYEE-RECORD
               INVALID KEY
      *            already on the backup - bring it up to this image
                   WS-END-EMP-COUNT
               DISPLAY 'DO NOT RELEASE THE FILE - INVESTIGATE FIRST'
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
               exit paragraph
           end-if
           if WS-OPA-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open OPERATOR-AUTHORITY. '
                   'Status=' WS-OPA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
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
           MOVE 'EMPLOYEE-RECOVER' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
