       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-BACKUP.
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
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS INDEXED
      *    sequential access walks the primary key, so the copy comes
      *    out in EMPLOYEE-ID order and reloads without a sort
           access mode is sequential
           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
       SELECT AUDIT-TRAIL
           ASSIGN TO './Audit-Trail.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-AUD-FILE-STATUS.
      *    each generation carries the run's date and time, e.g.
      *    Employee-Backup-20260902-013000.dat, so no night's copy can
      *    overwrite another
       SELECT BACKUP-FILE
           ASSIGN TO WS-BACKUP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BKP-FILE-STATUS.
       SELECT BACKUP-CATALOGUE
           ASSIGN TO './Backup-Catalogue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BKC-FILE-STATUS.
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
       copy backup-rec.
       copy backup-cat-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.

       WORKING-STORAGE SECTION.

           01 filler.
             10 WS-EMP-EOF-SW pic x(1) value 'N'.
                88 WS-EMP-EOF value 'Y'.

           01 filler.
             10 WS-AUD-EOF-SW pic x(1) value 'N'.
                88 WS-AUD-EOF value 'Y'.

           01 filler.
             10 WS-BKP-EOF-SW pic x(1) value 'N'.
                88 WS-BKP-EOF value 'Y'.

           01 filler.
             10 WS-BKC-EOF-SW pic x(1) value 'N'.
                88 WS-BKC-EOF value 'Y'.

           01 WS-BACKUP-FILE-NAME pic x(40) value spaces.
           01 WS-PRUNE-FILE-NAME  pic x(40) value spaces.

           77 WS-AUD-FILE-STATUS pic xx value spaces.
           77 WS-BKP-FILE-STATUS pic xx value spaces.
           77 WS-BKC-FILE-STATUS pic xx value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

      *      GENERATIONS=nn on the command line sets how many copies
      *      are kept - a week's worth unless told otherwise
           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.
           77 WS-GENERATIONS pic 9(2) value 7.

      *      counts and hash total taken off the live file on the way
      *      out, then again off the copy on the way back in - the
      *      generation is only catalogued when both sides agree
           77 WS-LIVE-COUNT      pic 9(6) comp sync value 0.
           77 WS-LIVE-ACTIVE     pic 9(6) comp sync value 0.
           77 WS-LIVE-LEAVERS    pic 9(6) comp sync value 0.
           77 WS-LIVE-SALARY     pic 9(9)V99 comp sync value 0.
           77 WS-COPY-COUNT      pic 9(6) comp sync value 0.
           77 WS-COPY-ACTIVE     pic 9(6) comp sync value 0.
           77 WS-COPY-LEAVERS    pic 9(6) comp sync value 0.
           77 WS-COPY-SALARY     pic 9(9)V99 comp sync value 0.
           77 WS-SALARY-ED       pic Z(8)9,99.

      *      the last change on the audit trail when the copy was cut
      *      - everything after it is what a recovery must replay
           77 WS-LAST-AUDIT-STAMP pic x(19) value spaces.

      *      the catalogue, held in full while the new generation is
      *      added and the oldest beyond the limit are dropped
           01 WS-CATALOGUE-TABLE.
               05 WS-CAT-ENTRY occurs 100 times pic x(124).
           77 WS-CAT-COUNT  pic 9(3) comp sync value 0.
           77 WS-CAT-IDX    pic 9(3) comp sync value 0.
           77 WS-CAT-FIRST  pic 9(3) comp sync value 0.
           77 WS-PRUNED-COUNT pic 9(3) comp sync value 0.

      *      system-wide Employee.dat update lock - held across the
      *      copy so no updater can move the master while it is cut
           77 WS-RLK-FILE-STATUS pic xx value spaces.
           77 WS-LOCK-OPERATOR pic x(10) value 'NIGHTBATCH'.

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

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM
           if WS-GENERATIONS = 0 then
               MOVE 1 TO WS-GENERATIONS
           end-if

           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'EMPLOYEE-BACKUP' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN EMPLOYEE-BACKUP'
               display '       ' WS-AUTH-REASON-TEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           STRING './Employee-Backup-' WS-TEMP-DATE '-'
               WS-TEMP-HOUR WS-TEMP-MIN WS-TEMP-SEC
               '.dat' DELIMITED BY SIZE
               INTO WS-BACKUP-FILE-NAME
           display 'Backing up Employee.dat to ' WS-BACKUP-FILE-NAME

           PERFORM ACQUIRE-RUN-LOCK

           PERFORM FIND-LAST-AUDIT-STAMP

           PERFORM COPY-TO-BACKUP

           PERFORM VERIFY-BACKUP

      *    a copy that does not prove is no backup at all - it is left
      *    on disk for inspection but never catalogued, and the
      *    non-zero return code holds the night's batch back
           if WS-COPY-COUNT not = WS-LIVE-COUNT or
              WS-COPY-SALARY not = WS-LIVE-SALARY or
              WS-COPY-ACTIVE not = WS-LIVE-ACTIVE or
              WS-COPY-LEAVERS not = WS-LIVE-LEAVERS then
               display 'FATAL: BACKUP DOES NOT PROVE AGAINST THE '
                   'LIVE FILE'
               display '       LIVE RECORDS ' WS-LIVE-COUNT
                   ' COPY RECORDS ' WS-COPY-COUNT
               MOVE WS-LIVE-SALARY TO WS-SALARY-ED
               display '       LIVE SALARY  ' WS-SALARY-ED
               MOVE WS-COPY-SALARY TO WS-SALARY-ED
               display '       COPY SALARY  ' WS-SALARY-ED
               display '       ' WS-BACKUP-FILE-NAME ' NOT CATALOGUED'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           PERFORM LOAD-CATALOGUE
           PERFORM ADD-CATALOGUE-ENTRY
           PERFORM PRUNE-OLD-GENERATIONS
           PERFORM REWRITE-CATALOGUE

           PERFORM RELEASE-RUN-LOCK

           MOVE WS-LIVE-SALARY TO WS-SALARY-ED
           display 'Backed up ' WS-LIVE-COUNT ' employees ('
               WS-LIVE-ACTIVE ' active, ' WS-LIVE-LEAVERS
               ' leavers), salary total ' WS-SALARY-ED
           if WS-LAST-AUDIT-STAMP = spaces then
               display 'Audit trail empty - a recovery replays the '
                   'whole live trail.'
           else
               display 'Recovery replay point: ' WS-LAST-AUDIT-STAMP
           end-if
           display 'Pruned ' WS-PRUNED-COUNT ' old generations, '
               WS-CAT-COUNT ' held (limit ' WS-GENERATIONS ').'

           STOP RUN.

       PARSE-RUN-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-RUN-PARM DELIMITED BY ALL ' '
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                    WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                    WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
           END-UNSTRING
           PERFORM EXAMINE-ONE-TOKEN
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 8.

       EXAMINE-ONE-TOKEN.
           if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:12) = 'GENERATIONS='
              and WS-PARM-TOKEN(WS-TOKEN-IDX)(13:2) numeric then
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(13:2)
                   TO WS-GENERATIONS
           else if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:9) = 'OPERATOR=' then
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(10:10)
                   TO WS-LOCK-OPERATOR
           end-if.

      *    the replay point is simply the stamp on the last record of
      *    the live trail - with the lock held nothing can add to it
      *    until the copy is finished
       FIND-LAST-AUDIT-STAMP.
           OPEN INPUT AUDIT-TRAIL
           if WS-AUD-FILE-STATUS = '35' then
               exit paragraph
           else if WS-AUD-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open AUDIT-TRAIL. Status='
                   WS-AUD-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM FIND-LAST-AUDIT-PASS UNTIL WS-AUD-EOF
           CLOSE AUDIT-TRAIL.

       FIND-LAST-AUDIT-PASS.
           READ AUDIT-TRAIL
               AT END set WS-AUD-EOF to true
               NOT AT END
                   MOVE AUD-RUN-TIMESTAMP TO WS-LAST-AUDIT-STAMP
           END-READ.

       COPY-TO-BACKUP.
           OPEN INPUT EMPLOYEE
      *    a brand-new installation has no master yet - nothing to
      *    protect, and the batch must still be let through to build it
           if WS-FS-PRIMARY = '35' then
               display 'No Employee.dat on file - nothing to back up.'
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           OPEN OUTPUT BACKUP-FILE
           if WS-BKP-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open backup file. Status='
                   WS-BKP-FILE-STATUS
               CLOSE EMPLOYEE
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           PERFORM COPY-EMPLOYEE-PASS UNTIL WS-EMP-EOF

           CLOSE EMPLOYEE
           CLOSE BACKUP-FILE.

       COPY-EMPLOYEE-PASS.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-EMP-EOF to true
               NOT AT END
                   WRITE BACKUP-RECORD FROM EMPLOYEE-RECORD
                   ADD 1 TO WS-LIVE-COUNT
                   ADD EMPLOYEE-SALARY TO WS-LIVE-SALARY
                   if EMPLOYEE-LEAVER then
                       ADD 1 TO WS-LIVE-LEAVERS
                   else
                       ADD 1 TO WS-LIVE-ACTIVE
                   end-if
           END-READ.

      *    read the cut we just made straight back and prove it - the
      *    same balancing discipline AUDIT-ARCHIVE applies to its own
      *    month-end cut
       VERIFY-BACKUP.
           OPEN INPUT BACKUP-FILE
           if WS-BKP-FILE-STATUS not = '00' then
               display 'FATAL: Unable to re-open backup. Status='
                   WS-BKP-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM VERIFY-BACKUP-PASS UNTIL WS-BKP-EOF
           CLOSE BACKUP-FILE.

       VERIFY-BACKUP-PASS.
           READ BACKUP-FILE
               AT END set WS-BKP-EOF to true
               NOT AT END
                   ADD 1 TO WS-COPY-COUNT
                   ADD BKP-SALARY TO WS-COPY-SALARY
                   if BKP-STATUS = 'L' then
                       ADD 1 TO WS-COPY-LEAVERS
                   else
                       ADD 1 TO WS-COPY-ACTIVE
                   end-if
           END-READ.

      *    an absent catalogue is the first night - it is created
      *    when the generation is added below
       LOAD-CATALOGUE.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT BACKUP-CATALOGUE
           if WS-BKC-FILE-STATUS = '35' then
               exit paragraph
           else if WS-BKC-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open BACKUP-CATALOGUE. '
                   'Status='
                   WS-BKC-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM LOAD-CATALOGUE-PASS UNTIL WS-BKC-EOF
           CLOSE BACKUP-CATALOGUE.

       LOAD-CATALOGUE-PASS.
           READ BACKUP-CATALOGUE
               AT END set WS-BKC-EOF to true
               NOT AT END
                   if WS-CAT-COUNT >= 99 then
                       display 'FATAL: BACKUP CATALOGUE FULL (99)'
                       PERFORM RELEASE-RUN-LOCK
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   end-if
                   ADD 1 TO WS-CAT-COUNT
                   MOVE BACKUP-CATALOGUE-RECORD
                       TO WS-CAT-ENTRY(WS-CAT-COUNT)
           END-READ.

       ADD-CATALOGUE-ENTRY.
           MOVE SPACES TO BACKUP-CATALOGUE-RECORD
           MOVE WS-BACKUP-FILE-NAME    TO BKC-BACKUP-NAME
           MOVE WS-FORMATTED-DATE-TIME TO BKC-BACKUP-STAMP
           MOVE WS-LIVE-COUNT          TO BKC-RECORD-COUNT
           MOVE WS-LIVE-ACTIVE         TO BKC-ACTIVE-COUNT
           MOVE WS-LIVE-LEAVERS        TO BKC-LEAVER-COUNT
           MOVE WS-LIVE-SALARY         TO BKC-SALARY-TOTAL
           MOVE WS-LAST-AUDIT-STAMP    TO BKC-LAST-AUDIT-STAMP
           MOVE WS-LOCK-OPERATOR       TO BKC-OPERATOR
           ADD 1 TO WS-CAT-COUNT
           MOVE BACKUP-CATALOGUE-RECORD TO WS-CAT-ENTRY(WS-CAT-COUNT).

      *    the catalogue runs oldest first, so everything ahead of the
      *    newest WS-GENERATIONS entries has aged out - its file goes
      *    and its entry is not written back
       PRUNE-OLD-GENERATIONS.
           MOVE 1 TO WS-CAT-FIRST
           if WS-CAT-COUNT > WS-GENERATIONS then
               COMPUTE WS-CAT-FIRST = WS-CAT-COUNT - WS-GENERATIONS + 1
               PERFORM PRUNE-ONE-GENERATION
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX >= WS-CAT-FIRST
           end-if.

       PRUNE-ONE-GENERATION.
           MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO BACKUP-CATALOGUE-RECORD
           MOVE BKC-BACKUP-NAME TO WS-PRUNE-FILE-NAME
           CALL 'CBL_DELETE_FILE' USING WS-PRUNE-FILE-NAME
           if RETURN-CODE not = 0 then
               display 'WARNING: Unable to delete ' WS-PRUNE-FILE-NAME
                   ' - remove it by hand'
           else
               display 'Pruned generation ' WS-PRUNE-FILE-NAME
           end-if
      *    a stale file left behind is not a failed backup - the
      *    driver must not read this call's result as the run's own
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-PRUNED-COUNT.

       REWRITE-CATALOGUE.
           OPEN OUTPUT BACKUP-CATALOGUE
           if WS-BKC-FILE-STATUS not = '00' then
               display 'FATAL: Unable to write BACKUP-CATALOGUE. '
                   'Status='
                   WS-BKC-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM WRITE-CATALOGUE-ENTRY
               VARYING WS-CAT-IDX FROM WS-CAT-FIRST BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
           CLOSE BACKUP-CATALOGUE
           COMPUTE WS-CAT-COUNT = WS-CAT-COUNT - WS-CAT-FIRST + 1.

       WRITE-CATALOGUE-ENTRY.
           MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO BACKUP-CATALOGUE-RECORD
           WRITE BACKUP-CATALOGUE-RECORD.

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
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE RUN-LOCK
           end-if
           OPEN OUTPUT RUN-LOCK
           if WS-RLK-FILE-STATUS not = '00' then
               display 'FATAL: Unable to write RUN-LOCK. Status='
                   WS-RLK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           MOVE 'EMPLOYEE-BACKUP' TO RLK-PROGRAM-NAME
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
           MOVE 'EMPLOYEE-BACKUP' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
