       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-RECUT.
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
      *    ONE-TIME RE-CUT - the employee master grew from 109 to 138
      *    bytes when contracts, spine points and gender came in, and
      *    the grade scale from 11 to 88 bytes when the grades took
      *    spines.  an indexed file cannot be read under a longer
      *    record, so both masters are re-cut before anything else
      *    runs against them.  the operator renames the live files
      *    first (Employee.dat to Employee-Old.dat, Grade-Scale.dat
      *    to Grade-Scale-Old.dat); this program rewrites each in its
      *    new layout, every new field on an explicit default, and
      *    proves every record count across on a reconciliation
      *    report.  the grade pass is optional - a site that rebuilt
      *    its grades through GRADE-MAINT simply skips it
       SELECT OLD-EMPLOYEE
           ASSIGN TO './Employee-Old.dat'
           ORGANIZATION IS INDEXED
           access mode is dynamic
           RECORD KEY IS OLD-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS OLD-EMPLOYEE-SURNAME
               WITH DUPLICATES
           file status is WS-OLD-FILE-STATUS.
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS INDEXED
           access mode is dynamic
           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
       SELECT OLD-GRADE-SCALE
           ASSIGN TO './Grade-Scale-Old.dat'
           ORGANIZATION IS INDEXED
           access mode is dynamic
           RECORD KEY IS OGS-GRADE-CODE
           file status is WS-OGS-FILE-STATUS.
       SELECT GRADE-SCALE
           ASSIGN TO './Grade-Scale.dat'
           ORGANIZATION IS INDEXED
           access mode is dynamic
           RECORD KEY IS GS-GRADE-CODE
           file status is WS-GS-FILE-STATUS.
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
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions (the NEW layouts)
       copy employee-rec.
       copy grade-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.

      *    the master exactly as it stood before the contract fields
      *    were added - the first 109 bytes of the new record are
      *    unchanged, so only the keys need naming here
       FD OLD-EMPLOYEE
           record contains 109 characters
           block contains 1 records
           label records are standard.
           01 OLD-EMPLOYEE-RECORD.
               05 OLD-EMPLOYEE-ID      PIC 9(6).
               05 OLD-EMPLOYEE-SURNAME PIC X(20).
               05 OLD-EMPLOYEE-REST    PIC X(83).

      *    the grade scale exactly as it stood before the spines
       FD OLD-GRADE-SCALE
           record contains 11 characters
           block contains 1 records
           label records are standard.
           01 OLD-GRADE-SCALE-RECORD.
               05 OGS-GRADE-CODE   PIC X(1).
               05 OGS-MIN-SALARY   PIC 9(5).
               05 OGS-MAX-SALARY   PIC 9(5).

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

           01 filler.
             10 WS-OLD-EOF-SW pic x(1) value 'N'.
                88 WS-OLD-EOF value 'Y'.

           01 filler.
             10 WS-OGS-EOF-SW pic x(1) value 'N'.
                88 WS-OGS-EOF value 'Y'.

           01 filler.
               10 WS-COUNT-EOF-SW pic x(1) value 'N'.
                  88 WS-COUNT-EOF value 'Y'.

           77 WS-CONFIRM pic x(1).

           77 WS-READ-COUNT    pic 9(5) comp sync value 0.
           77 WS-WRITTEN-COUNT pic 9(5) comp sync value 0.
      *      each new file swept and counted after the copy - the
      *      re-cut only reports BALANCED when every record read off
      *      an old master is found back on the new one
           77 WS-VERIFY-COUNT  pic 9(5) comp sync value 0.
           77 WS-GS-READ-COUNT    pic 9(5) comp sync value 0.
           77 WS-GS-WRITTEN-COUNT pic 9(5) comp sync value 0.
           77 WS-GS-VERIFY-COUNT  pic 9(5) comp sync value 0.
           77 WS-FILE-REC-COUNT pic 9(5) comp sync value 0.

           77 WS-SPINE-IDX pic 9(2) comp sync value 0.

           77 WS-OLD-FILE-STATUS pic xx value spaces.
           77 WS-OGS-FILE-STATUS pic xx value spaces.
           77 WS-GS-FILE-STATUS  pic xx value spaces.
           77 WS-RLK-FILE-STATUS pic xx value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

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

           01 Recut-Report-Header.
                05  FILLER         PIC X(44) VALUE
                    'EMPLOYEE AND GRADE MASTER RE-CUT - RECONCILE'.
                05  FILLER         PIC X(36) VALUE SPACES.

           01 Recut-Detail.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RC-CAPTION     PIC X(34).
                05  RC-COUNT       PIC Z(5)9.
                05  FILLER         PIC X(39) VALUE SPACES.

           01 Recut-Result-Line.
                05  FILLER         PIC X(14) VALUE 'RE-CUT:       '.
                05  RC-RESULT      PIC X(15).
                05  FILLER         PIC X(51) VALUE SPACES.

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

           display 'EMPLOYEE AND GRADE MASTER RE-CUT'
           display 'Employee.dat and Grade-Scale.dat must have been'
           display 'renamed to Employee-Old.dat and'
           display 'Grade-Scale-Old.dat first.'
           display 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-LOCK-OPERATOR
           if WS-LOCK-OPERATOR = spaces then
               display 'REJECTED: OPERATOR INITIALS ARE REQUIRED'
               STOP RUN
           end-if

           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'EMPLOYEE-RECUT' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN EMPLOYEE-RECUT'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if
           display 'Run the one-time re-cut now? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y' then
               display 'Re-cut cancelled.'
               STOP RUN
           end-if

           PERFORM ACQUIRE-RUN-LOCK

           OPEN INPUT OLD-EMPLOYEE
           if WS-OLD-FILE-STATUS = '35' then
               display 'FATAL: No Employee-Old.dat - rename the live '
                   'master first.'
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if
           if WS-OLD-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open OLD-EMPLOYEE. Status='
                   WS-OLD-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if

      *    a new-layout master already sitting there would be wiped -
      *    never overwrite, the operator investigates first
           OPEN INPUT EMPLOYEE
           if WS-FS-PRIMARY = '00' then
               CLOSE EMPLOYEE
               display 'FATAL: Employee.dat ALREADY EXISTS - '
                   'NOT OVERWRITTEN'
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if

           OPEN OUTPUT EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Cannot create EMPLOYEE. Status='
                   WS-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if

           PERFORM RECUT-EMPLOYEE-PASS UNTIL WS-OLD-EOF

           CLOSE OLD-EMPLOYEE
           CLOSE EMPLOYEE

           PERFORM RECUT-GRADE-SCALE

           PERFORM COUNT-NEW-EMPLOYEES
           MOVE WS-FILE-REC-COUNT TO WS-VERIFY-COUNT
           if WS-GS-READ-COUNT > 0 then
               PERFORM COUNT-NEW-GRADES
               MOVE WS-FILE-REC-COUNT TO WS-GS-VERIFY-COUNT
           end-if

           PERFORM WRITE-RECONCILE-REPORT

           PERFORM RELEASE-RUN-LOCK

           display 'Re-cut ' WS-WRITTEN-COUNT ' of ' WS-READ-COUNT
               ' employees and ' WS-GS-WRITTEN-COUNT ' of '
               WS-GS-READ-COUNT ' grades - see the reconciliation '
               'report.'

           STOP RUN.

       RECUT-EMPLOYEE-PASS.
           READ OLD-EMPLOYEE NEXT RECORD
               AT END set WS-OLD-EOF to true
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM RECUT-ONE-EMPLOYEE
           END-READ.

      *    the old record comes across byte for byte into the front of
      *    the new one; everything after the pension flag was never
      *    there to copy, so each new field is set here rather than
      *    left to read back as spaces.  everyone comes across
      *    permanent on the standard 37,50-hour week, off the spine
      *    (SPINE-INCREMENT leaves them alone until personnel place
      *    them on a point), with gender to be collected
       RECUT-ONE-EMPLOYEE.
           MOVE SPACES TO EMPLOYEE-RECORD
           MOVE OLD-EMPLOYEE-RECORD     TO EMPLOYEE-RECORD
           MOVE 'P'                     TO EMPLOYEE-CONTRACT-TYPE
           MOVE 37,50                   TO EMPLOYEE-WEEKLY-HOURS
           MOVE 1                       TO EMPLOYEE-FTE
           MOVE 0                       TO EMPLOYEE-CONTRACT-END
           MOVE 0                       TO EMPLOYEE-SPINE-POINT
           MOVE 0                       TO EMPLOYEE-INCREMENT-DATE
           MOVE SPACE                   TO EMPLOYEE-GENDER
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   display 'WARNING: DUPLICATE KEY RE-CUTTING '
                       OLD-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

       RECUT-GRADE-SCALE.
           MOVE 'N' TO WS-OGS-EOF-SW
           OPEN INPUT OLD-GRADE-SCALE
           if WS-OGS-FILE-STATUS = '35' then
               display 'No Grade-Scale-Old.dat - grade pass skipped.'
               exit paragraph
           end-if
           if WS-OGS-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open OLD-GRADE-SCALE. Status='
                   WS-OGS-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if
           OPEN INPUT GRADE-SCALE
           if WS-GS-FILE-STATUS = '00' then
               CLOSE GRADE-SCALE
               display 'FATAL: Grade-Scale.dat ALREADY EXISTS - '
                   'NOT OVERWRITTEN'
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if
           OPEN OUTPUT GRADE-SCALE
           if WS-GS-FILE-STATUS not = '00' then
               display 'FATAL: Cannot create GRADE-SCALE. Status='
                   WS-GS-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           end-if
           PERFORM RECUT-GRADE-PASS UNTIL WS-OGS-EOF
           CLOSE OLD-GRADE-SCALE
           CLOSE GRADE-SCALE
           display 'Grade scale re-cut: ' WS-GS-WRITTEN-COUNT
               ' of ' WS-GS-READ-COUNT ' grades.'.

       RECUT-GRADE-PASS.
           READ OLD-GRADE-SCALE NEXT RECORD
               AT END set WS-OGS-EOF to true
               NOT AT END
                   ADD 1 TO WS-GS-READ-COUNT
                   PERFORM RECUT-ONE-GRADE
           END-READ.

      *    the band comes across as it stood; the grade takes no
      *    spine until one is keyed through GRADE-MAINT, so its staff
      *    go on being paid anywhere in the band
       RECUT-ONE-GRADE.
           MOVE SPACES TO GRADE-SCALE-RECORD
           MOVE OGS-GRADE-CODE TO GS-GRADE-CODE
           MOVE OGS-MIN-SALARY TO GS-MIN-SALARY
           MOVE OGS-MAX-SALARY TO GS-MAX-SALARY
           MOVE 0 TO GS-SPINE-COUNT
           PERFORM ZERO-ONE-SPINE-VALUE
               VARYING WS-SPINE-IDX FROM 1 BY 1
               UNTIL WS-SPINE-IDX > 15
           WRITE GRADE-SCALE-RECORD
               INVALID KEY
                   display 'WARNING: DUPLICATE KEY RE-CUTTING GRADE '
                       OGS-GRADE-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-GS-WRITTEN-COUNT
           END-WRITE.

       ZERO-ONE-SPINE-VALUE.
           MOVE 0 TO GS-SPINE-VALUE(WS-SPINE-IDX).

       COUNT-NEW-EMPLOYEES.
           MOVE 0 TO WS-FILE-REC-COUNT
           MOVE 'N' TO WS-COUNT-EOF-SW
           OPEN INPUT EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'WARNING: Unable to re-open EMPLOYEE. Status='
                   WS-FILE-STATUS
               set WS-COUNT-EOF to true
               exit paragraph
           end-if
           MOVE LOW-VALUES TO EMPLOYEE-ID
           START EMPLOYEE KEY IS NOT LESS THAN EMPLOYEE-ID
               INVALID KEY
                   set WS-COUNT-EOF to true
           END-START
           PERFORM COUNT-NEW-PASS UNTIL WS-COUNT-EOF
           CLOSE EMPLOYEE.

       COUNT-NEW-PASS.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-COUNT-EOF to true
               NOT AT END ADD 1 TO WS-FILE-REC-COUNT
           END-READ.

       COUNT-NEW-GRADES.
           MOVE 0 TO WS-FILE-REC-COUNT
           MOVE 'N' TO WS-COUNT-EOF-SW
           OPEN INPUT GRADE-SCALE
           if WS-GS-FILE-STATUS not = '00' then
               display 'WARNING: Unable to re-open GRADE-SCALE. '
                   'Status=' WS-GS-FILE-STATUS
               set WS-COUNT-EOF to true
               exit paragraph
           end-if
           MOVE LOW-VALUES TO GS-GRADE-CODE
           START GRADE-SCALE KEY IS NOT LESS THAN GS-GRADE-CODE
               INVALID KEY
                   set WS-COUNT-EOF to true
           END-START
           PERFORM COUNT-GRADE-PASS UNTIL WS-COUNT-EOF
           CLOSE GRADE-SCALE.

       COUNT-GRADE-PASS.
           READ GRADE-SCALE NEXT RECORD
               AT END set WS-COUNT-EOF to true
               NOT AT END ADD 1 TO WS-FILE-REC-COUNT
           END-READ.

       WRITE-RECONCILE-REPORT.
           OPEN output Report-File
           WRITE Report-Record FROM Recut-Report-Header
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS READ FROM OLD MASTER:     ' TO RC-CAPTION
           MOVE WS-READ-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recut-Detail
               AFTER ADVANCING 2 LINES
           MOVE 'RECORDS WRITTEN TO NEW MASTER:    ' TO RC-CAPTION
           MOVE WS-WRITTEN-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recut-Detail
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS COUNTED BACK ON NEW FILE: ' TO RC-CAPTION
           MOVE WS-VERIFY-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recut-Detail
               AFTER ADVANCING 1 LINE
           MOVE 'GRADES READ FROM OLD SCALE:       ' TO RC-CAPTION
           MOVE WS-GS-READ-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recut-Detail
               AFTER ADVANCING 1 LINE
           MOVE 'GRADES WRITTEN TO NEW SCALE:      ' TO RC-CAPTION
           MOVE WS-GS-WRITTEN-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recut-Detail
               AFTER ADVANCING 1 LINE
           MOVE 'GRADES COUNTED BACK ON NEW FILE:  ' TO RC-CAPTION
           MOVE WS-GS-VERIFY-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recut-Detail
               AFTER ADVANCING 1 LINE
           if WS-READ-COUNT = WS-WRITTEN-COUNT and
              WS-WRITTEN-COUNT = WS-VERIFY-COUNT and
              WS-GS-READ-COUNT = WS-GS-WRITTEN-COUNT and
              WS-GS-WRITTEN-COUNT = WS-GS-VERIFY-COUNT then
               MOVE 'BALANCED' TO RC-RESULT
               display 'RE-CUT BALANCED - every record came across'
           else
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               display 'RE-CUT OUT OF BALANCE - DO NOT RELEASE '
                   'THE FILES'
           end-if
           WRITE Report-Record FROM Recut-Result-Line
               AFTER ADVANCING 2 LINES
           CLOSE Report-File.

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
           MOVE 'EMPLOYEE-RECUT' TO RLK-PROGRAM-NAME
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
           MOVE 'EMPLOYEE-RECUT' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
