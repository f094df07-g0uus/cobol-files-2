       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPINE-INCREMENT.
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
      *    dynamic access - the sweep runs the primary key and each
      *    increment is rewritten in place as it is made
           access mode is dynamic
           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
       SELECT GRADE-SCALE
           ASSIGN TO './Grade-Scale.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS GS-GRADE-CODE
           file status is WS-GS-FILE-STATUS.
       SELECT AUDIT-TRAIL
           ASSIGN TO './Audit-Trail.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-AUD-FILE-STATUS.
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
      *    Bring in the file definitions
       copy employee-rec.
       copy grade-rec.
       copy audit-rec.
       copy run-lock-rec.
       copy operator-auth-rec.
       copy security-log-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

           01 filler.
             10 filler PIC X(1) VALUE 'N'.
                88 WS-EOF VALUE 'T'.

      *      increments falling due on or before this date are made -
      *      today, or ASOF=CCYYMMDD on the command line to catch up a
      *      missed month or run ahead of a month-end
           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.
           77 WS-AS-OF-DATE pic 9(8) value 0.

      *      the next increment, a year on from the one just made -
      *      the anniversary is kept, not reset to the run date
           01 WS-INCR-SPLIT.
               05 WS-INCR-YEAR pic 9(4).
               05 WS-INCR-MMDD pic 9(4).
           01 WS-INCR-DATE redefines WS-INCR-SPLIT pic 9(8).

           77 WS-OLD-POINT  pic 9(2) value 0.
           77 WS-NEW-POINT  pic 9(2) value 0.
           77 WS-OLD-SALARY pic 9(5)V99 value 0.
           77 WS-NEW-SALARY pic 9(5)V99 value 0.

      *      the cost is what the rise actually adds to the paybill -
      *      the full-time difference scaled by the FTE (1 for a
      *      record filed before the contract fields existed)
           77 WS-PAY-FTE      pic 9V9999 value 0.
           77 WS-ANNUAL-COST  pic 9(5)V99 value 0.
           77 WS-TOTAL-COST   pic 9(8)V99 comp sync value 0.

           77 WS-EXAMINED-COUNT pic 9(5) comp sync value 0.
           77 WS-MOVED-COUNT    pic 9(5) comp sync value 0.
           77 WS-TOP-COUNT      pic 9(5) comp sync value 0.
           77 WS-RED-COUNT      pic 9(5) comp sync value 0.
           77 WS-NO-GRADE-COUNT pic 9(5) comp sync value 0.

           77 WS-GS-FILE-STATUS  pic xx value spaces.
           77 WS-AUD-FILE-STATUS pic xx value spaces.
           77 WS-RLK-FILE-STATUS pic xx value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

      *      before/after images for the audit trail, same approach
      *      EMPLOYEE-DATA uses before WRITE-AUDIT-RECORD
           01 filler.
               05 WS-AUDIT-BEFORE    pic x(138) value spaces.
               05 WS-AUDIT-AFTER     pic x(138) value spaces.
           77 WS-AUDIT-NOTE pic x(42) value spaces.

      *      system-wide Employee.dat update lock - this run rewrites
      *      salaries, so it is an updater like any other.  it runs
      *      under the night batch's sign-on from NIGHT-DRIVER, or
      *      OPERATOR=xxx on the command line when run by hand
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

      *      surname and forename folded into one printable column,
      *      'SURNAME, FORENAME'
           77 WS-FULL-NAME pic x(22) value spaces.

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

           01 Increment-Report-Header.
                05  FILLER         PIC X(36) VALUE
                    'SPINE POINT INCREMENTS DUE BY '.
                05  IRH-AS-OF      PIC 9(8).
                05  FILLER         PIC X(36) VALUE SPACES.

           01 Increment-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    ' ID    NAME                   GR POINT  OLD SAL'
                    & '  NEW SAL  ANN COST NOTE'.

           01 Increment-Detail.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  ID-ID          PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  ID-NAME        PIC X(22).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  ID-GRADE       PIC X(1).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  ID-OLD-POINT   PIC Z9.
                05  ID-ARROW       PIC X(1).
                05  ID-NEW-POINT   PIC Z9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  ID-OLD-SALARY  PIC Z(4)9,99.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  ID-NEW-SALARY  PIC Z(4)9,99.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  ID-COST        PIC Z(4)9,99.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  ID-NOTE        PIC X(13).

           01 Increment-Trailer-1.
                05  FILLER         PIC X(24) VALUE
                                       'MOVED UP A POINT:       '.
                05  IT-MOVED       PIC Z(4)9.
                05  FILLER         PIC X(24) VALUE
                                       '  ANNUAL COST:          '.
                05  IT-COST        PIC Z(7)9,99.
                05  FILLER         PIC X(16) VALUE SPACES.

           01 Increment-Trailer-2.
                05  FILLER         PIC X(24) VALUE
                                       'AT TOP OF GRADE:        '.
                05  IT-TOP         PIC Z(4)9.
                05  FILLER         PIC X(24) VALUE
                                       '  RED-CIRCLED, SKIPPED: '.
                05  IT-RED         PIC Z(4)9.
                05  FILLER         PIC X(22) VALUE SPACES.

           01 Increment-Trailer-3.
                05  FILLER         PIC X(24) VALUE
                                       'GRADE NOT ON FILE:      '.
                05  IT-NO-GRADE    PIC Z(4)9.
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
           MOVE WS-TEMP-DATE  TO WS-AS-OF-DATE

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM

           MOVE WS-LOCK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'SPINE-INCREMENT' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-LOCK-OPERATOR
                   ' MAY NOT RUN SPINE-INCREMENT'
               display '       ' WS-AUTH-REASON-TEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           PERFORM ACQUIRE-RUN-LOCK

           OPEN i-o EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           OPEN INPUT GRADE-SCALE
           if WS-GS-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open GRADE-SCALE. Status='
                   WS-GS-FILE-STATUS
               CLOSE EMPLOYEE
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           OPEN EXTEND AUDIT-TRAIL
           if WS-AUD-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open AUDIT-TRAIL. Status='
                   WS-AUD-FILE-STATUS
               CLOSE EMPLOYEE
               CLOSE GRADE-SCALE
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           OPEN output Report-File
           MOVE WS-AS-OF-DATE TO IRH-AS-OF
           WRITE Report-Record FROM Increment-Report-Header
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Increment-Column-Header
               AFTER ADVANCING 2 LINES

           MOVE LOW-VALUES TO EMPLOYEE-ID
           START EMPLOYEE KEY IS NOT LESS THAN EMPLOYEE-ID
               INVALID KEY set WS-EOF to true
           END-START
           PERFORM READ-PROCEDURE UNTIL WS-EOF

           MOVE WS-MOVED-COUNT    TO IT-MOVED
           MOVE WS-TOTAL-COST     TO IT-COST
           WRITE Report-Record FROM Increment-Trailer-1
               AFTER ADVANCING 2 LINES
           MOVE WS-TOP-COUNT      TO IT-TOP
           MOVE WS-RED-COUNT      TO IT-RED
           WRITE Report-Record FROM Increment-Trailer-2
               AFTER ADVANCING 1 LINE
           if WS-NO-GRADE-COUNT > 0 then
               MOVE WS-NO-GRADE-COUNT TO IT-NO-GRADE
               WRITE Report-Record FROM Increment-Trailer-3
                   AFTER ADVANCING 1 LINE
           end-if

           CLOSE EMPLOYEE
           CLOSE GRADE-SCALE
           CLOSE AUDIT-TRAIL
           CLOSE Report-File

           PERFORM RELEASE-RUN-LOCK

           display 'Spine increments: ' WS-MOVED-COUNT
               ' moved up a point, ' WS-TOP-COUNT ' at the top, '
               WS-RED-COUNT ' red-circled and skipped.'

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
           if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'ASOF=' and
              WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) numeric then
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-AS-OF-DATE
           else if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:9) = 'OPERATOR=' then
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(10:10)
                   TO WS-LOCK-OPERATOR
           end-if.

       READ-PROCEDURE.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-EOF to true
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   PERFORM CONSIDER-ONE-EMPLOYEE
           END-READ.

      *    only active staff on a spine whose increment date has
      *    come round are due - anyone else is passed over silently
       CONSIDER-ONE-EMPLOYEE.
           if EMPLOYEE-LEAVER then
               exit paragraph
           end-if
           if EMPLOYEE-SPINE-POINT not numeric or
              EMPLOYEE-INCREMENT-DATE not numeric then
               exit paragraph
           end-if
           if EMPLOYEE-SPINE-POINT = 0 or
              EMPLOYEE-INCREMENT-DATE = 0 or
              EMPLOYEE-INCREMENT-DATE > WS-AS-OF-DATE then
               exit paragraph
           end-if

           MOVE EMPLOYEE-SPINE-POINT TO WS-OLD-POINT
           MOVE EMPLOYEE-SALARY      TO WS-OLD-SALARY
           MOVE WS-OLD-POINT         TO WS-NEW-POINT
           MOVE WS-OLD-SALARY        TO WS-NEW-SALARY
           MOVE 0                    TO WS-ANNUAL-COST

      *    red-circled pay is protected outside the band - it is
      *    reviewed by hand, never stepped up the spine
           if EMPLOYEE-SAL-AUTHORISED then
               MOVE 'RED-CIRCLED' TO ID-NOTE
               PERFORM WRITE-INCREMENT-LINE
               ADD 1 TO WS-RED-COUNT
               exit paragraph
           end-if

           MOVE EMPLOYEE-GRADE TO GS-GRADE-CODE
           READ GRADE-SCALE
               INVALID KEY
                   MOVE 'NO GRADE' TO ID-NOTE
                   PERFORM WRITE-INCREMENT-LINE
                   ADD 1 TO WS-NO-GRADE-COUNT
                   exit paragraph
           END-READ

           if WS-OLD-POINT >= GS-SPINE-COUNT then
               PERFORM HOLD-AT-TOP
           else
               PERFORM STEP-UP-ONE-POINT
           end-if.

      *    the top point is the end of the road - the date still
      *    rolls on, so they are not reconsidered every month, and
      *    pick up again if the grade's spine is ever extended
       HOLD-AT-TOP.
           MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE
           PERFORM ROLL-INCREMENT-DATE
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING 'TOP OF SPINE - POINT ' WS-OLD-POINT ' HELD'
               DELIMITED BY SIZE INTO WS-AUDIT-NOTE
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   display 'WARNING: UNABLE TO ROLL INCREMENT DATE '
                       'FOR EMPLOYEE ' EMPLOYEE-ID
                   exit paragraph
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE
           MOVE 'AT TOP' TO ID-NOTE
           PERFORM WRITE-INCREMENT-LINE
           ADD 1 TO WS-TOP-COUNT.

      *    one point per run however late the date - the next run
      *    takes the following step if a year has been missed
       STEP-UP-ONE-POINT.
           MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE
           ADD 1 TO WS-NEW-POINT
           MOVE GS-SPINE-VALUE(WS-NEW-POINT) TO WS-NEW-SALARY
           MOVE SPACES TO ID-NOTE
      *    a point re-valued below what they are already paid never
      *    cuts pay - they take the point and keep the salary
           if WS-NEW-SALARY < WS-OLD-SALARY then
               MOVE WS-OLD-SALARY TO WS-NEW-SALARY
               MOVE 'SALARY KEPT' TO ID-NOTE
           end-if
           MOVE WS-NEW-POINT  TO EMPLOYEE-SPINE-POINT
           MOVE WS-NEW-SALARY TO EMPLOYEE-SALARY
           PERFORM ROLL-INCREMENT-DATE
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING 'SPINE POINT ' WS-OLD-POINT ' TO ' WS-NEW-POINT
               DELIMITED BY SIZE INTO WS-AUDIT-NOTE
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   display 'WARNING: UNABLE TO INCREMENT EMPLOYEE '
                       EMPLOYEE-ID
                   exit paragraph
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE

           if EMPLOYEE-FTE numeric then
               MOVE EMPLOYEE-FTE TO WS-PAY-FTE
           else
               MOVE 1 TO WS-PAY-FTE
           end-if
           COMPUTE WS-ANNUAL-COST ROUNDED =
               (WS-NEW-SALARY - WS-OLD-SALARY) * WS-PAY-FTE
           ADD WS-ANNUAL-COST TO WS-TOTAL-COST
           PERFORM WRITE-INCREMENT-LINE
           ADD 1 TO WS-MOVED-COUNT.

      *    a year on from the date just reached - 29 February falls
      *    back to the 28th
       ROLL-INCREMENT-DATE.
           MOVE EMPLOYEE-INCREMENT-DATE TO WS-INCR-DATE
           ADD 1 TO WS-INCR-YEAR
           if WS-INCR-MMDD = 0229 then
               MOVE 0228 TO WS-INCR-MMDD
           end-if
           MOVE WS-INCR-DATE TO EMPLOYEE-INCREMENT-DATE.

       WRITE-INCREMENT-LINE.
           MOVE EMPLOYEE-ID    TO ID-ID
           MOVE SPACES TO WS-FULL-NAME
           STRING EMPLOYEE-SURNAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMPLOYEE-FORENAME DELIMITED BY '  '
               INTO WS-FULL-NAME
           MOVE WS-FULL-NAME   TO ID-NAME
           MOVE EMPLOYEE-GRADE TO ID-GRADE
           MOVE WS-OLD-POINT   TO ID-OLD-POINT
           MOVE WS-NEW-POINT   TO ID-NEW-POINT
           MOVE '>'            TO ID-ARROW
           MOVE WS-OLD-SALARY  TO ID-OLD-SALARY
           MOVE WS-NEW-SALARY  TO ID-NEW-SALARY
           MOVE WS-ANNUAL-COST TO ID-COST
           WRITE Report-Record FROM Increment-Detail
               AFTER ADVANCING 1 LINE.

      *    an increment is a master change like any other - op 'N',
      *    with the images the recovery replay expects
       WRITE-AUDIT-RECORD.
           MOVE 'N'                TO AUD-OPERATION
           MOVE EMPLOYEE-ID        TO AUD-EMPLOYEE-ID
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
           MOVE 'SPINE-INCREMENT' TO RLK-PROGRAM-NAME
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
           MOVE 'SPINE-INCREMENT' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
