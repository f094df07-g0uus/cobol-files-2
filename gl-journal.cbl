       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
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
           access mode is sequential
           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
       SELECT DEPT-MASTER
           ASSIGN TO './Dept-Master.dat'
           ORGANIZATION IS INDEXED
      *    dynamic access - the whole master is swept once up front
      *    to map departments onto cost centres
           access mode is dynamic
           RECORD KEY IS DM-DEPT-CODE
           file status is WS-DM-FILE-STATUS.
      *    the month's transfers may be on the live trail, or already
      *    cut to the month's archive if AUDIT-ARCHIVE ran first - both
      *    are read, through the one FD
       SELECT AUDIT-TRAIL
           ASSIGN TO WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-AUD-FILE-STATUS.
       SELECT GL-ACCOUNT-MAP
           ASSIGN TO './GL-Account-Map.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-GLM-FILE-STATUS.
      *    the journal name carries the month it posts, e.g.
      *    GL-Journal-202610.dat, so finance can pick each one up
       SELECT GL-JOURNAL
           ASSIGN TO WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-GLJ-FILE-STATUS.
       SELECT GL-JOURNAL-HISTORY
           ASSIGN TO './GL-Journal-History.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-GLH-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy employee-rec.
       copy dept-rec.
       copy audit-rec.
       copy gl-map-rec.
       copy gl-journal-rec.
       copy gl-hist-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

           01 filler.
             10 WS-EMP-EOF-SW pic x(1) value 'N'.
                88 WS-EMP-EOF value 'Y'.
           01 filler.
             10 WS-DM-EOF-SW pic x(1) value 'N'.
                88 WS-DM-EOF value 'Y'.
           01 filler.
             10 WS-AUD-EOF-SW pic x(1) value 'N'.
                88 WS-AUD-EOF value 'Y'.
           01 filler.
             10 WS-GLM-EOF-SW pic x(1) value 'N'.
                88 WS-GLM-EOF value 'Y'.
           01 filler.
             10 WS-GLH-EOF-SW pic x(1) value 'N'.
                88 WS-GLH-EOF value 'Y'.
           01 filler.
             10 WS-DUP-MONTH-SW pic x(1) value 'N'.
                88 WS-MONTH-ALREADY-POSTED value 'Y'.

           01 WS-AUDIT-FILE-NAME   pic x(30) value spaces.
           01 WS-JOURNAL-FILE-NAME pic x(30) value spaces.

           77 WS-DM-FILE-STATUS  pic xx value spaces.
           77 WS-AUD-FILE-STATUS pic xx value spaces.
           77 WS-GLM-FILE-STATUS pic xx value spaces.
           77 WS-GLJ-FILE-STATUS pic xx value spaces.
           77 WS-GLH-FILE-STATUS pic xx value spaces.

      *      the month being posted - always the current one, since
      *      the employee file only says who is where today
           77 WS-PERIOD          pic 9(6) value 0.
           77 WS-MONTH-START-8   pic 9(8) value 0.
           77 WS-NEXT-MONTH-8    pic 9(8) value 0.
           77 WS-MONTH-START-INT pic 9(7) comp sync value 0.
           77 WS-NEXT-MONTH-INT  pic 9(7) comp sync value 0.
           77 WS-POSTING-DATE    pic 9(8) value 0.
           77 WS-MONTH-DAYS      pic 9(2) comp sync value 0.
           01 WS-NEXT-MONTH pic 9(6) value 0.
           01 WS-NEXT-SPLIT redefines WS-NEXT-MONTH.
               05 WS-NEXT-YEAR pic 9(4).
               05 WS-NEXT-MM   pic 9(2).
           77 WS-REFERENCE       pic x(10) value spaces.
      *      CCYY-MM, to pick the month's entries off the trail
           01 WS-STAMP-MONTH.
               05 WS-STAMP-CCYY pic 9(4).
               05 filler        pic x(1) value '-'.
               05 WS-STAMP-MM   pic 9(2).

      *      scheme contribution rates, percent of pensionable pay -
      *      these must agree with PENSION-EXTRACT, which sends the
      *      contributions the journal accrues
           77 WS-EMPLOYER-RATE pic 9(1)V99 value 0,03.

      *      department-to-cost-centre map off the dept master
           77 WS-DEPT-COUNT pic 9(3) comp sync value 0.
           77 WS-DEPT-IDX   pic 9(3) comp sync value 0.
           01 WS-DEPT-MAP.
               05 WS-DEPT-MAP-ENTRY occurs 100 times.
                   10 WS-MAP-DEPT pic x(4).
                   10 WS-MAP-CC   pic x(6).

      *      cost centre expense accounts off GL-Account-Map.dat, and
      *      the two control accounts the credits go to
           77 WS-ACCT-COUNT pic 9(3) comp sync value 0.
           77 WS-ACCT-IDX   pic 9(3) comp sync value 0.
           01 WS-ACCOUNT-TABLE.
               05 WS-ACCOUNT-ENTRY occurs 100 times.
                   10 WS-ACC-CC      pic x(6).
                   10 WS-ACC-ACCOUNT pic x(8).
           77 WS-SALARY-CONTROL  pic x(8) value spaces.
           77 WS-PENSION-CONTROL pic x(8) value spaces.

      *      transfers ('T') made this month, in the order they were
      *      applied - a mover's month is split at each of them
           77 WS-TFR-COUNT pic 9(3) comp sync value 0.
           77 WS-TFR-IDX   pic 9(3) comp sync value 0.
           01 WS-TRANSFER-TABLE.
               05 WS-TRANSFER-ENTRY occurs 500 times.
                   10 WS-TFR-ID       pic 9(6).
      *             day of the month the new department took effect
                   10 WS-TFR-DAY      pic 9(2).
                   10 WS-TFR-OLD-DEPT pic x(4).
                   10 WS-TFR-NEW-DEPT pic x(4).

      *      the department out of an audit image
           01 WS-IMAGE-VIEW.
               05 filler          pic x(51).
               05 WS-IMAGE-DEPT   pic x(4).
               05 filler          pic x(54).

      *      one slot per cost centre charged, collected as they appear
           77 WS-CC-COUNT pic 9(3) comp sync value 0.
           77 WS-CC-IDX   pic 9(3) comp sync value 0.
           77 WS-CC-SLOT  pic 9(3) comp sync value 0.
           01 WS-CC-TABLE.
               05 WS-CC-ENTRY occurs 50 times.
                   10 WS-CC-CODE    pic x(6).
                   10 WS-CC-SALARY  pic 9(9)V99 comp sync.
                   10 WS-CC-PENSION pic 9(9)V99 comp sync.
                   10 WS-CC-ACCOUNT pic x(8).
           01 filler.
             10 WS-CC-FOUND-SW pic x(1) value 'N'.
                88 WS-CC-FOUND value 'Y'.
           77 WS-LOOKUP-CC pic x(6) value spaces.
           77 WS-UNMAPPED-COUNT pic 9(3) comp sync value 0.

      *      one employee's month, and the part of it not yet charged
      *      as it is split at each transfer
           77 WS-EMP-FTE       pic 9V9999 value 0.
           77 WS-ACTUAL-ANNUAL pic 9(5)V99 value 0.
           77 WS-MONTHLY-GROSS pic 9(5)V99 value 0.
           77 WS-EMPLOYER-CONT pic 9(5)V99 value 0.
           77 WS-SAL-LEFT      pic 9(5)V99 value 0.
           77 WS-PEN-LEFT      pic 9(5)V99 value 0.
           77 WS-SEG-START     pic 9(2) comp sync value 0.
           77 WS-SEG-END       pic 9(2) comp sync value 0.
           77 WS-SEG-DAYS      pic 9(2) comp sync value 0.
           77 WS-SEG-SALARY    pic 9(5)V99 value 0.
           77 WS-SEG-PENSION   pic 9(5)V99 value 0.
           77 WS-SEG-DEPT      pic x(4) value spaces.
           01 filler.
             10 WS-SPLIT-SW pic x(1) value 'N'.
                88 WS-EMP-SPLIT value 'Y'.

           77 WS-CHARGED-COUNT pic 9(5) comp sync value 0.
           77 WS-SPLIT-COUNT   pic 9(4) comp sync value 0.
           77 WS-TOTAL-SALARY  pic 9(9)V99 comp sync value 0.
           77 WS-TOTAL-PENSION pic 9(9)V99 comp sync value 0.
           77 WS-TOTAL-DEBITS  pic 9(9)V99 comp sync value 0.
           77 WS-TOTAL-CREDITS pic 9(9)V99 comp sync value 0.
           77 WS-LINE-COUNT    pic 9(5) comp sync value 0.

      *      surname and forename folded into one printable column
           77 WS-FULL-NAME pic x(22) value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

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

           01 Journal-Report-Header.
                05  FILLER         PIC X(40) VALUE
                    'GENERAL LEDGER SALARY JOURNAL - PERIOD '.
                05  JRH-PERIOD     PIC 9(6).
                05  FILLER         PIC X(6)  VALUE '  REF '.
                05  JRH-REFERENCE  PIC X(10).
                05  FILLER         PIC X(18) VALUE SPACES.

           01 Journal-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    'ACCOUNT   COST    D      AMOUNT        SALARY   '
                    & 'ER PENSION  NARRATIVE'.

           01 Journal-Detail.
                05  JD-ACCOUNT     PIC X(8).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  JD-CC          PIC X(6).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  JD-DR-CR       PIC X(1).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  JD-AMOUNT      PIC Z(8)9,99.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  JD-SALARY      PIC Z(8)9,99.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  JD-PENSION     PIC Z(8)9,99.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  JD-NARRATIVE   PIC X(20).

           01 Journal-Total-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  JT-LABEL       PIC X(16).
                05  JT-AMOUNT      PIC Z(8)9,99.
                05  FILLER         PIC X(50) VALUE SPACES.

           01 Journal-Message-Line.
                05  JM-TEXT        PIC X(80).

           01 Split-Section-Header.
                05  FILLER         PIC X(80) VALUE
                    'MID-MONTH TRANSFERS - PAY SPLIT BY DAYS IN EACH '
                    & 'COST CENTRE'.

           01 Split-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    '     ID  NAME                    COST   DATES DAYS'
                    & '     SALARY  ER PENSN'.

           01 Split-Detail.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-ID          PIC Z(5)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  SD-NAME        PIC X(22).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  SD-CC          PIC X(6).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-FROM        PIC Z9.
                05  FILLER         PIC X(1)  VALUE '-'.
                05  SD-TO          PIC 99.
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  SD-DAYS        PIC Z9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  SD-SALARY      PIC Z(5)9,99.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  SD-PENSION     PIC Z(4)9,99.
                05  FILLER         PIC X(9)  VALUE SPACES.

           01 Split-None-Line.
                05  FILLER         PIC X(80) VALUE
                    '*** NO TRANSFERS THIS MONTH ***'.

           01 Journal-Trailer.
                05  FILLER         PIC X(20) VALUE
                    'EMPLOYEES CHARGED: '.
                05  JTR-CHARGED    PIC Z(4)9.
                05  FILLER         PIC X(16) VALUE
                    '   SPLIT MOVERS:'.
                05  JTR-SPLIT      PIC Z(3)9.
                05  FILLER         PIC X(17) VALUE
                    '   JOURNAL LINES:'.
                05  JTR-LINES      PIC Z(4)9.
                05  FILLER         PIC X(13) VALUE SPACES.

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
           PERFORM WORK-OUT-PERIOD

      *    a month already on the history has been posted - a second
      *    journal would double the ledger's paybill
           PERFORM LOAD-JOURNAL-HISTORY
           if WS-MONTH-ALREADY-POSTED then
               display 'FATAL: SALARY JOURNAL FOR ' WS-PERIOD
                   ' ALREADY ON GL-Journal-History.dat - NOT CUT TWICE'
               STOP RUN
           end-if

           PERFORM LOAD-ACCOUNT-MAP

           OPEN INPUT DEPT-MASTER
           if WS-DM-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open DEPT-MASTER. Status='
                   WS-DM-FILE-STATUS
               STOP RUN
           end-if
           PERFORM LOAD-DEPT-MAP UNTIL WS-DM-EOF
           CLOSE DEPT-MASTER

           STRING './Audit-Trail-' WS-PERIOD '.dat'
               DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
           PERFORM LOAD-MONTH-TRANSFERS
           MOVE './Audit-Trail.dat' TO WS-AUDIT-FILE-NAME
           PERFORM LOAD-MONTH-TRANSFERS

           OPEN output Report-File
           MOVE WS-PERIOD TO JRH-PERIOD
           MOVE WS-REFERENCE TO JRH-REFERENCE
           WRITE Report-Record FROM Journal-Report-Header
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Split-Section-Header
               AFTER ADVANCING 2 LINES
           WRITE Report-Record FROM Split-Column-Header
               AFTER ADVANCING 2 LINES

           OPEN input EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               STOP RUN
           end-if
           PERFORM CHARGE-EMPLOYEES UNTIL WS-EMP-EOF
           CLOSE EMPLOYEE

           if WS-SPLIT-COUNT = 0 then
               WRITE Report-Record FROM Split-None-Line
                   AFTER ADVANCING 1 LINE
           end-if

      *    every cost centre charged must have a ledger account - the
      *    journal is all or nothing, so any gap stops it here
           PERFORM MAP-ONE-CC-ACCOUNT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           if WS-UNMAPPED-COUNT > 0 then
               MOVE '*** JOURNAL NOT CUT - COST CENTRES WITH NO LEDGER'
                   & ' ACCOUNT ***' TO JM-TEXT
               WRITE Report-Record FROM Journal-Message-Line
                   AFTER ADVANCING 2 LINES
               CLOSE Report-File
               display 'FATAL: ' WS-UNMAPPED-COUNT ' cost centres have '
                   'no account on GL-Account-Map.dat - journal not cut'
               STOP RUN
           end-if

           PERFORM WORK-OUT-JOURNAL-TOTALS
           if WS-TOTAL-DEBITS not = WS-TOTAL-CREDITS then
               display 'FATAL: journal debits ' WS-TOTAL-DEBITS
                   ' do not equal credits ' WS-TOTAL-CREDITS
               CLOSE Report-File
               STOP RUN
           end-if

           PERFORM WRITE-JOURNAL-FILE
           PERFORM WRITE-JOURNAL-HISTORY
           PERFORM WRITE-JOURNAL-REPORT
           CLOSE Report-File

           display 'Salary journal ' WS-REFERENCE ' cut - '
               WS-LINE-COUNT ' lines, debits ' WS-TOTAL-DEBITS
               ' = credits ' WS-TOTAL-CREDITS

           STOP RUN.

      *    the first of this month and of next, the days between
      *    them, and the last day of the month to post on
       WORK-OUT-PERIOD.
           MOVE WS-TEMP-DATE(1:6) TO WS-PERIOD
           MOVE WS-TEMP-DATE TO WS-MONTH-START-8
           MOVE 01 TO WS-MONTH-START-8(7:2)
           MOVE WS-PERIOD TO WS-NEXT-MONTH
           if WS-NEXT-MM = 12 then
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YEAR
           else
               ADD 1 TO WS-NEXT-MM
           end-if
           MOVE WS-NEXT-MONTH TO WS-NEXT-MONTH-8(1:6)
           MOVE 01 TO WS-NEXT-MONTH-8(7:2)
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-8)
           COMPUTE WS-NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-8)
           COMPUTE WS-MONTH-DAYS =
               WS-NEXT-MONTH-INT - WS-MONTH-START-INT
           COMPUTE WS-POSTING-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-MONTH-INT - 1)
           MOVE WS-TEMP-YEAR  TO WS-STAMP-CCYY
           MOVE WS-TEMP-MONTH TO WS-STAMP-MM
           MOVE SPACES TO WS-REFERENCE
           STRING 'PAY' WS-PERIOD DELIMITED BY SIZE
               INTO WS-REFERENCE
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING './GL-Journal-' WS-PERIOD '.dat'
               DELIMITED BY SIZE INTO WS-JOURNAL-FILE-NAME.

       LOAD-JOURNAL-HISTORY.
           OPEN INPUT GL-JOURNAL-HISTORY
           if WS-GLH-FILE-STATUS = '35' then
               display 'No journal history yet - first cut.'
               exit paragraph
           end-if
           if WS-GLH-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open GL-JOURNAL-HISTORY. '
                   'Status=' WS-GLH-FILE-STATUS
               STOP RUN
           end-if
           PERFORM LOAD-HISTORY-PASS UNTIL WS-GLH-EOF
           CLOSE GL-JOURNAL-HISTORY.

       LOAD-HISTORY-PASS.
           READ GL-JOURNAL-HISTORY
               AT END set WS-GLH-EOF to true
               NOT AT END
                   if GLH-PERIOD = WS-PERIOD then
                       set WS-MONTH-ALREADY-POSTED to true
                   end-if
           END-READ.

      *    finance keep the map - without it, or without both control
      *    accounts, there is nothing to post to
       LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP
           if WS-GLM-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open GL-ACCOUNT-MAP. Status='
                   WS-GLM-FILE-STATUS
               STOP RUN
           end-if
           PERFORM LOAD-MAP-PASS UNTIL WS-GLM-EOF
           CLOSE GL-ACCOUNT-MAP
           if WS-SALARY-CONTROL = spaces or
              WS-PENSION-CONTROL = spaces then
               display 'FATAL: GL-Account-Map.dat needs K lines for '
                   'both SALARY and PENSON control accounts'
               STOP RUN
           end-if.

       LOAD-MAP-PASS.
           READ GL-ACCOUNT-MAP
               AT END set WS-GLM-EOF to true
               NOT AT END PERFORM LOAD-ONE-MAP-LINE
           END-READ.

       LOAD-ONE-MAP-LINE.
           if GLM-COMMENT or GL-MAP-RECORD = spaces then
               exit paragraph
           end-if
           if GLM-CONTROL then
               PERFORM LOAD-ONE-CONTROL-LINE
               exit paragraph
           end-if
           if not GLM-COST-CENTRE then
               display 'WARNING: GL-Account-Map.dat line skipped - '
                   GL-MAP-RECORD
               exit paragraph
           end-if
           if WS-ACCT-COUNT >= 100 then
               display 'FATAL: more than 100 mapped cost centres - '
               display '       increase WS-ACCOUNT-TABLE.'
               STOP RUN
           end-if
           ADD 1 TO WS-ACCT-COUNT
           MOVE GLM-CODE    TO WS-ACC-CC(WS-ACCT-COUNT)
           MOVE GLM-ACCOUNT TO WS-ACC-ACCOUNT(WS-ACCT-COUNT).

       LOAD-ONE-CONTROL-LINE.
           if GLM-CODE = 'SALARY' then
               MOVE GLM-ACCOUNT TO WS-SALARY-CONTROL
           else if GLM-CODE = 'PENSON' then
               MOVE GLM-ACCOUNT TO WS-PENSION-CONTROL
           else
               display 'WARNING: unknown control line skipped - '
                   GL-MAP-RECORD
           end-if.

       LOAD-DEPT-MAP.
           READ DEPT-MASTER NEXT RECORD
               AT END set WS-DM-EOF to true
               NOT AT END
                   if WS-DEPT-COUNT >= 100 then
                       display 'FATAL: more than 100 departments - '
                       display '       increase WS-DEPT-MAP.'
                       STOP RUN
                   end-if
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DM-DEPT-CODE   TO WS-MAP-DEPT(WS-DEPT-COUNT)
                   MOVE DM-COST-CENTRE TO WS-MAP-CC(WS-DEPT-COUNT)
           END-READ.

      *    no file is no transfers - the archive is only there once
      *    AUDIT-ARCHIVE has run this month
       LOAD-MONTH-TRANSFERS.
           MOVE 'N' TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-TRAIL
           if WS-AUD-FILE-STATUS = '35' then
               exit paragraph
           end-if
           if WS-AUD-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open ' WS-AUDIT-FILE-NAME
                   ' Status=' WS-AUD-FILE-STATUS
               STOP RUN
           end-if
           PERFORM LOAD-TRANSFER-PASS UNTIL WS-AUD-EOF
           CLOSE AUDIT-TRAIL.

       LOAD-TRANSFER-PASS.
           READ AUDIT-TRAIL
               AT END set WS-AUD-EOF to true
               NOT AT END
                   if AUD-OPERATION = 'T' and
                      AUD-RUN-TIMESTAMP(1:7) = WS-STAMP-MONTH then
                       PERFORM HOLD-ONE-TRANSFER
                   end-if
           END-READ.

       HOLD-ONE-TRANSFER.
           if WS-TFR-COUNT >= 500 then
               display 'FATAL: more than 500 transfers this month - '
               display '       increase WS-TRANSFER-TABLE.'
               STOP RUN
           end-if
           ADD 1 TO WS-TFR-COUNT
           MOVE AUD-EMPLOYEE-ID TO WS-TFR-ID(WS-TFR-COUNT)
           MOVE AUD-RUN-TIMESTAMP(9:2) TO WS-TFR-DAY(WS-TFR-COUNT)
           MOVE AUD-BEFORE-IMAGE TO WS-IMAGE-VIEW
           MOVE WS-IMAGE-DEPT TO WS-TFR-OLD-DEPT(WS-TFR-COUNT)
           MOVE AUD-AFTER-IMAGE TO WS-IMAGE-VIEW
           MOVE WS-IMAGE-DEPT TO WS-TFR-NEW-DEPT(WS-TFR-COUNT).

       CHARGE-EMPLOYEES.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-EMP-EOF to true
               NOT AT END PERFORM CHARGE-ONE-EMPLOYEE
           END-READ.

      *    the month's pay is what PAYROLL-EXTRACT sends - the FTE
      *    scaled salary over twelve - and the employer pension on it
      *    for members.  a mover's share of each goes to each cost
      *    centre by the days spent there, the last share taking
      *    whatever pence the rounding leaves
       CHARGE-ONE-EMPLOYEE.
           if EMPLOYEE-LEAVER then
               exit paragraph
           end-if
           if EMPLOYEE-FTE numeric then
               MOVE EMPLOYEE-FTE TO WS-EMP-FTE
           else
               MOVE 1 TO WS-EMP-FTE
           end-if
           COMPUTE WS-ACTUAL-ANNUAL ROUNDED =
               EMPLOYEE-SALARY * WS-EMP-FTE
           DIVIDE WS-ACTUAL-ANNUAL BY 12
               GIVING WS-MONTHLY-GROSS ROUNDED
           MOVE 0 TO WS-EMPLOYER-CONT
           if EMPLOYEE-PENSIONED then
               MULTIPLY WS-MONTHLY-GROSS BY WS-EMPLOYER-RATE
                   GIVING WS-EMPLOYER-CONT ROUNDED
           end-if
           if WS-MONTHLY-GROSS = 0 then
               exit paragraph
           end-if
           ADD 1 TO WS-CHARGED-COUNT

           MOVE WS-MONTHLY-GROSS TO WS-SAL-LEFT
           MOVE WS-EMPLOYER-CONT TO WS-PEN-LEFT
           MOVE 1 TO WS-SEG-START
           MOVE 'N' TO WS-SPLIT-SW
           PERFORM SPLIT-AT-TRANSFER
               VARYING WS-TFR-IDX FROM 1 BY 1
               UNTIL WS-TFR-IDX > WS-TFR-COUNT

           MOVE WS-MONTH-DAYS TO WS-SEG-END
           COMPUTE WS-SEG-DAYS = WS-SEG-END - WS-SEG-START + 1
           MOVE WS-SAL-LEFT TO WS-SEG-SALARY
           MOVE WS-PEN-LEFT TO WS-SEG-PENSION
           MOVE EMPLOYEE-DEPT TO WS-SEG-DEPT
           PERFORM CHARGE-SEGMENT
           if WS-EMP-SPLIT then
               ADD 1 TO WS-SPLIT-COUNT
           end-if.

      *    the days before this transfer belong to the department
      *    the employee moved out of.  a transfer on the first of the
      *    month leaves nothing behind
       SPLIT-AT-TRANSFER.
           if WS-TFR-ID(WS-TFR-IDX) not = EMPLOYEE-ID then
               exit paragraph
           end-if
           if WS-TFR-DAY(WS-TFR-IDX) <= WS-SEG-START then
               exit paragraph
           end-if
           COMPUTE WS-SEG-END = WS-TFR-DAY(WS-TFR-IDX) - 1
           COMPUTE WS-SEG-DAYS = WS-SEG-END - WS-SEG-START + 1
           COMPUTE WS-SEG-SALARY ROUNDED =
               WS-MONTHLY-GROSS * WS-SEG-DAYS / WS-MONTH-DAYS
           COMPUTE WS-SEG-PENSION ROUNDED =
               WS-EMPLOYER-CONT * WS-SEG-DAYS / WS-MONTH-DAYS
           if WS-SEG-SALARY > WS-SAL-LEFT then
               MOVE WS-SAL-LEFT TO WS-SEG-SALARY
           end-if
           if WS-SEG-PENSION > WS-PEN-LEFT then
               MOVE WS-PEN-LEFT TO WS-SEG-PENSION
           end-if
           SUBTRACT WS-SEG-SALARY FROM WS-SAL-LEFT
           SUBTRACT WS-SEG-PENSION FROM WS-PEN-LEFT
           MOVE WS-TFR-OLD-DEPT(WS-TFR-IDX) TO WS-SEG-DEPT
           set WS-EMP-SPLIT to true
           PERFORM CHARGE-SEGMENT
           MOVE WS-TFR-DAY(WS-TFR-IDX) TO WS-SEG-START.

       CHARGE-SEGMENT.
           PERFORM MAP-DEPT-TO-CC
           PERFORM FIND-OR-ADD-CC
           ADD WS-SEG-SALARY  TO WS-CC-SALARY(WS-CC-SLOT)
           ADD WS-SEG-PENSION TO WS-CC-PENSION(WS-CC-SLOT)
           if WS-EMP-SPLIT then
               PERFORM PRINT-SPLIT-LINE
           end-if.

       PRINT-SPLIT-LINE.
           MOVE EMPLOYEE-ID TO SD-ID
           MOVE SPACES TO WS-FULL-NAME
           STRING EMPLOYEE-SURNAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMPLOYEE-FORENAME DELIMITED BY '  '
               INTO WS-FULL-NAME
           MOVE WS-FULL-NAME   TO SD-NAME
           MOVE WS-LOOKUP-CC   TO SD-CC
           MOVE WS-SEG-START   TO SD-FROM
           MOVE WS-SEG-END     TO SD-TO
           MOVE WS-SEG-DAYS    TO SD-DAYS
           MOVE WS-SEG-SALARY  TO SD-SALARY
           MOVE WS-SEG-PENSION TO SD-PENSION
           WRITE Report-Record FROM Split-Detail
               AFTER ADVANCING 1 LINE.

      *    a department missing from the master still charges, under
      *    a cost centre that names the problem - and which will have
      *    no ledger account, so the journal stops until it is fixed
       MAP-DEPT-TO-CC.
           MOVE 'UNKNWN' TO WS-LOOKUP-CC
           PERFORM MAP-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

       MAP-ONE-DEPT.
           if WS-MAP-DEPT(WS-DEPT-IDX) = WS-SEG-DEPT then
               MOVE WS-MAP-CC(WS-DEPT-IDX) TO WS-LOOKUP-CC
           end-if.

      *    leaves WS-CC-SLOT on the matching (or newly added) entry
       FIND-OR-ADD-CC.
           MOVE 'N' TO WS-CC-FOUND-SW
           MOVE 0 TO WS-CC-SLOT
           PERFORM FIND-CC-PASS
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
                  or WS-CC-FOUND
           if WS-CC-FOUND then
               exit paragraph
           end-if
           if WS-CC-COUNT >= 50 then
               display 'FATAL: more than 50 cost centres - '
               display '       increase WS-CC-TABLE.'
               STOP RUN
           end-if
           ADD 1 TO WS-CC-COUNT
           MOVE WS-CC-COUNT TO WS-CC-SLOT
           MOVE WS-LOOKUP-CC TO WS-CC-CODE(WS-CC-SLOT)
           MOVE 0 TO WS-CC-SALARY(WS-CC-SLOT)
           MOVE 0 TO WS-CC-PENSION(WS-CC-SLOT)
           MOVE SPACES TO WS-CC-ACCOUNT(WS-CC-SLOT).

       FIND-CC-PASS.
           if WS-CC-CODE(WS-CC-IDX) = WS-LOOKUP-CC then
               set WS-CC-FOUND to true
               MOVE WS-CC-IDX TO WS-CC-SLOT
           end-if.

       MAP-ONE-CC-ACCOUNT.
           PERFORM FIND-CC-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           if WS-CC-ACCOUNT(WS-CC-IDX) = spaces then
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE SPACES TO JM-TEXT
               STRING 'NO LEDGER ACCOUNT FOR COST CENTRE '
                      WS-CC-CODE(WS-CC-IDX)
                   DELIMITED BY SIZE INTO JM-TEXT
               WRITE Report-Record FROM Journal-Message-Line
                   AFTER ADVANCING 1 LINE
           end-if.

       FIND-CC-ACCOUNT.
           if WS-ACC-CC(WS-ACCT-IDX) = WS-CC-CODE(WS-CC-IDX) then
               MOVE WS-ACC-ACCOUNT(WS-ACCT-IDX)
                   TO WS-CC-ACCOUNT(WS-CC-IDX)
           end-if.

      *    a debit line per cost centre and a credit line to each
      *    control account - the credits are built from the same
      *    totals, so a difference can only mean a lost line
       WORK-OUT-JOURNAL-TOTALS.
           PERFORM ADD-ONE-CC-TOTAL
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           COMPUTE WS-TOTAL-CREDITS = WS-TOTAL-SALARY + WS-TOTAL-PENSION
           COMPUTE WS-LINE-COUNT = WS-CC-COUNT + 2.

       ADD-ONE-CC-TOTAL.
           ADD WS-CC-SALARY(WS-CC-IDX)  TO WS-TOTAL-SALARY
           ADD WS-CC-PENSION(WS-CC-IDX) TO WS-TOTAL-PENSION
           ADD WS-CC-SALARY(WS-CC-IDX)  TO WS-TOTAL-DEBITS
           ADD WS-CC-PENSION(WS-CC-IDX) TO WS-TOTAL-DEBITS.

       WRITE-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL
           if WS-GLJ-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open ' WS-JOURNAL-FILE-NAME
                   ' Status=' WS-GLJ-FILE-STATUS
               STOP RUN
           end-if
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'GLJNL-HDR'      TO GLJ-HDR-ID
           MOVE WS-PERIOD        TO GLJ-HDR-PERIOD
           MOVE WS-POSTING-DATE  TO GLJ-HDR-POSTING-DATE
           MOVE WS-REFERENCE     TO GLJ-HDR-REFERENCE
           MOVE WS-LINE-COUNT    TO GLJ-HDR-LINE-COUNT
           MOVE WS-TOTAL-DEBITS  TO GLJ-HDR-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLJ-HDR-TOTAL-CREDITS
           WRITE GL-JOURNAL-RECORD

           PERFORM WRITE-DEBIT-LINE
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-SALARY-CONTROL TO GLJ-DET-ACCOUNT
           MOVE 'C'               TO GLJ-DET-DR-CR
           MOVE WS-TOTAL-SALARY   TO GLJ-DET-AMOUNT
           MOVE WS-TOTAL-SALARY   TO GLJ-DET-SALARY
           MOVE 0                 TO GLJ-DET-PENSION
           STRING 'GROSS PAY CONTROL ' WS-PERIOD
               DELIMITED BY SIZE INTO GLJ-DET-NARRATIVE
           WRITE GL-JOURNAL-RECORD

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-PENSION-CONTROL TO GLJ-DET-ACCOUNT
           MOVE 'C'                TO GLJ-DET-DR-CR
           MOVE WS-TOTAL-PENSION   TO GLJ-DET-AMOUNT
           MOVE 0                  TO GLJ-DET-SALARY
           MOVE WS-TOTAL-PENSION   TO GLJ-DET-PENSION
           STRING 'ER PENSION CONTROL ' WS-PERIOD
               DELIMITED BY SIZE INTO GLJ-DET-NARRATIVE
           WRITE GL-JOURNAL-RECORD

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'GLJNL-TRL'      TO GLJ-TRL-ID
           MOVE WS-LINE-COUNT    TO GLJ-TRL-LINE-COUNT
           MOVE WS-TOTAL-DEBITS  TO GLJ-TRL-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLJ-TRL-TOTAL-CREDITS
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL.

       WRITE-DEBIT-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-CC-ACCOUNT(WS-CC-IDX) TO GLJ-DET-ACCOUNT
           MOVE WS-CC-CODE(WS-CC-IDX)    TO GLJ-DET-COST-CENTRE
           MOVE 'D'                      TO GLJ-DET-DR-CR
           COMPUTE GLJ-DET-AMOUNT =
               WS-CC-SALARY(WS-CC-IDX) + WS-CC-PENSION(WS-CC-IDX)
           MOVE WS-CC-SALARY(WS-CC-IDX)  TO GLJ-DET-SALARY
           MOVE WS-CC-PENSION(WS-CC-IDX) TO GLJ-DET-PENSION
           STRING 'PAYBILL ' WS-PERIOD ' ' WS-CC-CODE(WS-CC-IDX)
               DELIMITED BY SIZE INTO GLJ-DET-NARRATIVE
           WRITE GL-JOURNAL-RECORD.

       WRITE-JOURNAL-HISTORY.
           OPEN EXTEND GL-JOURNAL-HISTORY
           if WS-GLH-FILE-STATUS = '35' then
               OPEN OUTPUT GL-JOURNAL-HISTORY
           end-if
           if WS-GLH-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open GL-JOURNAL-HISTORY. '
                   'Status=' WS-GLH-FILE-STATUS
               display '       journal ' WS-JOURNAL-FILE-NAME
                   ' was cut but is not recorded as posted'
               STOP RUN
           end-if
           MOVE SPACES TO GL-HISTORY-RECORD
           MOVE WS-PERIOD              TO GLH-PERIOD
           MOVE WS-FORMATTED-DATE-TIME TO GLH-CUT-STAMP
           MOVE WS-LINE-COUNT          TO GLH-LINE-COUNT
           MOVE WS-TOTAL-DEBITS        TO GLH-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS       TO GLH-TOTAL-CREDITS
           MOVE WS-TOTAL-PENSION       TO GLH-EMPLOYER-PENSION
           WRITE GL-HISTORY-RECORD
           CLOSE GL-JOURNAL-HISTORY.

      *    the journal as written, line for line, then the proof
       WRITE-JOURNAL-REPORT.
           WRITE Report-Record FROM Journal-Column-Header
               AFTER ADVANCING 3 LINES
           PERFORM PRINT-DEBIT-LINE
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT

           MOVE WS-SALARY-CONTROL TO JD-ACCOUNT
           MOVE SPACES            TO JD-CC
           MOVE 'C'               TO JD-DR-CR
           MOVE WS-TOTAL-SALARY   TO JD-AMOUNT
           MOVE WS-TOTAL-SALARY   TO JD-SALARY
           MOVE 0                 TO JD-PENSION
           MOVE 'GROSS PAY CONTROL'  TO JD-NARRATIVE
           WRITE Report-Record FROM Journal-Detail
               AFTER ADVANCING 1 LINE
           MOVE WS-PENSION-CONTROL TO JD-ACCOUNT
           MOVE WS-TOTAL-PENSION   TO JD-AMOUNT
           MOVE 0                  TO JD-SALARY
           MOVE WS-TOTAL-PENSION   TO JD-PENSION
           MOVE 'ER PENSION CONTROL' TO JD-NARRATIVE
           WRITE Report-Record FROM Journal-Detail
               AFTER ADVANCING 1 LINE

           MOVE 'TOTAL DEBITS' TO JT-LABEL
           MOVE WS-TOTAL-DEBITS TO JT-AMOUNT
           WRITE Report-Record FROM Journal-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL CREDITS' TO JT-LABEL
           MOVE WS-TOTAL-CREDITS TO JT-AMOUNT
           WRITE Report-Record FROM Journal-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE '*** JOURNAL BALANCES - DEBITS EQUAL CREDITS ***'
               TO JM-TEXT
           WRITE Report-Record FROM Journal-Message-Line
               AFTER ADVANCING 1 LINE

           MOVE WS-CHARGED-COUNT TO JTR-CHARGED
           MOVE WS-SPLIT-COUNT   TO JTR-SPLIT
           MOVE WS-LINE-COUNT    TO JTR-LINES
           WRITE Report-Record FROM Journal-Trailer
               AFTER ADVANCING 2 LINES.

       PRINT-DEBIT-LINE.
           MOVE WS-CC-ACCOUNT(WS-CC-IDX) TO JD-ACCOUNT
           MOVE WS-CC-CODE(WS-CC-IDX)    TO JD-CC
           MOVE 'D'                      TO JD-DR-CR
           COMPUTE JD-AMOUNT =
               WS-CC-SALARY(WS-CC-IDX) + WS-CC-PENSION(WS-CC-IDX)
           MOVE WS-CC-SALARY(WS-CC-IDX)  TO JD-SALARY
           MOVE WS-CC-PENSION(WS-CC-IDX) TO JD-PENSION
           MOVE 'PAYBILL'                TO JD-NARRATIVE
           WRITE Report-Record FROM Journal-Detail
               AFTER ADVANCING 1 LINE.
