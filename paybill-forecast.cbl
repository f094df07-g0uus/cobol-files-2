       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYBILL-FORECAST.
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
      *    random reads for the spine value an increment moves to
       SELECT GRADE-SCALE
           ASSIGN TO './Grade-Scale.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS GS-GRADE-CODE
           file status is WS-GS-FILE-STATUS.
       SELECT PENDING-FILE
           ASSIGN TO './Pending.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-PND-FILE-STATUS.
       SELECT SNAPSHOT-FILE
           ASSIGN TO './Cost-Snapshot.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-SNP-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy employee-rec.
       copy dept-rec.
       copy grade-rec.
       copy pending-rec.
       copy snapshot-rec.

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
             10 WS-SNP-EOF-SW pic x(1) value 'N'.
                88 WS-SNP-EOF value 'Y'.

           01 filler.
             10 WS-PND-EOF-SW pic x(1) value 'N'.
                88 WS-PND-EOF value 'Y'.

      *      a what-if pay award, off the command line as
      *      AWARD=99,99 (per cent, as GRADE-MAINT takes it) and
      *      AWARDFROM=CCYYMM - the award month defaults to the next
      *      April, when GRADE-MAINT's award is normally made.  with
      *      no AWARD= the forecast assumes no award at all
           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.
           01 WS-AWARD-KEYED.
               05 WS-AWARD-WHOLE pic 9(2).
               05 WS-AWARD-PART  pic 9(2).
           01 WS-AWARD-KEYED-PCT redefines WS-AWARD-KEYED pic 9(2)V99.
           77 WS-AWARD-PCT   pic 9(2)V99 value 0.
           77 WS-AWARD-BASE  pic 9(3)V99 value 0.
           77 WS-AWARD-RATE  pic 9(1)V9999 value 1.
           01 WS-AWARD-MONTH pic 9(6) value 0.
           01 WS-AWARD-SPLIT redefines WS-AWARD-MONTH.
               05 WS-AWARD-YEAR pic 9(4).
               05 WS-AWARD-MM   pic 9(2).
      *      forecast month the award lands in, 1 to 12 - zero when
      *      there is no award
           77 WS-AWARD-IDX   pic s9(4) comp sync value 0.

      *      the forecast runs twelve months from this one.  a month
      *      is numbered as year * 12 + month, so any date converts to
      *      its place in the forecast by one subtraction
           01 WS-FIRST-MONTH pic 9(6) value 0.
           01 WS-FIRST-SPLIT redefines WS-FIRST-MONTH.
               05 WS-FIRST-YEAR pic 9(4).
               05 WS-FIRST-MM   pic 9(2).
           77 WS-FIRST-MONTH-NO pic 9(6) comp sync value 0.
           01 WS-LAST-MONTH pic 9(6) value 0.
           01 WS-LABEL-MONTH pic 9(6) value 0.
           01 WS-LABEL-SPLIT redefines WS-LABEL-MONTH.
               05 WS-LABEL-YEAR pic 9(4).
               05 WS-LABEL-MM   pic 9(2).
           01 WS-MONTH-LABELS.
               05 WS-MONTH-LABEL occurs 12 times pic 9(6).

      *      the starting point - last month's COST-SNAPSHOT
           01 WS-PREV-MONTH pic 9(6) value 0.
           01 WS-PREV-SPLIT redefines WS-PREV-MONTH.
               05 WS-PREV-YEAR pic 9(4).
               05 WS-PREV-MM   pic 9(2).
           77 WS-LATEST-SNAP pic 9(6) value 0.

      *      any CCYYMMDD date, and where it falls in the forecast -
      *      below 1 already past, above 12 beyond the horizon
           01 WS-CONV-DATE pic 9(8) value 0.
           01 WS-CONV-SPLIT redefines WS-CONV-DATE.
               05 WS-CONV-YEAR pic 9(4).
               05 WS-CONV-MM   pic 9(2).
               05 WS-CONV-DD   pic 9(2).
           77 WS-CONV-IDX  pic s9(6) comp sync value 0.

      *      department-to-cost-centre map off the dept master
           77 WS-DEPT-COUNT pic 9(3) comp sync value 0.
           77 WS-DEPT-IDX   pic 9(3) comp sync value 0.
           01 WS-DEPT-MAP.
               05 WS-DEPT-MAP-ENTRY occurs 100 times.
                   10 WS-MAP-DEPT pic x(4).
                   10 WS-MAP-CC   pic x(6).
           77 WS-LOOKUP-DEPT pic x(4) value spaces.
           77 WS-LOOKUP-CC   pic x(6) value spaces.

      *      one slot per cost centre, collected as they appear -
      *      last month's actuals, then the twelve forecast months
           77 WS-CC-COUNT pic 9(3) comp sync value 0.
           77 WS-CC-IDX   pic 9(3) comp sync value 0.
           77 WS-CC-SLOT  pic 9(3) comp sync value 0.
           01 WS-CC-TABLE.
               05 WS-CC-ENTRY occurs 50 times.
                   10 WS-CC-CODE      pic x(6).
                   10 WS-CC-ACTUAL-SW pic x(1).
                      88 WS-CC-HAS-ACTUAL value 'Y'.
                   10 WS-CC-ACT-HEAD  pic 9(5) comp sync.
                   10 WS-CC-ACT-FTE   pic 9(5)V99 comp sync.
                   10 WS-CC-ACT-PAY   pic 9(9)V99 comp sync.
                   10 WS-CC-MONTH occurs 12 times.
                       15 WS-CC-HEAD    pic 9(5) comp sync.
                       15 WS-CC-FTE     pic 9(5)V9999 comp sync.
                       15 WS-CC-PAY     pic 9(9)V99 comp sync.
                       15 WS-CC-PENSION pic 9(9)V99 comp sync.

           01 filler.
             10 WS-CC-FOUND-SW pic x(1) value 'N'.
                88 WS-CC-FOUND value 'Y'.

      *      all cost centres together, for the closing block
           01 WS-GRAND-TOTALS.
               05 WS-TOT-ACT-HEAD  pic 9(6) comp sync.
               05 WS-TOT-ACT-FTE   pic 9(6)V99 comp sync.
               05 WS-TOT-ACT-PAY   pic 9(11)V99 comp sync.
               05 WS-TOT-MONTH occurs 12 times.
                   10 WS-TOT-HEAD    pic 9(6) comp sync.
                   10 WS-TOT-FTE     pic 9(6)V9999 comp sync.
                   10 WS-TOT-PAY     pic 9(11)V99 comp sync.
                   10 WS-TOT-PENSION pic 9(11)V99 comp sync.

      *      Pending.dat in memory - every future-dated transaction
      *      that falls due inside the forecast, placed in the month
      *      it takes effect.  Pending.dat is held to 200 records by
      *      EMPLOYEE-DATA, so this can never overflow in practice
           77 WS-PEND-COUNT pic 9(3) comp sync value 0.
           77 WS-PEND-IDX   pic 9(3) comp sync value 0.
           01 WS-PENDING-TABLE.
               05 WS-PEND-ENTRY occurs 200 times.
                   10 WS-PEND-OP     pic x(1).
                   10 WS-PEND-ID     pic 9(6).
                   10 WS-PEND-MONTH  pic s9(4) comp sync.
                   10 WS-PEND-IMAGE  pic x(150).

      *      a parked Updates.dat transaction, laid out the way
      *      EMPLOYEE-DATA reads it
           01 WS-TXN-VIEW.
               05 WS-TXN-OPERATION pic x(1).
               05 filler           pic x(1).
               05 WS-TXN-ID        pic 9(6).
               05 WS-TXN-ID-X redefines WS-TXN-ID pic x(6).
               05 filler           pic x(7).
               05 filler           pic x(35).
               05 WS-TXN-AGE       pic 9(2).
               05 filler           pic x(3).
               05 WS-TXN-GRADE     pic x(1).
               05 filler           pic x(6).
               05 WS-TXN-SALARY    pic 9(5)V99.
               05 WS-TXN-DEPT      pic x(4).
               05 WS-TXN-HIRE-DATE pic 9(8).
               05 filler           pic x(4).
               05 WS-TXN-EFF-DATE  pic 9(8).
               05 filler           pic x(35).
               05 WS-TXN-CONTRACT  pic x(1).
               05 WS-TXN-HOURS     pic 9(2)V99.
               05 WS-TXN-HOURS-X redefines WS-TXN-HOURS pic x(4).
               05 WS-TXN-CONT-END  pic 9(8).
               05 WS-TXN-CONT-END-X redefines WS-TXN-CONT-END
                                   pic x(8).
               05 filler           pic x(9).
      *      'S' salary adjustment
           01 WS-TXN-ADJ-VIEW redefines WS-TXN-VIEW.
               05 filler             pic x(15).
               05 WS-ADJ-NEW-SALARY  pic 9(5)V99.
               05 filler             pic x(1).
               05 WS-ADJ-PCT-SIGN    pic x(1).
               05 WS-ADJ-PCT-RATE    pic 9(2)V99.
               05 filler             pic x(122).
      *      'T' transfer
           01 WS-TXN-TFR-VIEW redefines WS-TXN-VIEW.
               05 filler             pic x(15).
               05 WS-TFR-NEW-DEPT    pic x(4).
               05 filler             pic x(131).

      *      the one person being carried through the twelve months -
      *      an employee off the master, or a starter off Pending.dat.
      *      the salary is the full-time annual rate, as on the master
           01 WS-PERSON.
               05 WS-PER-ID       pic 9(6).
               05 WS-PER-SALARY   pic 9(6)V99.
               05 WS-PER-FTE      pic 9V9999.
               05 WS-PER-DEPT     pic x(4).
               05 WS-PER-GRADE    pic x(1).
               05 WS-PER-AGE      pic 9(2).
               05 WS-PER-POINT    pic 9(2).
               05 WS-PER-PENSION-SW pic x(1).
                  88 WS-PER-PENSIONED value 'Y'.
               05 WS-PER-RED-CIRCLE-SW pic x(1).
                  88 WS-PER-RED-CIRCLED value 'Y'.
      *      months they are paid from and to - notice of leaving (a
      *      term date, or a pending 'D') and the end of a fixed-term
      *      contract are kept apart, as an update can change the one
      *      without the other.  13 means still here at the end
           77 WS-PER-START-IDX    pic s9(6) comp sync value 0.
           77 WS-PER-TERM-IDX     pic s9(6) comp sync value 0.
           77 WS-PER-CONT-END-IDX pic s9(6) comp sync value 0.
           77 WS-PER-INCR-IDX     pic s9(6) comp sync value 0.
           77 WS-MONTH-IDX        pic s9(4) comp sync value 0.

      *      the standard week the FTE is measured against - as
      *      EMPLOYEE-DATA works it out
           77 WS-FULL-TIME-HOURS pic 9(2)V99 value 37,50.

      *      employer pension, on PENSION-EXTRACT's scheme terms - a
      *      member is costed, and so is anyone its monthly run would
      *      enrol: aged MINAGE to MAXAGE and earning the threshold
           77 WS-PEN-MIN-AGE     pic 9(2) value 22.
           77 WS-PEN-MAX-AGE     pic 9(2) value 66.
           77 WS-PEN-THRESHOLD   pic 9(5) value 10000.
           77 WS-EMPLOYER-RATE   pic 9(1)V99 value 0,03.

           77 WS-ADJ-BASE        pic 9(3)V99 value 0.
           77 WS-ADJ-FACTOR      pic 9(1)V9999 value 0.
           77 WS-SPINE-SALARY    pic 9(6)V99 value 0.
           77 WS-ANNUAL-PAY      pic 9(7)V99 value 0.
           77 WS-MONTH-PAY       pic 9(7)V99 value 0.
           77 WS-MONTH-PENSION   pic 9(7)V99 value 0.
           77 WS-MONTH-TOTAL     pic 9(11)V99 value 0.
           77 WS-PAY-CHANGE      pic s9(11)V99 value 0.

           77 WS-PROJECTED-COUNT pic 9(5) comp sync value 0.
           77 WS-STARTER-COUNT   pic 9(4) comp sync value 0.
           77 WS-LEAVING-COUNT   pic 9(4) comp sync value 0.
           77 WS-INCREMENT-COUNT pic 9(4) comp sync value 0.
           77 WS-CHANGE-COUNT    pic 9(4) comp sync value 0.
           77 WS-BEYOND-COUNT    pic 9(4) comp sync value 0.

           77 WS-DM-FILE-STATUS  pic xx value spaces.
           77 WS-GS-FILE-STATUS  pic xx value spaces.
           77 WS-PND-FILE-STATUS pic xx value spaces.
           77 WS-SNP-FILE-STATUS pic xx value spaces.

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

           01 Forecast-Report-Header.
                05  FILLER         PIC X(34) VALUE
                    'PAYBILL FORECAST - TWELVE MONTHS '.
                05  FRH-FROM       PIC 9(6).
                05  FILLER         PIC X(4)  VALUE ' TO '.
                05  FRH-TO         PIC 9(6).
                05  FILLER         PIC X(9)  VALUE ' - AS AT '.
                05  FRH-DATE       PIC 9(8).
                05  FILLER         PIC X(13) VALUE SPACES.

           01 Forecast-Award-Line.
                05  FILLER         PIC X(20) VALUE
                                       'PAY AWARD ASSUMED:  '.
                05  FA-PCT         PIC Z9,99.
                05  FILLER         PIC X(16) VALUE
                                       ' PER CENT FROM  '.
                05  FA-MONTH       PIC 9(6).
                05  FILLER         PIC X(33) VALUE SPACES.

           01 Forecast-No-Award-Line.
                05  FILLER         PIC X(80) VALUE
                    'PAY AWARD ASSUMED:  NONE'.

           01 Forecast-Pension-Line.
                05  FILLER         PIC X(30) VALUE
                                       'EMPLOYER PENSION COSTED AT    '.
                05  FP-RATE        PIC 9,99.
                05  FILLER         PIC X(46) VALUE
                    ' OF PAY'.

           01 Forecast-Snapshot-Line.
                05  FILLER         PIC X(30) VALUE
                                       'ACTUALS FROM COST SNAPSHOT    '.
                05  FS-MONTH       PIC 9(6).
                05  FILLER         PIC X(44) VALUE SPACES.

           01 Forecast-No-Snapshot-Line.
                05  FILLER         PIC X(26) VALUE
                                       'NO COST SNAPSHOT CUT FOR  '.
                05  FN-MONTH       PIC 9(6).
                05  FILLER         PIC X(26) VALUE
                                       ' - LATEST ON FILE         '.
                05  FN-LATEST      PIC 9(6).
                05  FILLER         PIC X(16) VALUE SPACES.

           01 Forecast-CC-Line.
                05  FILLER         PIC X(12) VALUE 'COST CENTRE '.
                05  FC-CC          PIC X(6).
                05  FILLER         PIC X(62) VALUE SPACES.

           01 Forecast-Column-Header-1.
                05  FILLER         PIC X(80) VALUE
                    '                              ---- MONTHLY COST'
                    & ' (POUNDS) ----   PAY LESS'.

           01 Forecast-Column-Header-2.
                05  FILLER         PIC X(80) VALUE
                    '        MONTH  HEAD      FTE        PAY    PENSION'
                    & '      TOTAL     ACTUAL'.

      *      money is shown to the whole pound - pay less actual is
      *      the month's forecast pay less last month's actual, so
      *      plus is a rise in the paybill
           01 Forecast-Detail.
                05  FD-TAG         PIC X(7).
                05  FD-MONTH       PIC 9(6).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  FD-HEAD        PIC Z(4)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  FD-FTE         PIC Z(4)9,99.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-PAY         PIC Z(8)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-PENSION     PIC Z(8)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-TOTAL       PIC Z(8)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-CHANGE      PIC +(8)9.
                05  FD-CHANGE-X redefines FD-CHANGE PIC X(9).
                05  FILLER         PIC X(8)  VALUE SPACES.

      *      the snapshot carries no pension figure, so the starting
      *      point shows pay alone
           01 Forecast-Actual-Line.
                05  FILLER         PIC X(7)  VALUE 'ACTUAL '.
                05  FX-MONTH       PIC 9(6).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  FX-HEAD        PIC Z(4)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  FX-FTE         PIC Z(4)9,99.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FX-PAY         PIC Z(8)9.
                05  FILLER         PIC X(41) VALUE SPACES.

           01 Forecast-No-Actual-Line.
                05  FILLER         PIC X(7)  VALUE 'ACTUAL '.
                05  FY-MONTH       PIC 9(6).
                05  FILLER         PIC X(67) VALUE
                    '  NOT ON THE SNAPSHOT'.

           01 Forecast-Total-Line.
                05  FILLER         PIC X(80) VALUE
                    'ALL COST CENTRES'.

           01 Forecast-Trailer-1.
                05  FILLER         PIC X(24) VALUE
                                       'EMPLOYEES PROJECTED:    '.
                05  FT-PROJECTED   PIC Z(4)9.
                05  FILLER         PIC X(16) VALUE
                                       '   STARTERS:    '.
                05  FT-STARTERS    PIC Z(3)9.
                05  FILLER         PIC X(16) VALUE
                                       '   LEAVING:     '.
                05  FT-LEAVING     PIC Z(3)9.
                05  FILLER         PIC X(11) VALUE SPACES.

           01 Forecast-Trailer-2.
                05  FILLER         PIC X(24) VALUE
                                       'INCREMENTS DUE:         '.
                05  FT-INCREMENTS  PIC Z(4)9.
                05  FILLER         PIC X(16) VALUE
                                       '   PENDING USED:'.
                05  FT-CHANGES     PIC Z(3)9.
                05  FILLER         PIC X(16) VALUE
                                       '   BEYOND:      '.
                05  FT-BEYOND      PIC Z(3)9.
                05  FILLER         PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           PERFORM WORK-OUT-FORECAST-MONTHS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM
           PERFORM SETTLE-AWARD

           OPEN INPUT DEPT-MASTER
           if WS-DM-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open DEPT-MASTER. Status='
                   WS-DM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM LOAD-DEPT-MAP UNTIL WS-DM-EOF
           CLOSE DEPT-MASTER

           PERFORM LOAD-SNAPSHOT-ACTUALS
           PERFORM LOAD-PENDING-TABLE

      *    the all-cost-centre months are built up person by person
      *    as the projection runs, so they start from zero here
           INITIALIZE WS-GRAND-TOTALS

           OPEN INPUT GRADE-SCALE
           if WS-GS-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open GRADE-SCALE. Status='
                   WS-GS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           OPEN input EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM PROJECT-EMPLOYEES UNTIL WS-EMP-EOF
           CLOSE EMPLOYEE

      *    starters are not on the master yet - each parked insert
      *    is carried through from the month it takes effect
           PERFORM PROJECT-ONE-STARTER
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           CLOSE GRADE-SCALE

           PERFORM WRITE-FORECAST-REPORT

           display 'Paybill forecast ' WS-FIRST-MONTH ' to '
               WS-LAST-MONTH ' - ' WS-PROJECTED-COUNT
               ' employees, ' WS-STARTER-COUNT ' starters, '
               WS-CC-COUNT ' cost centres.'

           STOP RUN.

      *    this month and the eleven after it, and the month before
      *    for the snapshot actuals
       WORK-OUT-FORECAST-MONTHS.
           MOVE WS-TEMP-DATE(1:6) TO WS-FIRST-MONTH
           COMPUTE WS-FIRST-MONTH-NO =
               WS-FIRST-YEAR * 12 + WS-FIRST-MM
           MOVE WS-FIRST-MONTH TO WS-LABEL-MONTH
           PERFORM NOTE-ONE-MONTH-LABEL
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
           MOVE WS-MONTH-LABEL(12) TO WS-LAST-MONTH

           MOVE WS-FIRST-MONTH TO WS-PREV-MONTH
           if WS-PREV-MM = 1 then
               MOVE 12 TO WS-PREV-MM
               SUBTRACT 1 FROM WS-PREV-YEAR
           else
               SUBTRACT 1 FROM WS-PREV-MM
           end-if.

       NOTE-ONE-MONTH-LABEL.
           MOVE WS-LABEL-MONTH TO WS-MONTH-LABEL(WS-MONTH-IDX)
           if WS-LABEL-MM = 12 then
               MOVE 1 TO WS-LABEL-MM
               ADD 1 TO WS-LABEL-YEAR
           else
               ADD 1 TO WS-LABEL-MM
           end-if.

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

      *    a what-if figure that is mis-keyed must not quietly turn
      *    into a forecast with no award in it
       EXAMINE-ONE-TOKEN.
           if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:10) = 'AWARDFROM=' then
               if WS-PARM-TOKEN(WS-TOKEN-IDX)(11:6) not numeric or
                  WS-PARM-TOKEN(WS-TOKEN-IDX)(17:4) not = spaces then
                   display 'FATAL: AWARDFROM= MUST BE CCYYMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               end-if
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(11:6)
                   TO WS-AWARD-MONTH
           else if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:6) = 'AWARD=' then
               if WS-PARM-TOKEN(WS-TOKEN-IDX)(7:2) not numeric or
                  WS-PARM-TOKEN(WS-TOKEN-IDX)(9:1) not = ',' or
                  WS-PARM-TOKEN(WS-TOKEN-IDX)(10:2) not numeric or
                  WS-PARM-TOKEN(WS-TOKEN-IDX)(12:9) not = spaces then
                   display 'FATAL: AWARD= MUST BE A PERCENTAGE 99,99'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               end-if
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(7:2)
                   TO WS-AWARD-WHOLE
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(10:2)
                   TO WS-AWARD-PART
               MOVE WS-AWARD-KEYED-PCT TO WS-AWARD-PCT
           end-if.

      *    the award month must fall inside the forecast - it has no
      *    place in it otherwise
       SETTLE-AWARD.
           if WS-AWARD-PCT = 0 then
               MOVE 0 TO WS-AWARD-IDX
               MOVE 0 TO WS-AWARD-MONTH
               exit paragraph
           end-if
           if WS-AWARD-MONTH = 0 then
               MOVE WS-FIRST-YEAR TO WS-AWARD-YEAR
               if WS-FIRST-MM > 4 then
                   ADD 1 TO WS-AWARD-YEAR
               end-if
               MOVE 4 TO WS-AWARD-MM
           end-if
           if WS-AWARD-MM < 1 or WS-AWARD-MM > 12 or
              WS-AWARD-MONTH < WS-FIRST-MONTH or
              WS-AWARD-MONTH > WS-LAST-MONTH then
               display 'FATAL: AWARDFROM= ' WS-AWARD-MONTH
                   ' IS OUTSIDE THE FORECAST ' WS-FIRST-MONTH
                   ' TO ' WS-LAST-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           COMPUTE WS-AWARD-IDX =
               WS-AWARD-YEAR * 12 + WS-AWARD-MM
               - WS-FIRST-MONTH-NO + 1
           ADD 100 WS-AWARD-PCT GIVING WS-AWARD-BASE
           DIVIDE WS-AWARD-BASE BY 100 GIVING WS-AWARD-RATE.

       LOAD-DEPT-MAP.
           READ DEPT-MASTER NEXT RECORD
               AT END set WS-DM-EOF to true
               NOT AT END
                   if WS-DEPT-COUNT >= 100 then
                       display 'FATAL: more than 100 departments - '
                       display '       increase WS-DEPT-MAP.'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   end-if
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DM-DEPT-CODE   TO WS-MAP-DEPT(WS-DEPT-COUNT)
                   MOVE DM-COST-CENTRE TO WS-MAP-CC(WS-DEPT-COUNT)
           END-READ.

      *    a site with no snapshot history still gets its forecast,
      *    with no starting point to set it against
       LOAD-SNAPSHOT-ACTUALS.
           OPEN INPUT SNAPSHOT-FILE
           if WS-SNP-FILE-STATUS = '35' then
               display 'No snapshot history - forecast only.'
               exit paragraph
           end-if
           if WS-SNP-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open SNAPSHOT-FILE. Status='
                   WS-SNP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM LOAD-SNAPSHOT-PASS UNTIL WS-SNP-EOF
           CLOSE SNAPSHOT-FILE.

       LOAD-SNAPSHOT-PASS.
           READ SNAPSHOT-FILE
               AT END set WS-SNP-EOF to true
               NOT AT END
                   if SNP-MONTH > WS-LATEST-SNAP then
                       MOVE SNP-MONTH TO WS-LATEST-SNAP
                   end-if
                   if SNP-MONTH = WS-PREV-MONTH then
                       PERFORM TAKE-ONE-SNAPSHOT
                   end-if
           END-READ.

      *    the snapshot holds the annual paybill - a month is a
      *    twelfth of it
       TAKE-ONE-SNAPSHOT.
           MOVE SNP-COST-CENTRE TO WS-LOOKUP-CC
           PERFORM FIND-OR-ADD-CC
           set WS-CC-HAS-ACTUAL(WS-CC-SLOT) to true
           MOVE SNP-HEADCOUNT TO WS-CC-ACT-HEAD(WS-CC-SLOT)
           if SNP-FTE numeric then
               MOVE SNP-FTE TO WS-CC-ACT-FTE(WS-CC-SLOT)
           end-if
           DIVIDE SNP-TOTAL-SALARY BY 12
               GIVING WS-CC-ACT-PAY(WS-CC-SLOT) ROUNDED.

      *    what is parked beyond the twelve months is counted and
      *    left out; anything already due is applied by the next
      *    night's batch, so it counts from this month
       LOAD-PENDING-TABLE.
           OPEN INPUT PENDING-FILE
           if WS-PND-FILE-STATUS = '35' then
               exit paragraph
           end-if
           if WS-PND-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open PENDING-FILE. Status='
                   WS-PND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM LOAD-PENDING-PASS UNTIL WS-PND-EOF
           CLOSE PENDING-FILE.

       LOAD-PENDING-PASS.
           READ PENDING-FILE
               AT END set WS-PND-EOF to true
               NOT AT END PERFORM TAKE-ONE-PENDING
           END-READ.

       TAKE-ONE-PENDING.
           MOVE PEND-EFFECTIVE-DATE TO WS-CONV-DATE
           PERFORM DATE-TO-MONTH-IDX
           if WS-CONV-IDX > 12 then
               ADD 1 TO WS-BEYOND-COUNT
               exit paragraph
           end-if
           if WS-CONV-IDX < 1 then
               MOVE 1 TO WS-CONV-IDX
           end-if
           if WS-PEND-COUNT >= 200 then
               display 'FATAL: more than 200 pending transactions - '
               display '       increase WS-PENDING-TABLE.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           ADD 1 TO WS-PEND-COUNT
           MOVE PEND-TXN-IMAGE TO WS-TXN-VIEW
           MOVE PEND-TXN-IMAGE TO WS-PEND-IMAGE(WS-PEND-COUNT)
           MOVE WS-TXN-OPERATION TO WS-PEND-OP(WS-PEND-COUNT)
           if WS-TXN-ID-X numeric then
               MOVE WS-TXN-ID TO WS-PEND-ID(WS-PEND-COUNT)
           else
               MOVE 0 TO WS-PEND-ID(WS-PEND-COUNT)
           end-if
           MOVE WS-CONV-IDX TO WS-PEND-MONTH(WS-PEND-COUNT).

      *    where WS-CONV-DATE falls in the forecast - a zero or
      *    malformed date is taken as due now
       DATE-TO-MONTH-IDX.
           if WS-CONV-DATE not numeric or WS-CONV-DATE = 0 then
               MOVE 1 TO WS-CONV-IDX
               exit paragraph
           end-if
           COMPUTE WS-CONV-IDX =
               WS-CONV-YEAR * 12 + WS-CONV-MM
               - WS-FIRST-MONTH-NO + 1.

       PROJECT-EMPLOYEES.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-EMP-EOF to true
               NOT AT END PERFORM PROJECT-ONE-EMPLOYEE
           END-READ.

      *    leavers are already off the paybill, as COST-SNAPSHOT
      *    counts it
       PROJECT-ONE-EMPLOYEE.
           if EMPLOYEE-LEAVER then
               exit paragraph
           end-if
           MOVE EMPLOYEE-ID     TO WS-PER-ID
           MOVE EMPLOYEE-SALARY TO WS-PER-SALARY
           if EMPLOYEE-FTE numeric then
               MOVE EMPLOYEE-FTE TO WS-PER-FTE
           else
               MOVE 1 TO WS-PER-FTE
           end-if
           MOVE EMPLOYEE-DEPT   TO WS-PER-DEPT
           MOVE EMPLOYEE-GRADE  TO WS-PER-GRADE
           MOVE EMPLOYEE-AGE    TO WS-PER-AGE
           MOVE EMPLOYEE-PENSION-FLAG TO WS-PER-PENSION-SW
           MOVE EMPLOYEE-SAL-AUTH     TO WS-PER-RED-CIRCLE-SW
           MOVE 1  TO WS-PER-START-IDX
           MOVE 13 TO WS-PER-TERM-IDX
           MOVE 13 TO WS-PER-CONT-END-IDX
           MOVE 0  TO WS-PER-INCR-IDX

      *    a leaving date already recorded against an active record
      *    is notice given - paid through that month
           if EMPLOYEE-TERM-DATE numeric and
              EMPLOYEE-TERM-DATE > 0 then
               MOVE EMPLOYEE-TERM-DATE TO WS-CONV-DATE
               PERFORM DATE-TO-MONTH-IDX
               PERFORM SET-TERM-IDX
           end-if

      *    a fixed-term contract is taken to end when it says - a
      *    renewal is keyed as an update, and would be parked here
           if EMPLOYEE-FIXED-TERM and
              EMPLOYEE-CONTRACT-END numeric and
              EMPLOYEE-CONTRACT-END > 0 then
               MOVE EMPLOYEE-CONTRACT-END TO WS-CONV-DATE
               PERFORM DATE-TO-MONTH-IDX
               PERFORM SET-CONT-END-IDX
           end-if

      *    an increment comes round on the anniversary SPINE-INCREMENT
      *    keeps - one overdue is made by the next month-end run
           if EMPLOYEE-SPINE-POINT numeric and
              EMPLOYEE-INCREMENT-DATE numeric and
              EMPLOYEE-SPINE-POINT > 0 and
              EMPLOYEE-INCREMENT-DATE > 0 then
               MOVE EMPLOYEE-SPINE-POINT TO WS-PER-POINT
               MOVE EMPLOYEE-INCREMENT-DATE TO WS-CONV-DATE
               PERFORM DATE-TO-MONTH-IDX
               if WS-CONV-IDX < 1 then
                   MOVE 1 TO WS-CONV-IDX
               end-if
               if WS-CONV-IDX <= 12 then
                   MOVE WS-CONV-IDX TO WS-PER-INCR-IDX
               end-if
           else
               MOVE 0 TO WS-PER-POINT
           end-if

           ADD 1 TO WS-PROJECTED-COUNT
           PERFORM PROJECT-PERSON.

      *    a pending insert - the new employee's ID is only given out
      *    the night it is applied, so nothing else parked can name
      *    them, and their first increment is a year off
       PROJECT-ONE-STARTER.
           if WS-PEND-OP(WS-PEND-IDX) not = 'I' then
               exit paragraph
           end-if
           MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO WS-TXN-VIEW
           MOVE 0 TO WS-PER-ID
           if WS-TXN-SALARY numeric then
               MOVE WS-TXN-SALARY TO WS-PER-SALARY
           else
               MOVE 0 TO WS-PER-SALARY
           end-if
           MOVE WS-TXN-DEPT  TO WS-PER-DEPT
           MOVE WS-TXN-GRADE TO WS-PER-GRADE
           if WS-TXN-AGE numeric then
               MOVE WS-TXN-AGE TO WS-PER-AGE
           else
               MOVE 0 TO WS-PER-AGE
           end-if
           MOVE 'N' TO WS-PER-PENSION-SW
           MOVE 'N' TO WS-PER-RED-CIRCLE-SW
           MOVE 0   TO WS-PER-POINT
           MOVE WS-PEND-MONTH(WS-PEND-IDX) TO WS-PER-START-IDX
           MOVE 13 TO WS-PER-TERM-IDX
           MOVE 13 TO WS-PER-CONT-END-IDX
           MOVE 0  TO WS-PER-INCR-IDX
           MOVE 1  TO WS-PER-FTE
           PERFORM TAKE-TXN-CONTRACT
           ADD 1 TO WS-STARTER-COUNT
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM PROJECT-PERSON.

      *    the earlier of a notice date and a pending leaver wins
       SET-TERM-IDX.
           if WS-CONV-IDX < 1 then
               MOVE 1 TO WS-CONV-IDX
           end-if
           if WS-CONV-IDX < WS-PER-TERM-IDX then
               MOVE WS-CONV-IDX TO WS-PER-TERM-IDX
           end-if.

       SET-CONT-END-IDX.
           if WS-CONV-IDX < 1 then
               MOVE 1 TO WS-CONV-IDX
           end-if
           if WS-CONV-IDX > 13 then
               MOVE 13 TO WS-CONV-IDX
           end-if
           MOVE WS-CONV-IDX TO WS-PER-CONT-END-IDX.

      *    contract details on an insert or update - keyed as
      *    EMPLOYEE-DATA takes them.  all three blank leaves an
      *    update's contract as it stands (an insert's is permanent
      *    full-time); blank hours are the standard week, except for
      *    a casual, who is guaranteed none and is paid off timesheets
       TAKE-TXN-CONTRACT.
           if WS-TXN-CONTRACT = space and
              WS-TXN-HOURS-X = spaces and
              WS-TXN-CONT-END-X = spaces then
               exit paragraph
           end-if
           PERFORM TAKE-TXN-HOURS
           if WS-TXN-CONTRACT = 'F' and
              WS-TXN-CONT-END numeric and
              WS-TXN-CONT-END > 0 then
               MOVE WS-TXN-CONT-END TO WS-CONV-DATE
               PERFORM DATE-TO-MONTH-IDX
               PERFORM SET-CONT-END-IDX
           else
               MOVE 13 TO WS-PER-CONT-END-IDX
           end-if.

       TAKE-TXN-HOURS.
           MOVE 1 TO WS-PER-FTE
           if WS-TXN-HOURS-X not = spaces and
              WS-TXN-HOURS numeric then
               COMPUTE WS-PER-FTE ROUNDED =
                   WS-TXN-HOURS / WS-FULL-TIME-HOURS
           else if WS-TXN-CONTRACT = 'C' then
               MOVE 0 TO WS-PER-FTE
           end-if.

      *    month by month: the award first, so an amount keyed to take
      *    effect that month is taken as keyed; then anything parked
      *    for the month; then an increment falling due
       PROJECT-PERSON.
           PERFORM PROJECT-ONE-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
           if WS-PER-TERM-IDX <= 12 or WS-PER-CONT-END-IDX <= 12 then
               ADD 1 TO WS-LEAVING-COUNT
           end-if.

       PROJECT-ONE-MONTH.
           if WS-MONTH-IDX = WS-AWARD-IDX then
               MULTIPLY WS-AWARD-RATE BY WS-PER-SALARY ROUNDED
           end-if
           if WS-PER-ID not = 0 then
               PERFORM APPLY-ONE-PENDING
                   VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
           end-if
           if WS-MONTH-IDX = WS-PER-INCR-IDX then
               PERFORM APPLY-INCREMENT
           end-if
           if WS-MONTH-IDX < WS-PER-START-IDX or
              WS-MONTH-IDX > WS-PER-TERM-IDX or
              WS-MONTH-IDX > WS-PER-CONT-END-IDX then
               exit paragraph
           end-if
           PERFORM ADD-PERSON-TO-MONTH.

      *    only the parts of a transaction that move the paybill -
      *    salary, department, hours and leaving.  a rise held for a
      *    second approval is taken as approved
       APPLY-ONE-PENDING.
           if WS-PEND-ID(WS-PEND-IDX) not = WS-PER-ID or
              WS-PEND-MONTH(WS-PEND-IDX) not = WS-MONTH-IDX or
              WS-PEND-OP(WS-PEND-IDX) = 'I' then
               exit paragraph
           end-if
           MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO WS-TXN-VIEW
           if WS-PEND-OP(WS-PEND-IDX) = 'S' then
               PERFORM APPLY-PENDING-ADJUSTMENT
           else if WS-PEND-OP(WS-PEND-IDX) = 'T' then
               MOVE WS-TFR-NEW-DEPT TO WS-PER-DEPT
               ADD 1 TO WS-CHANGE-COUNT
           else if WS-PEND-OP(WS-PEND-IDX) = 'D' then
               MOVE WS-MONTH-IDX TO WS-CONV-IDX
               PERFORM SET-TERM-IDX
               ADD 1 TO WS-CHANGE-COUNT
           else if WS-PEND-OP(WS-PEND-IDX) = 'U' then
               PERFORM APPLY-PENDING-UPDATE
           end-if.

       APPLY-PENDING-ADJUSTMENT.
           ADD 1 TO WS-CHANGE-COUNT
           if WS-ADJ-NEW-SALARY numeric and WS-ADJ-NEW-SALARY > 0 then
               MOVE WS-ADJ-NEW-SALARY TO WS-PER-SALARY
               exit paragraph
           end-if
           if WS-ADJ-PCT-RATE not numeric or WS-ADJ-PCT-RATE = 0 then
               exit paragraph
           end-if
           if WS-ADJ-PCT-SIGN not = '+' and
              WS-ADJ-PCT-SIGN not = '-' then
               exit paragraph
           end-if
           if WS-ADJ-PCT-SIGN = '+' then
               ADD 100 WS-ADJ-PCT-RATE GIVING WS-ADJ-BASE
           else
               SUBTRACT WS-ADJ-PCT-RATE FROM 100 GIVING WS-ADJ-BASE
           end-if
           DIVIDE WS-ADJ-BASE BY 100 GIVING WS-ADJ-FACTOR
           MULTIPLY WS-ADJ-FACTOR BY WS-PER-SALARY ROUNDED.

      *    an update re-files the whole record - the salary and
      *    department keyed replace what is there
       APPLY-PENDING-UPDATE.
           ADD 1 TO WS-CHANGE-COUNT
           if WS-TXN-SALARY numeric then
               MOVE WS-TXN-SALARY TO WS-PER-SALARY
           end-if
           if WS-TXN-DEPT not = spaces then
               MOVE WS-TXN-DEPT TO WS-PER-DEPT
           end-if
           if WS-TXN-GRADE not = space then
               MOVE WS-TXN-GRADE TO WS-PER-GRADE
           end-if
           if WS-TXN-AGE numeric then
               MOVE WS-TXN-AGE TO WS-PER-AGE
           end-if
           PERFORM TAKE-TXN-CONTRACT.

      *    one point up the grade's spine, as SPINE-INCREMENT makes
      *    it - never for red-circled pay, never past the top, and
      *    never a cut.  a spine the award has reached is uplifted
       APPLY-INCREMENT.
           if WS-PER-RED-CIRCLED or WS-PER-POINT = 0 then
               exit paragraph
           end-if
           MOVE WS-PER-GRADE TO GS-GRADE-CODE
           READ GRADE-SCALE
               INVALID KEY
                   exit paragraph
           END-READ
           if GS-SPINE-COUNT not numeric or
              WS-PER-POINT >= GS-SPINE-COUNT or
              GS-SPINE-COUNT > 15 then
               exit paragraph
           end-if
           ADD 1 TO WS-PER-POINT
           MOVE GS-SPINE-VALUE(WS-PER-POINT) TO WS-SPINE-SALARY
           if WS-AWARD-IDX > 0 and WS-MONTH-IDX >= WS-AWARD-IDX then
               MULTIPLY WS-AWARD-RATE BY WS-SPINE-SALARY ROUNDED
           end-if
           if WS-SPINE-SALARY > WS-PER-SALARY then
               MOVE WS-SPINE-SALARY TO WS-PER-SALARY
           end-if
           ADD 1 TO WS-INCREMENT-COUNT.

      *    a month's pay is a twelfth of the FTE-scaled annual rate
       ADD-PERSON-TO-MONTH.
           COMPUTE WS-ANNUAL-PAY ROUNDED = WS-PER-SALARY * WS-PER-FTE
           DIVIDE WS-ANNUAL-PAY BY 12 GIVING WS-MONTH-PAY ROUNDED
           MOVE 0 TO WS-MONTH-PENSION
           if WS-PER-PENSIONED or
              (WS-PER-AGE >= WS-PEN-MIN-AGE and
               WS-PER-AGE <= WS-PEN-MAX-AGE and
               WS-ANNUAL-PAY >= WS-PEN-THRESHOLD) then
               MULTIPLY WS-MONTH-PAY BY WS-EMPLOYER-RATE
                   GIVING WS-MONTH-PENSION ROUNDED
           end-if

           MOVE WS-PER-DEPT TO WS-LOOKUP-DEPT
           PERFORM MAP-DEPT-TO-CC
           PERFORM FIND-OR-ADD-CC
           ADD 1 TO WS-CC-HEAD(WS-CC-SLOT, WS-MONTH-IDX)
           ADD WS-PER-FTE TO WS-CC-FTE(WS-CC-SLOT, WS-MONTH-IDX)
           ADD WS-MONTH-PAY TO WS-CC-PAY(WS-CC-SLOT, WS-MONTH-IDX)
           ADD WS-MONTH-PENSION
               TO WS-CC-PENSION(WS-CC-SLOT, WS-MONTH-IDX)
           ADD 1 TO WS-TOT-HEAD(WS-MONTH-IDX)
           ADD WS-PER-FTE TO WS-TOT-FTE(WS-MONTH-IDX)
           ADD WS-MONTH-PAY TO WS-TOT-PAY(WS-MONTH-IDX)
           ADD WS-MONTH-PENSION TO WS-TOT-PENSION(WS-MONTH-IDX).

      *    a department missing from the master is still forecast,
      *    under the cost centre COST-SNAPSHOT uses for it
       MAP-DEPT-TO-CC.
           MOVE 'UNKNWN' TO WS-LOOKUP-CC
           PERFORM MAP-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

       MAP-ONE-DEPT.
           if WS-MAP-DEPT(WS-DEPT-IDX) = WS-LOOKUP-DEPT then
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
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           ADD 1 TO WS-CC-COUNT
           MOVE WS-CC-COUNT TO WS-CC-SLOT
           INITIALIZE WS-CC-ENTRY(WS-CC-SLOT)
           MOVE WS-LOOKUP-CC TO WS-CC-CODE(WS-CC-SLOT)
           MOVE 'N' TO WS-CC-ACTUAL-SW(WS-CC-SLOT).

       FIND-CC-PASS.
           if WS-CC-CODE(WS-CC-IDX) = WS-LOOKUP-CC then
               set WS-CC-FOUND to true
               MOVE WS-CC-IDX TO WS-CC-SLOT
           end-if.

       WRITE-FORECAST-REPORT.
           OPEN output Report-File
           MOVE WS-FIRST-MONTH TO FRH-FROM
           MOVE WS-LAST-MONTH  TO FRH-TO
           MOVE WS-TEMP-DATE   TO FRH-DATE
           WRITE Report-Record FROM Forecast-Report-Header
               AFTER ADVANCING 1 LINE
           if WS-AWARD-IDX > 0 then
               MOVE WS-AWARD-PCT   TO FA-PCT
               MOVE WS-AWARD-MONTH TO FA-MONTH
               WRITE Report-Record FROM Forecast-Award-Line
                   AFTER ADVANCING 2 LINES
           else
               WRITE Report-Record FROM Forecast-No-Award-Line
                   AFTER ADVANCING 2 LINES
           end-if
           MOVE WS-EMPLOYER-RATE TO FP-RATE
           WRITE Report-Record FROM Forecast-Pension-Line
               AFTER ADVANCING 1 LINE
           if WS-LATEST-SNAP = WS-PREV-MONTH then
               MOVE WS-PREV-MONTH TO FS-MONTH
               WRITE Report-Record FROM Forecast-Snapshot-Line
                   AFTER ADVANCING 1 LINE
           else
               MOVE WS-PREV-MONTH  TO FN-MONTH
               MOVE WS-LATEST-SNAP TO FN-LATEST
               WRITE Report-Record FROM Forecast-No-Snapshot-Line
                   AFTER ADVANCING 1 LINE
           end-if

      *    only last month's actuals are gathered while the cost
      *    centre blocks print - the projected months are already in
           MOVE 0 TO WS-TOT-ACT-HEAD
           MOVE 0 TO WS-TOT-ACT-FTE
           MOVE 0 TO WS-TOT-ACT-PAY
           PERFORM WRITE-CC-BLOCK
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           PERFORM WRITE-TOTAL-BLOCK

           MOVE WS-PROJECTED-COUNT TO FT-PROJECTED
           MOVE WS-STARTER-COUNT   TO FT-STARTERS
           MOVE WS-LEAVING-COUNT   TO FT-LEAVING
           WRITE Report-Record FROM Forecast-Trailer-1
               AFTER ADVANCING 3 LINES
           MOVE WS-INCREMENT-COUNT TO FT-INCREMENTS
           MOVE WS-CHANGE-COUNT    TO FT-CHANGES
           MOVE WS-BEYOND-COUNT    TO FT-BEYOND
           WRITE Report-Record FROM Forecast-Trailer-2
               AFTER ADVANCING 1 LINE
           CLOSE Report-File.

      *    one block per cost centre - last month's actual, then the
      *    twelve forecast months set against it
       WRITE-CC-BLOCK.
           MOVE WS-CC-CODE(WS-CC-IDX) TO FC-CC
           WRITE Report-Record FROM Forecast-CC-Line
               AFTER ADVANCING 3 LINES
           WRITE Report-Record FROM Forecast-Column-Header-1
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Forecast-Column-Header-2
               AFTER ADVANCING 1 LINE
           if WS-CC-HAS-ACTUAL(WS-CC-IDX) then
               MOVE WS-PREV-MONTH TO FX-MONTH
               MOVE WS-CC-ACT-HEAD(WS-CC-IDX) TO FX-HEAD
               MOVE WS-CC-ACT-FTE(WS-CC-IDX)  TO FX-FTE
               COMPUTE FX-PAY ROUNDED = WS-CC-ACT-PAY(WS-CC-IDX)
               WRITE Report-Record FROM Forecast-Actual-Line
                   AFTER ADVANCING 1 LINE
               ADD WS-CC-ACT-HEAD(WS-CC-IDX) TO WS-TOT-ACT-HEAD
               ADD WS-CC-ACT-FTE(WS-CC-IDX)  TO WS-TOT-ACT-FTE
               ADD WS-CC-ACT-PAY(WS-CC-IDX)  TO WS-TOT-ACT-PAY
           else
               MOVE WS-PREV-MONTH TO FY-MONTH
               WRITE Report-Record FROM Forecast-No-Actual-Line
                   AFTER ADVANCING 1 LINE
           end-if
           PERFORM WRITE-CC-MONTH-LINE
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.

       WRITE-CC-MONTH-LINE.
           MOVE SPACES TO FD-TAG
           MOVE WS-MONTH-LABEL(WS-MONTH-IDX) TO FD-MONTH
           MOVE WS-CC-HEAD(WS-CC-IDX, WS-MONTH-IDX) TO FD-HEAD
           COMPUTE FD-FTE ROUNDED = WS-CC-FTE(WS-CC-IDX, WS-MONTH-IDX)
           COMPUTE FD-PAY ROUNDED = WS-CC-PAY(WS-CC-IDX, WS-MONTH-IDX)
           COMPUTE FD-PENSION ROUNDED =
               WS-CC-PENSION(WS-CC-IDX, WS-MONTH-IDX)
           COMPUTE WS-MONTH-TOTAL =
               WS-CC-PAY(WS-CC-IDX, WS-MONTH-IDX) +
               WS-CC-PENSION(WS-CC-IDX, WS-MONTH-IDX)
           COMPUTE FD-TOTAL ROUNDED = WS-MONTH-TOTAL
           if WS-CC-HAS-ACTUAL(WS-CC-IDX) then
               COMPUTE WS-PAY-CHANGE =
                   WS-CC-PAY(WS-CC-IDX, WS-MONTH-IDX) -
                   WS-CC-ACT-PAY(WS-CC-IDX)
               COMPUTE FD-CHANGE ROUNDED = WS-PAY-CHANGE
           else
               MOVE SPACES TO FD-CHANGE-X
           end-if
           WRITE Report-Record FROM Forecast-Detail
               AFTER ADVANCING 1 LINE.

       WRITE-TOTAL-BLOCK.
           WRITE Report-Record FROM Forecast-Total-Line
               AFTER ADVANCING 3 LINES
           WRITE Report-Record FROM Forecast-Column-Header-1
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Forecast-Column-Header-2
               AFTER ADVANCING 1 LINE
           MOVE WS-PREV-MONTH   TO FX-MONTH
           MOVE WS-TOT-ACT-HEAD TO FX-HEAD
           MOVE WS-TOT-ACT-FTE  TO FX-FTE
           COMPUTE FX-PAY ROUNDED = WS-TOT-ACT-PAY
           WRITE Report-Record FROM Forecast-Actual-Line
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-TOTAL-MONTH-LINE
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.

       WRITE-TOTAL-MONTH-LINE.
           MOVE SPACES TO FD-TAG
           MOVE WS-MONTH-LABEL(WS-MONTH-IDX) TO FD-MONTH
           MOVE WS-TOT-HEAD(WS-MONTH-IDX) TO FD-HEAD
           COMPUTE FD-FTE ROUNDED = WS-TOT-FTE(WS-MONTH-IDX)
           COMPUTE FD-PAY ROUNDED = WS-TOT-PAY(WS-MONTH-IDX)
           COMPUTE FD-PENSION ROUNDED = WS-TOT-PENSION(WS-MONTH-IDX)
           COMPUTE WS-MONTH-TOTAL =
               WS-TOT-PAY(WS-MONTH-IDX) + WS-TOT-PENSION(WS-MONTH-IDX)
           COMPUTE FD-TOTAL ROUNDED = WS-MONTH-TOTAL
           COMPUTE WS-PAY-CHANGE =
               WS-TOT-PAY(WS-MONTH-IDX) - WS-TOT-ACT-PAY
           COMPUTE FD-CHANGE ROUNDED = WS-PAY-CHANGE
           WRITE Report-Record FROM Forecast-Detail
               AFTER ADVANCING 1 LINE.
