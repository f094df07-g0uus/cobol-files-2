       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-REPORT.
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
       SELECT ABSENCE
           ASSIGN TO './Absence.dat'
           ORGANIZATION IS INDEXED
      *    sequential access walks the key, so each employee's spells
      *    arrive together for the control break
           access mode is sequential
           RECORD KEY IS ABS-KEY
           file status is WS-ABS-FILE-STATUS.
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
       SELECT DEPT-MASTER
           ASSIGN TO './Dept-Master.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS DM-DEPT-CODE
           file status is WS-DM-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy absence-rec.
       copy employee-rec.
       copy dept-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

           01 filler.
             10 filler PIC X(1) VALUE 'N'.
                88 WS-EOF VALUE 'T'.

      *      ASOF=CCYYMMDD on the command line reports the 52 weeks to
      *      that date - the monthly run takes the default of today
           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.

           77 WS-ASOF-8     pic 9(8) value 0.
           77 WS-PARM-DATE  pic 9(8) value 0.
           77 WS-ASOF-INT   pic 9(7) comp sync value 0.
           77 WS-FROM-INT   pic 9(7) comp sync value 0.
           77 WS-FROM-8     pic 9(8) value 0.
           77 WS-START-INT  pic 9(7) comp sync value 0.
      *      a rolling 52 weeks is the as-of day and the 363 before it
           77 WS-WINDOW-DAYS pic 9(3) value 364.

      *      Bradford factor trigger points - S x S x D, where S is
      *      the sickness spells and D the sickness days in the window.
      *      the highest point reached is the one flagged
           01 WS-TRIGGER-DATA.
               05 FILLER pic 9(4) value 51.
               05 FILLER pic x(8) value 'MONITOR'.
               05 FILLER pic 9(4) value 201.
               05 FILLER pic x(8) value 'STAGE 1'.
               05 FILLER pic 9(4) value 401.
               05 FILLER pic x(8) value 'STAGE 2'.
           01 WS-TRIGGER-TABLE redefines WS-TRIGGER-DATA.
               05 WS-TRIGGER-ENTRY occurs 3 times.
                   10 WS-TRIGGER-POINT pic 9(4).
                   10 WS-TRIGGER-FLAG  pic x(8).
           77 WS-TRIGGER-IDX pic 9(2) comp sync value 0.

      *      the employee whose spells are being gathered
           77 WS-CURR-EMP-ID   pic 9(6) value 0.
           77 WS-EMP-SPELLS    pic 9(3) comp sync value 0.
           77 WS-EMP-SICK-DAYS pic 9(4)V9 value 0.
           77 WS-EMP-OTHER-DAYS pic 9(4)V9 value 0.
           77 WS-EMP-BRADFORD  pic 9(9) value 0.
           77 WS-EMP-FLAG      pic x(8) value spaces.
           77 WS-EMP-DEPT      pic x(4) value spaces.
      *      an open spell (no end date keyed yet) has no days lost on
      *      file - its weekdays are counted up to the as-of date, by
      *      the same Monday-to-Friday rule ABSENCE-ENTRY uses
           77 WS-SPELL-DAYS    pic 9(4)V9 value 0.
           77 WS-DAY-INT       pic 9(7) comp sync value 0.
           77 WS-WEEKDAY       pic 9(1) value 0.
           77 WS-WEEKDAY-COUNT pic 9(5) comp sync value 0.
           01 filler.
             10 WS-EMP-OPEN-SW pic x(1) value 'N'.
                88 WS-EMP-HAS-OPEN value 'Y'.

      *      surname and forename folded into one printable column,
      *      'SURNAME, FORENAME'
           77 WS-FULL-NAME pic x(22) value spaces.

      *      days lost gathered by department, and the departments
      *      rolled up to the cost centre each is charged to
           77 WS-DEPT-COUNT pic 9(3) comp sync value 0.
           77 WS-DEPT-IDX   pic 9(3) comp sync value 0.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY occurs 100 times.
                   10 WS-DPT-CODE       pic x(4).
                   10 WS-DPT-NAME       pic x(20).
                   10 WS-DPT-CC         pic x(6).
                   10 WS-DPT-SICK-DAYS  pic 9(5)V9 comp sync.
                   10 WS-DPT-OTHER-DAYS pic 9(5)V9 comp sync.

           77 WS-CC-COUNT pic 9(3) comp sync value 0.
           77 WS-CC-IDX   pic 9(3) comp sync value 0.
           01 WS-CC-TABLE.
               05 WS-CC-ENTRY occurs 100 times.
                   10 WS-CCT-CODE       pic x(6).
                   10 WS-CCT-SICK-DAYS  pic 9(5)V9 comp sync.
                   10 WS-CCT-OTHER-DAYS pic 9(5)V9 comp sync.

           01 filler.
             10 WS-DPT-FOUND-SW pic x(1) value 'N'.
                88 WS-DPT-FOUND value 'Y'.
           01 filler.
             10 WS-CC-FOUND-SW pic x(1) value 'N'.
                88 WS-CC-FOUND value 'Y'.

           77 WS-READ-COUNT     pic 9(6) comp sync value 0.
           77 WS-EMPLOYEE-COUNT pic 9(5) comp sync value 0.
           77 WS-TRIGGER-COUNT  pic 9(5) comp sync value 0.
           77 WS-TOTAL-DAYS     pic 9(6)V9 value 0.

           77 WS-ABS-FILE-STATUS pic xx value spaces.
           77 WS-DM-FILE-STATUS  pic xx value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

           01 Absence-Report-Header.
                05  FILLER         PIC X(33) VALUE
                    'ABSENCE AND BRADFORD FACTOR    - '.
                05  ARH-DATE       PIC 9(8).
                05  FILLER         PIC X(39) VALUE SPACES.

           01 Absence-Window-Line.
                05  FILLER         PIC X(20) VALUE
                    'SPELLS STARTING FROM'.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  AW-FROM        PIC 9(8).
                05  FILLER         PIC X(4)  VALUE ' TO '.
                05  AW-TO          PIC 9(8).
                05  FILLER         PIC X(39) VALUE
                    ' (ROLLING 52 WEEKS)'.

           01 Absence-Trigger-Line.
                05  FILLER         PIC X(20) VALUE
                    'TRIGGER POINTS:     '.
                05  AT-POINT-1     PIC ZZZ9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  AT-FLAG-1      PIC X(8).
                05  AT-POINT-2     PIC ZZZ9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  AT-FLAG-2      PIC X(8).
                05  AT-POINT-3     PIC ZZZ9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  AT-FLAG-3      PIC X(8).
                05  FILLER         PIC X(21) VALUE SPACES.

           01 Absence-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    '    ID NAME                   DEPT  SPL  SICK'
                    & '  OTHER BRADFORD  FLAG      OPEN'.

           01 Absence-Detail.
                05  AD-ID          PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  AD-NAME        PIC X(22).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  AD-DEPT        PIC X(4).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  AD-SPELLS      PIC ZZ9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  AD-SICK        PIC ZZZ9,9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  AD-OTHER       PIC ZZZ9,9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  AD-BRADFORD    PIC Z(7)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  AD-FLAG        PIC X(8).
                05  AD-OPEN        PIC X(6).
                05  FILLER         PIC X(2)  VALUE SPACES.

           01 Dept-Section-Header.
                05  FILLER         PIC X(80) VALUE
                    'DAYS LOST BY DEPARTMENT'.

           01 Dept-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    'DEPT  NAME                  CC        SICK    '
                    & ' OTHER     TOTAL'.

           01 Dept-Detail.
                05  DD-CODE        PIC X(4).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  DD-NAME        PIC X(20).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  DD-CC          PIC X(6).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  DD-SICK        PIC Z(5)9,9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  DD-OTHER       PIC Z(5)9,9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  DD-TOTAL       PIC Z(5)9,9.
                05  FILLER         PIC X(19) VALUE SPACES.

           01 CC-Section-Header.
                05  FILLER         PIC X(80) VALUE
                    'DAYS LOST BY COST CENTRE'.

           01 CC-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    'CC          SICK      OTHER      TOTAL'.

           01 CC-Detail.
                05  CD-CODE        PIC X(6).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  CD-SICK        PIC Z(5)9,9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  CD-OTHER       PIC Z(5)9,9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  CD-TOTAL       PIC Z(5)9,9.
                05  FILLER         PIC X(47) VALUE SPACES.

           01 Absence-Trailer-1.
                05  FILLER         PIC X(20) VALUE SPACES.
                05  FILLER         PIC X(24) VALUE
                    'EMPLOYEES WITH ABSENCE: '.
                05  AT-EMPLOYEES   PIC Z(5)9.
                05  FILLER         PIC X(30) VALUE SPACES.

           01 Absence-Trailer-2.
                05  FILLER         PIC X(20) VALUE SPACES.
                05  FILLER         PIC X(24) VALUE
                    'AT A TRIGGER POINT:     '.
                05  AT-TRIGGERED   PIC Z(5)9.
                05  FILLER         PIC X(30) VALUE SPACES.

           01 Absence-Trailer-3.
                05  FILLER         PIC X(20) VALUE SPACES.
                05  FILLER         PIC X(24) VALUE
                    'TOTAL DAYS LOST:        '.
                05  AT-DAYS        PIC Z(5)9,9.
                05  FILLER         PIC X(28) VALUE SPACES.

           01 Absence-None-Line.
                05  FILLER         PIC X(80) VALUE
                    '*** NO ABSENCE RECORDED IN THIS PERIOD ***'.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-8

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM

           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-8)
           COMPUTE WS-FROM-INT = WS-ASOF-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-FROM-8 = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)

           OPEN input EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               STOP RUN
           end-if
      *    without the department master the days lost still print,
      *    only without names and cost centres
           OPEN input DEPT-MASTER
           if WS-DM-FILE-STATUS not = '00' then
               display 'WARNING: Unable to open DEPT-MASTER. Status='
                   WS-DM-FILE-STATUS
           end-if

           OPEN output Report-File
           MOVE WS-ASOF-8 TO ARH-DATE
           WRITE Report-Record FROM Absence-Report-Header
               AFTER ADVANCING 1 LINE
           MOVE WS-FROM-8 TO AW-FROM
           MOVE WS-ASOF-8 TO AW-TO
           WRITE Report-Record FROM Absence-Window-Line
               AFTER ADVANCING 1 LINE
           MOVE WS-TRIGGER-POINT(1) TO AT-POINT-1
           MOVE WS-TRIGGER-FLAG(1)  TO AT-FLAG-1
           MOVE WS-TRIGGER-POINT(2) TO AT-POINT-2
           MOVE WS-TRIGGER-FLAG(2)  TO AT-FLAG-2
           MOVE WS-TRIGGER-POINT(3) TO AT-POINT-3
           MOVE WS-TRIGGER-FLAG(3)  TO AT-FLAG-3
           WRITE Report-Record FROM Absence-Trigger-Line
               AFTER ADVANCING 1 LINE

      *    no absence file yet simply means nothing has been recorded
      *    - the report still prints so the month shows a nil
           OPEN INPUT ABSENCE
           if WS-ABS-FILE-STATUS = '35' then
               set WS-EOF to true
           else if WS-ABS-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open ABSENCE. Status='
                   WS-ABS-FILE-STATUS
               STOP RUN
           end-if.

           WRITE Report-Record FROM Absence-Column-Header
               AFTER ADVANCING 2 LINES

           PERFORM READ-PROCEDURE UNTIL WS-EOF
           if WS-CURR-EMP-ID not = 0 then
               PERFORM CLOSE-OUT-EMPLOYEE
           end-if

           if WS-EMPLOYEE-COUNT = 0 then
               WRITE Report-Record FROM Absence-None-Line
                   AFTER ADVANCING 1 LINE
           else
               WRITE Report-Record FROM Dept-Section-Header
                   AFTER ADVANCING 2 LINES
               WRITE Report-Record FROM Dept-Column-Header
                   AFTER ADVANCING 1 LINE
               PERFORM PRINT-DEPT-LINE
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               WRITE Report-Record FROM CC-Section-Header
                   AFTER ADVANCING 2 LINES
               WRITE Report-Record FROM CC-Column-Header
                   AFTER ADVANCING 1 LINE
               PERFORM PRINT-CC-LINE
                   VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
           end-if

           MOVE WS-EMPLOYEE-COUNT TO AT-EMPLOYEES
           WRITE Report-Record FROM Absence-Trailer-1
               AFTER ADVANCING 2 LINES
           MOVE WS-TRIGGER-COUNT TO AT-TRIGGERED
           WRITE Report-Record FROM Absence-Trailer-2
               AFTER ADVANCING 1 LINE
           MOVE WS-TOTAL-DAYS TO AT-DAYS
           WRITE Report-Record FROM Absence-Trailer-3
               AFTER ADVANCING 1 LINE

           if WS-ABS-FILE-STATUS not = '35' then
               CLOSE ABSENCE
           end-if
           CLOSE EMPLOYEE
           if WS-DM-FILE-STATUS = '00' then
               CLOSE DEPT-MASTER
           end-if
           CLOSE Report-File

           display 'Absence report printed - ' WS-EMPLOYEE-COUNT
               ' employees with absence, ' WS-TRIGGER-COUNT
               ' at a trigger point.'

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
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-PARM-DATE
               if FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-DATE) = 0 then
                   MOVE WS-PARM-DATE TO WS-ASOF-8
                   display 'Reporting the 52 weeks to ' WS-ASOF-8
               else
                   display 'WARNING: ASOF= is not a valid date - '
                       'reporting to today'
               end-if
           end-if.

       READ-PROCEDURE.
           READ ABSENCE
               AT END set WS-EOF to true
               NOT AT END PERFORM TAKE-ONE-SPELL
           END-READ.

      *    a spell belongs to the window it started in - a long spell
      *    running across the start of the window has already been
      *    counted in full by the months before
       TAKE-ONE-SPELL.
           ADD 1 TO WS-READ-COUNT
           if ABS-START-DATE not numeric or ABS-START-DATE = 0 then
               exit paragraph
           end-if
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(ABS-START-DATE)
           if WS-START-INT < WS-FROM-INT or WS-START-INT > WS-ASOF-INT
               then
               exit paragraph
           end-if
           if ABS-EMPLOYEE-ID not = WS-CURR-EMP-ID then
               if WS-CURR-EMP-ID not = 0 then
                   PERFORM CLOSE-OUT-EMPLOYEE
               end-if
               MOVE ABS-EMPLOYEE-ID TO WS-CURR-EMP-ID
               MOVE 0 TO WS-EMP-SPELLS
               MOVE 0 TO WS-EMP-SICK-DAYS
               MOVE 0 TO WS-EMP-OTHER-DAYS
               MOVE 'N' TO WS-EMP-OPEN-SW
           end-if
      *    a spell still running counts every weekday from its start
      *    to the as-of date, so long-term sickness reaches the totals
      *    and the triggers before anyone keys its end
           if ABS-END-DATE = 0 then
               PERFORM COUNT-OPEN-SPELL-DAYS
               MOVE WS-WEEKDAY-COUNT TO WS-SPELL-DAYS
               set WS-EMP-HAS-OPEN to true
           else
               MOVE ABS-DAYS-LOST TO WS-SPELL-DAYS
           end-if
      *    only sickness feeds the Bradford factor - planned and
      *    compassionate leave are days lost but not a pattern
           if ABS-SICKNESS then
               ADD 1 TO WS-EMP-SPELLS
               ADD WS-SPELL-DAYS TO WS-EMP-SICK-DAYS
           else
               ADD WS-SPELL-DAYS TO WS-EMP-OTHER-DAYS
           end-if.

       COUNT-OPEN-SPELL-DAYS.
           MOVE 0 TO WS-WEEKDAY-COUNT
           PERFORM COUNT-ONE-WEEKDAY
               VARYING WS-DAY-INT FROM WS-START-INT BY 1
               UNTIL WS-DAY-INT > WS-ASOF-INT.

       COUNT-ONE-WEEKDAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7)
           if WS-WEEKDAY < 5 then
               ADD 1 TO WS-WEEKDAY-COUNT
           end-if.

       CLOSE-OUT-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT
           COMPUTE WS-EMP-BRADFORD ROUNDED =
               WS-EMP-SPELLS * WS-EMP-SPELLS * WS-EMP-SICK-DAYS
           MOVE SPACES TO WS-EMP-FLAG
           PERFORM TEST-ONE-TRIGGER
               VARYING WS-TRIGGER-IDX FROM 1 BY 1
               UNTIL WS-TRIGGER-IDX > 3
           if WS-EMP-FLAG not = spaces then
               ADD 1 TO WS-TRIGGER-COUNT
           end-if

      *    a purged leaver's spells still count - they are shown
      *    under the department the record last had, or none
           MOVE WS-CURR-EMP-ID TO EMPLOYEE-ID
           READ EMPLOYEE
               INVALID KEY
                   MOVE '(NOT ON FILE)' TO WS-FULL-NAME
                   MOVE SPACES TO WS-EMP-DEPT
               NOT INVALID KEY
                   MOVE SPACES TO WS-FULL-NAME
                   STRING EMPLOYEE-SURNAME DELIMITED BY '  '
                       ', ' DELIMITED BY SIZE
                       EMPLOYEE-FORENAME DELIMITED BY '  '
                       INTO WS-FULL-NAME
                   MOVE EMPLOYEE-DEPT TO WS-EMP-DEPT
           END-READ

           MOVE WS-CURR-EMP-ID    TO AD-ID
           MOVE WS-FULL-NAME      TO AD-NAME
           MOVE WS-EMP-DEPT       TO AD-DEPT
           MOVE WS-EMP-SPELLS     TO AD-SPELLS
           MOVE WS-EMP-SICK-DAYS  TO AD-SICK
           MOVE WS-EMP-OTHER-DAYS TO AD-OTHER
           MOVE WS-EMP-BRADFORD   TO AD-BRADFORD
           MOVE WS-EMP-FLAG       TO AD-FLAG
           if WS-EMP-HAS-OPEN then
               MOVE ' OPEN' TO AD-OPEN
           else
               MOVE SPACES TO AD-OPEN
           end-if
           WRITE Report-Record FROM Absence-Detail
               AFTER ADVANCING 1 LINE

           ADD WS-EMP-SICK-DAYS WS-EMP-OTHER-DAYS TO WS-TOTAL-DAYS
           PERFORM ADD-TO-DEPT.

       TEST-ONE-TRIGGER.
           if WS-EMP-BRADFORD >= WS-TRIGGER-POINT(WS-TRIGGER-IDX) then
               MOVE WS-TRIGGER-FLAG(WS-TRIGGER-IDX) TO WS-EMP-FLAG
           end-if.

       ADD-TO-DEPT.
           MOVE 'N' TO WS-DPT-FOUND-SW
           PERFORM FIND-DEPT-SLOT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT or WS-DPT-FOUND
           if not WS-DPT-FOUND then
               if WS-DEPT-COUNT >= 100 then
                   display 'FATAL: more than 100 departments - '
                   display '       increase WS-DEPT-TABLE.'
                   STOP RUN
               end-if
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               MOVE WS-EMP-DEPT TO WS-DPT-CODE(WS-DEPT-IDX)
               MOVE SPACES TO WS-DPT-NAME(WS-DEPT-IDX)
               MOVE SPACES TO WS-DPT-CC(WS-DEPT-IDX)
               MOVE 0 TO WS-DPT-SICK-DAYS(WS-DEPT-IDX)
               MOVE 0 TO WS-DPT-OTHER-DAYS(WS-DEPT-IDX)
               if WS-DM-FILE-STATUS = '00' then
                   MOVE WS-EMP-DEPT TO DM-DEPT-CODE
                   READ DEPT-MASTER
                       INVALID KEY
                           MOVE '(UNKNOWN DEPARTMENT)' TO
                               WS-DPT-NAME(WS-DEPT-IDX)
                       NOT INVALID KEY
                           MOVE DM-DEPT-NAME TO
                               WS-DPT-NAME(WS-DEPT-IDX)
                           MOVE DM-COST-CENTRE TO
                               WS-DPT-CC(WS-DEPT-IDX)
                   END-READ
               end-if
           end-if
           ADD WS-EMP-SICK-DAYS  TO WS-DPT-SICK-DAYS(WS-DEPT-IDX)
           ADD WS-EMP-OTHER-DAYS TO WS-DPT-OTHER-DAYS(WS-DEPT-IDX)
           PERFORM ADD-TO-COST-CENTRE.

      *    leaves WS-DEPT-IDX sitting on the matching slot
       FIND-DEPT-SLOT.
           if WS-DPT-CODE(WS-DEPT-IDX) = WS-EMP-DEPT then
               set WS-DPT-FOUND to true
               SUBTRACT 1 FROM WS-DEPT-IDX
           end-if.

       ADD-TO-COST-CENTRE.
           MOVE 'N' TO WS-CC-FOUND-SW
           PERFORM FIND-CC-SLOT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT or WS-CC-FOUND
           if not WS-CC-FOUND then
               if WS-CC-COUNT >= 100 then
                   display 'FATAL: more than 100 cost centres - '
                   display '       increase WS-CC-TABLE.'
                   STOP RUN
               end-if
               ADD 1 TO WS-CC-COUNT
               MOVE WS-CC-COUNT TO WS-CC-IDX
               MOVE WS-DPT-CC(WS-DEPT-IDX) TO WS-CCT-CODE(WS-CC-IDX)
               MOVE 0 TO WS-CCT-SICK-DAYS(WS-CC-IDX)
               MOVE 0 TO WS-CCT-OTHER-DAYS(WS-CC-IDX)
           end-if
           ADD WS-EMP-SICK-DAYS  TO WS-CCT-SICK-DAYS(WS-CC-IDX)
           ADD WS-EMP-OTHER-DAYS TO WS-CCT-OTHER-DAYS(WS-CC-IDX).

      *    leaves WS-CC-IDX sitting on the matching slot
       FIND-CC-SLOT.
           if WS-CCT-CODE(WS-CC-IDX) = WS-DPT-CC(WS-DEPT-IDX) then
               set WS-CC-FOUND to true
               SUBTRACT 1 FROM WS-CC-IDX
           end-if.

       PRINT-DEPT-LINE.
           MOVE WS-DPT-CODE(WS-DEPT-IDX)       TO DD-CODE
           MOVE WS-DPT-NAME(WS-DEPT-IDX)       TO DD-NAME
           MOVE WS-DPT-CC(WS-DEPT-IDX)         TO DD-CC
           MOVE WS-DPT-SICK-DAYS(WS-DEPT-IDX)  TO DD-SICK
           MOVE WS-DPT-OTHER-DAYS(WS-DEPT-IDX) TO DD-OTHER
           COMPUTE DD-TOTAL = WS-DPT-SICK-DAYS(WS-DEPT-IDX)
                            + WS-DPT-OTHER-DAYS(WS-DEPT-IDX)
           WRITE Report-Record FROM Dept-Detail
               AFTER ADVANCING 1 LINE.

       PRINT-CC-LINE.
           MOVE WS-CCT-CODE(WS-CC-IDX)       TO CD-CODE
           MOVE WS-CCT-SICK-DAYS(WS-CC-IDX)  TO CD-SICK
           MOVE WS-CCT-OTHER-DAYS(WS-CC-IDX) TO CD-OTHER
           COMPUTE CD-TOTAL = WS-CCT-SICK-DAYS(WS-CC-IDX)
                            + WS-CCT-OTHER-DAYS(WS-CC-IDX)
           WRITE Report-Record FROM CC-Detail
               AFTER ADVANCING 1 LINE.
