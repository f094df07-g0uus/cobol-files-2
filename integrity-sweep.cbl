       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
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
       SELECT GRADE-SCALE
           ASSIGN TO './Grade-Scale.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS GS-GRADE-CODE
           file status is WS-GS-FILE-STATUS.
       SELECT DEPT-MASTER
           ASSIGN TO './Dept-Master.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS DM-DEPT-CODE
           file status is WS-DM-FILE-STATUS.
       SELECT NUMBER-CONTROL
           ASSIGN TO './Number-Control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-NCT-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy employee-rec.
       copy grade-rec.
       copy dept-rec.
       copy number-ctl-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

           01 filler.
             10 filler PIC X(1) VALUE 'N'.
                88 WS-EOF VALUE 'T'.

           01 filler.
             10 WS-NCT-EOF-SW pic x(1) value 'N'.
                88 WS-NCT-EOF value 'Y'.

           01 filler.
             10 WS-GRADE-OK-SW pic x(1) value 'N'.
                88 WS-GRADE-OK value 'Y'.

           01 filler.
             10 WS-MATCH-SW pic x(1) value 'N'.
                88 WS-MATCH-FOUND value 'Y'.

           77 WS-GS-FILE-STATUS  pic xx value spaces.
           77 WS-DM-FILE-STATUS  pic xx value spaces.
           77 WS-NCT-FILE-STATUS pic xx value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

      *      the whole master held in memory, so managers can be
      *      looked up and NI numbers compared across every record
           01 WS-EMP-TABLE.
               05 WS-EMP-ENTRY occurs 5000 times.
                   10 WS-EMP-ID      pic 9(6).
                   10 WS-EMP-STATUS  pic x(1).
                   10 WS-EMP-NI      pic x(9).
                   10 WS-EMP-MANAGER pic 9(6).
                   10 WS-EMP-NAME    pic x(22).
           77 WS-EMP-COUNT pic 9(4) comp sync value 0.
           77 WS-EMP-IDX   pic 9(4) comp sync value 0.
           77 WS-OTHER-IDX pic 9(4) comp sync value 0.

           77 WS-HIGHEST-ID pic 9(6) value 0.
           77 WS-NEXT-EMP-ID pic 9(6) value 0.

      *      every kind of breach the sweep looks for - code, then the
      *      text that goes on the report
           01 WS-BREACH-CODE-DATA.
               05 filler pic x(38) value
                   'GRADGRADE NOT ON GRADE SCALE          '.
               05 filler pic x(38) value
                   'DEPTDEPARTMENT NOT ON DEPT MASTER     '.
               05 filler pic x(38) value
                   'DEPCACTIVE IN A CLOSED DEPARTMENT     '.
               05 filler pic x(38) value
                   'MGRNMANAGER ID NOT FOUND              '.
               05 filler pic x(38) value
                   'MGRLMANAGER IS A LEAVER               '.
               05 filler pic x(38) value
                   'SALBSALARY OUTSIDE BAND, NOT APPROVED '.
               05 filler pic x(38) value
                   'DUPNDUPLICATE NI NUMBER               '.
               05 filler pic x(38) value
                   'TERMLEAVER WITH NO LEAVING DATE       '.
               05 filler pic x(38) value
                   'NCTLNUMBER CONTROL NOT AHEAD OF IDS   '.
           01 WS-BREACH-CODE-TABLE redefines WS-BREACH-CODE-DATA.
               05 WS-BREACH-CODE-ENTRY occurs 9 times.
                   10 WS-BREACH-CODE pic x(4).
                   10 WS-BREACH-TEXT pic x(34).
           01 WS-BREACH-TALLIES.
               05 WS-BREACH-TALLY occurs 9 times pic 9(5) comp sync.
           77 WS-BREACH-IDX   pic 9(2) comp sync value 0.
           77 WS-BREACH-COUNT pic 9(2) comp sync value 9.
           77 WS-THIS-CODE pic x(4) value spaces.
           77 WS-TOTAL-BREACHES pic 9(6) comp sync value 0.

      *      surname and forename folded into one printable column,
      *      'SURNAME, FORENAME'
           77 WS-FULL-NAME pic x(22) value spaces.

           01 WS-SALARY-EDIT pic Z(4)9,99.
           01 WS-BAND-EDIT   pic Z(4)9.

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

           01 Sweep-Report-Header.
                05  FILLER         PIC X(40) VALUE
                    'EMPLOYEE MASTER INTEGRITY SWEEP - '.
                05  SRH-DATE       PIC 9(8).
                05  FILLER         PIC X(32) VALUE SPACES.

           01 Sweep-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    ' CODE     ID NAME                   S  DETAIL'.

           01 Sweep-Detail.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-CODE        PIC X(4).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-ID          PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-NAME        PIC X(22).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-STATUS      PIC X(1).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  SD-DETAIL      PIC X(41).

           01 Sweep-Clean-Line.
                05  FILLER         PIC X(80) VALUE
                    '*** NO BREACHES FOUND - MASTER IS CLEAN ***'.

           01 Sweep-Code-Header.
                05  FILLER         PIC X(80) VALUE
                    'BREACHES BY CATEGORY'.

           01 Sweep-Code-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  SCL-CODE       PIC X(4).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  SCL-TEXT       PIC X(34).
                05  FILLER         PIC X(4)  VALUE SPACES.
                05  SCL-COUNT      PIC Z(4)9.
                05  FILLER         PIC X(29) VALUE SPACES.

           01 Sweep-Count-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  SC-LABEL       PIC X(44).
                05  FILLER         PIC X(6)  VALUE SPACES.
                05  SC-COUNT       PIC Z(5)9.
                05  FILLER         PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME

           OPEN input EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

      *    the grade and department checks are half the point of the
      *    sweep - without their masters it cannot vouch for anything
           OPEN INPUT GRADE-SCALE
           if WS-GS-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open GRADE-SCALE. Status='
                   WS-GS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           OPEN INPUT DEPT-MASTER
           if WS-DM-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open DEPT-MASTER. Status='
                   WS-DM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           PERFORM CLEAR-ONE-TALLY
               VARYING WS-BREACH-IDX FROM 1 BY 1
               UNTIL WS-BREACH-IDX > WS-BREACH-COUNT

           OPEN output Report-File
           MOVE WS-TEMP-DATE TO SRH-DATE
           WRITE Report-Record FROM Sweep-Report-Header
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Sweep-Column-Header
               AFTER ADVANCING 2 LINES

      *    first pass checks each record against the grade and
      *    department masters and on its own; the checks that need
      *    the other records follow off the table it builds
           PERFORM READ-PROCEDURE UNTIL WS-EOF
           CLOSE EMPLOYEE
           CLOSE GRADE-SCALE
           CLOSE DEPT-MASTER

           PERFORM CHECK-MANAGER
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           PERFORM CHECK-NI-NUMBER
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           PERFORM CHECK-NUMBER-CONTROL

           if WS-TOTAL-BREACHES = 0 then
               WRITE Report-Record FROM Sweep-Clean-Line
                   AFTER ADVANCING 1 LINE
           end-if
           PERFORM PRINT-CATEGORY-COUNTS
           CLOSE Report-File

           display 'Integrity sweep complete - ' WS-EMP-COUNT
               ' employees checked, ' WS-TOTAL-BREACHES ' breaches.'

      *    NIGHT-DRIVER reads 4 as ran-but-unclean, so the week's
      *    breaches show on the night summary without stopping the
      *    steps behind it
           if WS-TOTAL-BREACHES > 0 then
               MOVE 4 TO RETURN-CODE
           else
               MOVE 0 TO RETURN-CODE
           end-if

           STOP RUN.

       CLEAR-ONE-TALLY.
           MOVE 0 TO WS-BREACH-TALLY(WS-BREACH-IDX).

       READ-PROCEDURE.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-EOF to true
               NOT AT END PERFORM CHECK-ONE-EMPLOYEE
           END-READ.

       CHECK-ONE-EMPLOYEE.
           if WS-EMP-COUNT >= 5000 then
               display 'FATAL: more than 5000 employees - '
               display '       increase WS-EMP-TABLE.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM BUILD-FULL-NAME
           ADD 1 TO WS-EMP-COUNT
           MOVE EMPLOYEE-ID       TO WS-EMP-ID(WS-EMP-COUNT)
           MOVE EMPLOYEE-STATUS   TO WS-EMP-STATUS(WS-EMP-COUNT)
           MOVE EMPLOYEE-NI-NUMBER TO WS-EMP-NI(WS-EMP-COUNT)
           if EMPLOYEE-MANAGER-ID numeric then
               MOVE EMPLOYEE-MANAGER-ID TO WS-EMP-MANAGER(WS-EMP-COUNT)
           else
               MOVE 0 TO WS-EMP-MANAGER(WS-EMP-COUNT)
           end-if
           MOVE WS-FULL-NAME      TO WS-EMP-NAME(WS-EMP-COUNT)
           if EMPLOYEE-ID > WS-HIGHEST-ID then
               MOVE EMPLOYEE-ID TO WS-HIGHEST-ID
           end-if

      *    a leaver's record is history - only the leaving date has
      *    to be right on it
           if EMPLOYEE-LEAVER then
               if EMPLOYEE-TERM-DATE not numeric or
                  EMPLOYEE-TERM-DATE = 0 then
                   MOVE 'TERM' TO WS-THIS-CODE
                   MOVE 'STATUS L, LEAVING DATE BLANK' TO SD-DETAIL
                   PERFORM WRITE-BREACH
               end-if
               exit paragraph
           end-if

           PERFORM CHECK-GRADE
           PERFORM CHECK-DEPARTMENT.

       CHECK-GRADE.
           MOVE 'N' TO WS-GRADE-OK-SW
           MOVE EMPLOYEE-GRADE TO GS-GRADE-CODE
           READ GRADE-SCALE
               INVALID KEY
                   MOVE 'GRAD' TO WS-THIS-CODE
                   MOVE SPACES TO SD-DETAIL
                   STRING 'GRADE ' EMPLOYEE-GRADE
                       DELIMITED BY SIZE INTO SD-DETAIL
                   PERFORM WRITE-BREACH
               NOT INVALID KEY
                   set WS-GRADE-OK to true
           END-READ
           if not WS-GRADE-OK or EMPLOYEE-SAL-AUTHORISED then
               exit paragraph
           end-if
           if EMPLOYEE-SALARY < GS-MIN-SALARY or
              EMPLOYEE-SALARY > GS-MAX-SALARY then
               MOVE 'SALB' TO WS-THIS-CODE
               MOVE SPACES TO SD-DETAIL
               MOVE EMPLOYEE-SALARY TO WS-SALARY-EDIT
               STRING WS-SALARY-EDIT ' BAND ' DELIMITED BY SIZE
                   INTO SD-DETAIL
               MOVE GS-MIN-SALARY TO WS-BAND-EDIT
               MOVE WS-BAND-EDIT TO SD-DETAIL(15:5)
               MOVE '-' TO SD-DETAIL(20:1)
               MOVE GS-MAX-SALARY TO WS-BAND-EDIT
               MOVE WS-BAND-EDIT TO SD-DETAIL(21:5)
               PERFORM WRITE-BREACH
           end-if.

       CHECK-DEPARTMENT.
           MOVE EMPLOYEE-DEPT TO DM-DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY
                   MOVE 'DEPT' TO WS-THIS-CODE
                   MOVE SPACES TO SD-DETAIL
                   STRING 'DEPT ' EMPLOYEE-DEPT
                       DELIMITED BY SIZE INTO SD-DETAIL
                   PERFORM WRITE-BREACH
               NOT INVALID KEY
                   if DM-CLOSED then
                       MOVE 'DEPC' TO WS-THIS-CODE
                       MOVE SPACES TO SD-DETAIL
                       STRING 'DEPT ' EMPLOYEE-DEPT ' IS CLOSED'
                           DELIMITED BY SIZE INTO SD-DETAIL
                       PERFORM WRITE-BREACH
                   end-if
           END-READ.

      *    only an active employee needs a live manager
       CHECK-MANAGER.
           if WS-EMP-STATUS(WS-EMP-IDX) = 'L' or
              WS-EMP-MANAGER(WS-EMP-IDX) = 0 then
               exit paragraph
           end-if
           MOVE 'N' TO WS-MATCH-SW
           PERFORM FIND-MANAGER-SLOT
               VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-EMP-COUNT
                  or WS-MATCH-FOUND
           MOVE SPACES TO SD-DETAIL
           if not WS-MATCH-FOUND then
               MOVE 'MGRN' TO WS-THIS-CODE
               STRING 'MANAGER ' WS-EMP-MANAGER(WS-EMP-IDX)
                   ' NOT ON FILE' DELIMITED BY SIZE INTO SD-DETAIL
               PERFORM WRITE-TABLE-BREACH
               exit paragraph
           end-if
           if WS-EMP-STATUS(WS-OTHER-IDX) = 'L' then
               MOVE 'MGRL' TO WS-THIS-CODE
               STRING 'MANAGER ' WS-EMP-MANAGER(WS-EMP-IDX)
                   ' HAS LEFT' DELIMITED BY SIZE INTO SD-DETAIL
               PERFORM WRITE-TABLE-BREACH
           end-if.

      *    leaves WS-OTHER-IDX sitting on the matching slot
       FIND-MANAGER-SLOT.
           if WS-EMP-ID(WS-OTHER-IDX) = WS-EMP-MANAGER(WS-EMP-IDX) then
               set WS-MATCH-FOUND to true
               SUBTRACT 1 FROM WS-OTHER-IDX
           end-if.

      *    a leaver sharing an NI number with a later active record
      *    is someone who came back - two active records sharing one
      *    is the breach, reported against the later of the two
       CHECK-NI-NUMBER.
           if WS-EMP-STATUS(WS-EMP-IDX) = 'L' or
              WS-EMP-NI(WS-EMP-IDX) = spaces then
               exit paragraph
           end-if
           MOVE 'N' TO WS-MATCH-SW
           PERFORM FIND-NI-SLOT
               VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX >= WS-EMP-IDX
                  or WS-MATCH-FOUND
           if WS-MATCH-FOUND then
               MOVE 'DUPN' TO WS-THIS-CODE
               MOVE SPACES TO SD-DETAIL
               STRING WS-EMP-NI(WS-EMP-IDX) ' ALSO ON '
                   WS-EMP-ID(WS-OTHER-IDX)
                   DELIMITED BY SIZE INTO SD-DETAIL
               PERFORM WRITE-TABLE-BREACH
           end-if.

       FIND-NI-SLOT.
           if WS-EMP-NI(WS-OTHER-IDX) = WS-EMP-NI(WS-EMP-IDX) and
              WS-EMP-STATUS(WS-OTHER-IDX) not = 'L' then
               set WS-MATCH-FOUND to true
               SUBTRACT 1 FROM WS-OTHER-IDX
           end-if.

      *    the allocator steps over numbers already taken, but a
      *    control sitting behind the master means a restore or a
      *    hand edit has gone wrong somewhere
       CHECK-NUMBER-CONTROL.
           MOVE 0 TO WS-NEXT-EMP-ID
           MOVE 'N' TO WS-NCT-EOF-SW
           OPEN INPUT NUMBER-CONTROL
           if WS-NCT-FILE-STATUS = '00' then
               PERFORM READ-NUMBER-CONTROL UNTIL WS-NCT-EOF
               CLOSE NUMBER-CONTROL
           end-if
           if WS-NEXT-EMP-ID > WS-HIGHEST-ID then
               exit paragraph
           end-if
           MOVE 'NCTL' TO WS-THIS-CODE
           MOVE 0 TO SD-ID
           MOVE SPACES TO SD-NAME
           MOVE SPACES TO SD-STATUS
           MOVE SPACES TO SD-DETAIL
           if WS-NCT-FILE-STATUS = '35' then
               STRING 'NO CONTROL FILE, HIGHEST ID ' WS-HIGHEST-ID
                   DELIMITED BY SIZE INTO SD-DETAIL
           else
               STRING 'NEXT ' WS-NEXT-EMP-ID ' HIGHEST ID '
                   WS-HIGHEST-ID DELIMITED BY SIZE INTO SD-DETAIL
           end-if
           PERFORM PRINT-BREACH.

       READ-NUMBER-CONTROL.
           READ NUMBER-CONTROL
               AT END set WS-NCT-EOF to true
               NOT AT END
                   MOVE NCT-NEXT-EMPLOYEE-ID TO WS-NEXT-EMP-ID
           END-READ.

      *    the breach code and detail are set - the rest comes off
      *    the record in hand
       WRITE-BREACH.
           MOVE EMPLOYEE-ID     TO SD-ID
           MOVE WS-FULL-NAME    TO SD-NAME
           MOVE EMPLOYEE-STATUS TO SD-STATUS
           PERFORM PRINT-BREACH.

       WRITE-TABLE-BREACH.
           MOVE WS-EMP-ID(WS-EMP-IDX)     TO SD-ID
           MOVE WS-EMP-NAME(WS-EMP-IDX)   TO SD-NAME
           MOVE WS-EMP-STATUS(WS-EMP-IDX) TO SD-STATUS
           PERFORM PRINT-BREACH.

       PRINT-BREACH.
           PERFORM FIND-BREACH-CODE
               VARYING WS-BREACH-IDX FROM 1 BY 1
               UNTIL WS-BREACH-IDX > WS-BREACH-COUNT
                  or WS-BREACH-CODE(WS-BREACH-IDX) = WS-THIS-CODE
           MOVE WS-THIS-CODE TO SD-CODE
           WRITE Report-Record FROM Sweep-Detail
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-BREACH-TALLY(WS-BREACH-IDX)
           ADD 1 TO WS-TOTAL-BREACHES.

       FIND-BREACH-CODE.
           CONTINUE.

       PRINT-CATEGORY-COUNTS.
           WRITE Report-Record FROM Sweep-Code-Header
               AFTER ADVANCING 3 LINES
           PERFORM PRINT-ONE-CODE-COUNT
               VARYING WS-BREACH-IDX FROM 1 BY 1
               UNTIL WS-BREACH-IDX > WS-BREACH-COUNT
           MOVE 'EMPLOYEES CHECKED' TO SC-LABEL
           MOVE WS-EMP-COUNT TO SC-COUNT
           WRITE Report-Record FROM Sweep-Count-Line
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL BREACHES' TO SC-LABEL
           MOVE WS-TOTAL-BREACHES TO SC-COUNT
           WRITE Report-Record FROM Sweep-Count-Line
               AFTER ADVANCING 1 LINE.

       PRINT-ONE-CODE-COUNT.
           MOVE WS-BREACH-CODE(WS-BREACH-IDX)  TO SCL-CODE
           MOVE WS-BREACH-TEXT(WS-BREACH-IDX)  TO SCL-TEXT
           MOVE WS-BREACH-TALLY(WS-BREACH-IDX) TO SCL-COUNT
           WRITE Report-Record FROM Sweep-Code-Line
               AFTER ADVANCING 1 LINE.

       BUILD-FULL-NAME.
           MOVE SPACES TO WS-FULL-NAME
           STRING EMPLOYEE-SURNAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMPLOYEE-FORENAME DELIMITED BY '  '
               INTO WS-FULL-NAME.
