       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAB-VARIANCE.
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
       SELECT ESTABLISHMENT
           ASSIGN TO './Establishment.dat'
           ORGANIZATION IS INDEXED
           access mode is sequential
           RECORD KEY IS EST-KEY
           file status is WS-EST-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy employee-rec.
       copy dept-rec.
       copy establishment-rec.

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
             10 WS-EST-EOF-SW pic x(1) value 'N'.
                88 WS-EST-EOF value 'Y'.

           01 filler.
             10 WS-EST-ABSENT-SW pic x(1) value 'N'.
                88 WS-EST-ABSENT value 'Y'.

      *      one slot per department - the master first, then any
      *      department met only on the establishment or on staff
      *      records, charged to cost centre UNKNWN as COST-SNAPSHOT
      *      charges it
           77 WS-DEPT-COUNT pic 9(3) comp sync value 0.
           77 WS-DEPT-IDX   pic 9(3) comp sync value 0.
           77 WS-DEPT-SLOT  pic 9(3) comp sync value 0.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY occurs 100 times.
                   10 WS-DT-DEPT     pic x(4).
                   10 WS-DT-CC       pic x(6).
                   10 WS-DT-FUNDED   pic 9(4) comp sync.
                   10 WS-DT-BUDGET   pic 9(9)V99 comp sync.
                   10 WS-DT-HEADS    pic 9(5) comp sync.
                   10 WS-DT-PAYBILL  pic 9(9)V99 comp sync.
                   10 WS-DT-ESTAB-SW pic x(1).
                      88 WS-DT-HAS-ESTAB value 'Y'.

           01 filler.
             10 WS-DEPT-FOUND-SW pic x(1) value 'N'.
                88 WS-DEPT-FOUND value 'Y'.

      *      cost centres in the order they are first met on the
      *      department table - the report prints one block each
           77 WS-CC-COUNT pic 9(3) comp sync value 0.
           77 WS-CC-IDX   pic 9(3) comp sync value 0.
           01 WS-CC-TABLE.
               05 WS-CC-CODE occurs 50 times pic x(6).

           01 filler.
             10 WS-CC-FOUND-SW pic x(1) value 'N'.
                88 WS-CC-FOUND value 'Y'.

           77 WS-LOOKUP-DEPT pic x(4) value spaces.
           77 WS-LOOKUP-CC   pic x(6) value spaces.

      *      the financial year runs April to March and is named for
      *      the year it starts in - FY=CCYY on the command line
      *      picks another year, otherwise the one we are in
           77 WS-FY-START-MONTH pic 9(2) value 4.
           77 WS-FIN-YEAR       pic 9(4) value 0.

           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.

      *      EMPLOYEE-SALARY is the full-time annual rate - the
      *      actual paybill takes it scaled by the FTE (1 for a record
      *      filed before the contract fields existed)
           77 WS-EMP-FTE     pic 9V9999 value 0.
           77 WS-ACTUAL-PAY  pic 9(7)V99 value 0.

      *      subtotal for the cost centre being printed, and the
      *      grand total across them all
           01 WS-SUB-TOTALS.
               05 WS-SUB-FUNDED  pic 9(6) comp sync.
               05 WS-SUB-HEADS   pic 9(6) comp sync.
               05 WS-SUB-VACANT  pic 9(6) comp sync.
               05 WS-SUB-BUDGET  pic 9(11)V99 comp sync.
               05 WS-SUB-PAYBILL pic 9(11)V99 comp sync.
           01 WS-GRAND-TOTALS.
               05 WS-TOT-FUNDED  pic 9(6) comp sync.
               05 WS-TOT-HEADS   pic 9(6) comp sync.
               05 WS-TOT-VACANT  pic 9(6) comp sync.
               05 WS-TOT-BUDGET  pic 9(11)V99 comp sync.
               05 WS-TOT-PAYBILL pic 9(11)V99 comp sync.

           77 WS-VACANT      pic 9(5) value 0.
           77 WS-VARIANCE    pic s9(11)V99 value 0.
           77 WS-OVER-POSTS-COUNT  pic 9(4) comp sync value 0.
           77 WS-OVER-BUDGET-COUNT pic 9(4) comp sync value 0.
           77 WS-NO-ESTAB-COUNT    pic 9(4) comp sync value 0.
           77 WS-ESTAB-READ-COUNT  pic 9(4) comp sync value 0.

           77 WS-DM-FILE-STATUS  pic xx value spaces.
           77 WS-EST-FILE-STATUS pic xx value spaces.

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

           01 Variance-Report-Header.
                05  FILLER         PIC X(41) VALUE
                    'ESTABLISHMENT VARIANCE - FINANCIAL YEAR '.
                05  VRH-FIN-YEAR   PIC 9(4).
                05  FILLER         PIC X(9)  VALUE ' - AS AT '.
                05  VRH-DATE       PIC 9(8).
                05  FILLER         PIC X(18) VALUE SPACES.

           01 Variance-Column-Header-1.
                05  FILLER         PIC X(80) VALUE
                    '             ------- POSTS ------   '
                    & '---- ANNUAL PAYBILL (POUNDS) ----'.

           01 Variance-Column-Header-2.
                05  FILLER         PIC X(80) VALUE
                    'DEPT  CC     FUNDED ACTUAL VACANT     BUDGET'
                    & '     ACTUAL   VARIANCE  FLAG'.

      *      money is shown to the whole pound - the variance is the
      *      actual paybill less the budget, so plus is an overspend
           01 Variance-Detail.
                05  VD-DEPT        PIC X(4).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  VD-CC          PIC X(6).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  VD-FUNDED      PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  VD-HEADS       PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  VD-VACANT      PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  VD-BUDGET      PIC Z(9)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  VD-PAYBILL     PIC Z(9)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  VD-VARIANCE    PIC +(9)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  VD-FLAG        PIC X(12).

           01 Variance-Trailer-1.
                05  FILLER         PIC X(24) VALUE
                                       'DEPARTMENTS OVER POSTS: '.
                05  VT-OVER-POSTS  PIC Z(3)9.
                05  FILLER         PIC X(16) VALUE
                                       '   OVER BUDGET: '.
                05  VT-OVER-BUDGET PIC Z(3)9.
                05  FILLER         PIC X(16) VALUE
                                       '   NO ESTAB:    '.
                05  VT-NO-ESTAB    PIC Z(3)9.
                05  FILLER         PIC X(12) VALUE SPACES.

           01 Variance-Trailer-2.
                05  FILLER         PIC X(24) VALUE
                                       'TOTAL VACANCIES:        '.
                05  VT-VACANT      PIC Z(5)9.
                05  FILLER         PIC X(50) VALUE SPACES.

           01 Variance-No-Estab-Line.
                05  FILLER         PIC X(80) VALUE
                    'NO ESTABLISHMENT FILE - NOTHING IS FUNDED, '
                    & 'ACTUALS ONLY'.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR TO WS-FIN-YEAR
           if WS-TEMP-MONTH < WS-FY-START-MONTH then
               SUBTRACT 1 FROM WS-FIN-YEAR
           end-if
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM

           OPEN INPUT DEPT-MASTER
           if WS-DM-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open DEPT-MASTER. Status='
                   WS-DM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM LOAD-DEPT-TABLE UNTIL WS-DM-EOF
           CLOSE DEPT-MASTER

      *    a site not yet keeping an establishment still gets the
      *    actual heads and paybill, with nothing funded against them
           OPEN INPUT ESTABLISHMENT
           if WS-EST-FILE-STATUS = '35' then
               display 'No ESTABLISHMENT file - actuals only.'
               set WS-EST-ABSENT to true
           else
               if WS-EST-FILE-STATUS not = '00' then
                   display 'FATAL: Unable to open ESTABLISHMENT. '
                       'Status=' WS-EST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               end-if
               PERFORM LOAD-ESTABLISHMENT UNTIL WS-EST-EOF
               CLOSE ESTABLISHMENT
           end-if

           OPEN input EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM ROLL-UP-EMPLOYEES UNTIL WS-EMP-EOF
           CLOSE EMPLOYEE

           PERFORM COLLECT-COST-CENTRES
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           PERFORM WRITE-VARIANCE-REPORT

           display 'Establishment variance for ' WS-FIN-YEAR ' - '
               WS-ESTAB-READ-COUNT ' departments funded, '
               WS-OVER-POSTS-COUNT ' over posts, '
               WS-OVER-BUDGET-COUNT ' over budget.'

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
           if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:3) = 'FY=' and
              WS-PARM-TOKEN(WS-TOKEN-IDX)(4:4) numeric then
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(4:4) TO WS-FIN-YEAR
           end-if.

       LOAD-DEPT-TABLE.
           READ DEPT-MASTER NEXT RECORD
               AT END set WS-DM-EOF to true
               NOT AT END
                   MOVE DM-DEPT-CODE   TO WS-LOOKUP-DEPT
                   MOVE DM-COST-CENTRE TO WS-LOOKUP-CC
                   PERFORM FIND-OR-ADD-DEPT
           END-READ.

      *    only the year being reported is wanted - the file holds
      *    every year ESTAB-MAINT has been given
       LOAD-ESTABLISHMENT.
           READ ESTABLISHMENT NEXT RECORD
               AT END set WS-EST-EOF to true
               NOT AT END
                   if EST-FIN-YEAR = WS-FIN-YEAR then
                       PERFORM TAKE-ONE-ESTABLISHMENT
                   end-if
           END-READ.

       TAKE-ONE-ESTABLISHMENT.
           MOVE EST-DEPT-CODE TO WS-LOOKUP-DEPT
           MOVE 'UNKNWN' TO WS-LOOKUP-CC
           PERFORM FIND-OR-ADD-DEPT
           MOVE EST-FUNDED-POSTS   TO WS-DT-FUNDED(WS-DEPT-SLOT)
           MOVE EST-BUDGET-PAYBILL TO WS-DT-BUDGET(WS-DEPT-SLOT)
           MOVE 'Y' TO WS-DT-ESTAB-SW(WS-DEPT-SLOT)
           ADD 1 TO WS-ESTAB-READ-COUNT.

       ROLL-UP-EMPLOYEES.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-EMP-EOF to true
               NOT AT END PERFORM ROLL-UP-ONE-EMPLOYEE
           END-READ.

      *    leavers still on file hold no post
       ROLL-UP-ONE-EMPLOYEE.
           if EMPLOYEE-LEAVER then
               exit paragraph
           end-if
           MOVE EMPLOYEE-DEPT TO WS-LOOKUP-DEPT
           MOVE 'UNKNWN' TO WS-LOOKUP-CC
           PERFORM FIND-OR-ADD-DEPT

           if EMPLOYEE-FTE numeric then
               MOVE EMPLOYEE-FTE TO WS-EMP-FTE
           else
               MOVE 1 TO WS-EMP-FTE
           end-if
           COMPUTE WS-ACTUAL-PAY ROUNDED =
               EMPLOYEE-SALARY * WS-EMP-FTE
           ADD 1 TO WS-DT-HEADS(WS-DEPT-SLOT)
           ADD WS-ACTUAL-PAY TO WS-DT-PAYBILL(WS-DEPT-SLOT).

      *    leaves WS-DEPT-SLOT on the matching (or newly added) entry
      *    - a new entry is charged to WS-LOOKUP-CC
       FIND-OR-ADD-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND-SW
           MOVE 0 TO WS-DEPT-SLOT
           PERFORM FIND-DEPT-PASS
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  or WS-DEPT-FOUND
           if WS-DEPT-FOUND then
               exit paragraph
           end-if
           if WS-DEPT-COUNT >= 100 then
               display 'FATAL: more than 100 departments - '
               display '       increase WS-DEPT-TABLE.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
           MOVE WS-LOOKUP-DEPT TO WS-DT-DEPT(WS-DEPT-SLOT)
           MOVE WS-LOOKUP-CC   TO WS-DT-CC(WS-DEPT-SLOT)
           MOVE 0 TO WS-DT-FUNDED(WS-DEPT-SLOT)
           MOVE 0 TO WS-DT-BUDGET(WS-DEPT-SLOT)
           MOVE 0 TO WS-DT-HEADS(WS-DEPT-SLOT)
           MOVE 0 TO WS-DT-PAYBILL(WS-DEPT-SLOT)
           MOVE 'N' TO WS-DT-ESTAB-SW(WS-DEPT-SLOT).

       FIND-DEPT-PASS.
           if WS-DT-DEPT(WS-DEPT-IDX) = WS-LOOKUP-DEPT then
               set WS-DEPT-FOUND to true
               MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
           end-if.

      *    a department with no post funded and nobody in it (a
      *    closed one, say) has nothing to report and is left out
       COLLECT-COST-CENTRES.
           if not WS-DT-HAS-ESTAB(WS-DEPT-IDX) and
              WS-DT-HEADS(WS-DEPT-IDX) = 0 then
               exit paragraph
           end-if
           MOVE 'N' TO WS-CC-FOUND-SW
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
           MOVE WS-DT-CC(WS-DEPT-IDX) TO WS-CC-CODE(WS-CC-COUNT).

       FIND-CC-PASS.
           if WS-CC-CODE(WS-CC-IDX) = WS-DT-CC(WS-DEPT-IDX) then
               set WS-CC-FOUND to true
           end-if.

       WRITE-VARIANCE-REPORT.
           OPEN output Report-File
           MOVE WS-FIN-YEAR TO VRH-FIN-YEAR
           MOVE WS-TEMP-DATE TO VRH-DATE
           WRITE Report-Record FROM Variance-Report-Header
               AFTER ADVANCING 1 LINE
           if WS-EST-ABSENT then
               WRITE Report-Record FROM Variance-No-Estab-Line
                   AFTER ADVANCING 1 LINE
           end-if
           WRITE Report-Record FROM Variance-Column-Header-1
               AFTER ADVANCING 2 LINES
           WRITE Report-Record FROM Variance-Column-Header-2
               AFTER ADVANCING 1 LINE

           INITIALIZE WS-GRAND-TOTALS
           PERFORM WRITE-ONE-COST-CENTRE
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT

           MOVE 'ALL '  TO VD-DEPT
           MOVE 'TOTAL' TO VD-CC
           MOVE WS-TOT-FUNDED  TO VD-FUNDED
           MOVE WS-TOT-HEADS   TO VD-HEADS
           MOVE WS-TOT-VACANT  TO VD-VACANT
           COMPUTE VD-BUDGET ROUNDED  = WS-TOT-BUDGET
           COMPUTE VD-PAYBILL ROUNDED = WS-TOT-PAYBILL
           COMPUTE VD-VARIANCE ROUNDED =
               WS-TOT-PAYBILL - WS-TOT-BUDGET
           MOVE SPACES TO VD-FLAG
           WRITE Report-Record FROM Variance-Detail
               AFTER ADVANCING 2 LINES

           MOVE WS-OVER-POSTS-COUNT  TO VT-OVER-POSTS
           MOVE WS-OVER-BUDGET-COUNT TO VT-OVER-BUDGET
           MOVE WS-NO-ESTAB-COUNT    TO VT-NO-ESTAB
           WRITE Report-Record FROM Variance-Trailer-1
               AFTER ADVANCING 2 LINES
           MOVE WS-TOT-VACANT TO VT-VACANT
           WRITE Report-Record FROM Variance-Trailer-2
               AFTER ADVANCING 1 LINE
           CLOSE Report-File.

      *    each department charged to the cost centre, then the
      *    cost centre's subtotal
       WRITE-ONE-COST-CENTRE.
           INITIALIZE WS-SUB-TOTALS
           PERFORM WRITE-DEPT-IF-IN-CC
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           MOVE SPACES TO VD-DEPT
           MOVE WS-CC-CODE(WS-CC-IDX) TO VD-CC
           MOVE WS-SUB-FUNDED  TO VD-FUNDED
           MOVE WS-SUB-HEADS   TO VD-HEADS
           MOVE WS-SUB-VACANT  TO VD-VACANT
           COMPUTE VD-BUDGET ROUNDED  = WS-SUB-BUDGET
           COMPUTE VD-PAYBILL ROUNDED = WS-SUB-PAYBILL
           COMPUTE VD-VARIANCE ROUNDED =
               WS-SUB-PAYBILL - WS-SUB-BUDGET
           MOVE 'CC TOTAL' TO VD-FLAG
           WRITE Report-Record FROM Variance-Detail
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO Report-Record
           WRITE Report-Record AFTER ADVANCING 1 LINE

           ADD WS-SUB-FUNDED  TO WS-TOT-FUNDED
           ADD WS-SUB-HEADS   TO WS-TOT-HEADS
           ADD WS-SUB-VACANT  TO WS-TOT-VACANT
           ADD WS-SUB-BUDGET  TO WS-TOT-BUDGET
           ADD WS-SUB-PAYBILL TO WS-TOT-PAYBILL.

      *    vacancies are the funded posts not filled - a department
      *    over its posts has none, rather than a negative number
       WRITE-DEPT-IF-IN-CC.
           if WS-DT-CC(WS-DEPT-IDX) not = WS-CC-CODE(WS-CC-IDX) then
               exit paragraph
           end-if
           if not WS-DT-HAS-ESTAB(WS-DEPT-IDX) and
              WS-DT-HEADS(WS-DEPT-IDX) = 0 then
               exit paragraph
           end-if

           MOVE 0 TO WS-VACANT
           if WS-DT-FUNDED(WS-DEPT-IDX) > WS-DT-HEADS(WS-DEPT-IDX)
               then
               COMPUTE WS-VACANT = WS-DT-FUNDED(WS-DEPT-IDX)
                   - WS-DT-HEADS(WS-DEPT-IDX)
           end-if
           COMPUTE WS-VARIANCE = WS-DT-PAYBILL(WS-DEPT-IDX)
               - WS-DT-BUDGET(WS-DEPT-IDX)

           MOVE WS-DT-DEPT(WS-DEPT-IDX)   TO VD-DEPT
           MOVE WS-DT-CC(WS-DEPT-IDX)     TO VD-CC
           MOVE WS-DT-FUNDED(WS-DEPT-IDX) TO VD-FUNDED
           MOVE WS-DT-HEADS(WS-DEPT-IDX)  TO VD-HEADS
           MOVE WS-VACANT                 TO VD-VACANT
           COMPUTE VD-BUDGET ROUNDED  = WS-DT-BUDGET(WS-DEPT-IDX)
           COMPUTE VD-PAYBILL ROUNDED = WS-DT-PAYBILL(WS-DEPT-IDX)
           COMPUTE VD-VARIANCE ROUNDED = WS-VARIANCE
           PERFORM SET-VARIANCE-FLAG
           WRITE Report-Record FROM Variance-Detail
               AFTER ADVANCING 1 LINE

           ADD WS-DT-FUNDED(WS-DEPT-IDX)  TO WS-SUB-FUNDED
           ADD WS-DT-HEADS(WS-DEPT-IDX)   TO WS-SUB-HEADS
           ADD WS-VACANT                  TO WS-SUB-VACANT
           ADD WS-DT-BUDGET(WS-DEPT-IDX)  TO WS-SUB-BUDGET
           ADD WS-DT-PAYBILL(WS-DEPT-IDX) TO WS-SUB-PAYBILL.

      *    staff in a department nobody has funded are shown, but
      *    flagged rather than counted as over
       SET-VARIANCE-FLAG.
           MOVE SPACES TO VD-FLAG
           if not WS-DT-HAS-ESTAB(WS-DEPT-IDX) then
               MOVE 'NOT FUNDED' TO VD-FLAG
               ADD 1 TO WS-NO-ESTAB-COUNT
               exit paragraph
           end-if
           if WS-DT-HEADS(WS-DEPT-IDX) > WS-DT-FUNDED(WS-DEPT-IDX)
               then
               ADD 1 TO WS-OVER-POSTS-COUNT
               MOVE 'OVER POSTS' TO VD-FLAG
           end-if
           if WS-VARIANCE > 0 then
               ADD 1 TO WS-OVER-BUDGET-COUNT
               if VD-FLAG = SPACES then
                   MOVE 'OVER BUDGET' TO VD-FLAG
               else
                   MOVE 'OVER BOTH' TO VD-FLAG
               end-if
           end-if.
