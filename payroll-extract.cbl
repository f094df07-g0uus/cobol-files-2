           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-PAY-FILE-STATUS.
      *    dynamic access so each employee's spells can be STARTed
      *    at and read through in turn
       SELECT ABSENCE
           ASSIGN TO './Absence.dat'
           ORGANIZATION IS INDEXED
           access mode is dynamic
           RECORD KEY IS ABS-KEY
           file status is WS-ABS-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.
      *    Bring in the file definitions
       copy employee-rec.
       copy payroll-rec.
       copy absence-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           77 WS-EXTRACT-COUNT  pic 9(5) comp sync value 0.
           77 WS-TOTAL-GROSS    pic 9(8)V99 comp sync value 0.
           77 WS-MONTHLY-GROSS  pic 9(5)V99 value 0.
      *      EMPLOYEE-SALARY is the full-time rate - what is paid is
      *      that scaled by the FTE (1 for a record filed before the
      *      contract fields existed)
           77 WS-PAY-FTE        pic 9V9999 value 0.
           77 WS-ACTUAL-ANNUAL  pic 9(5)V99 value 0.

           77 WS-PAY-FILE-STATUS pic xx value spaces.

                05  PX-COUNT       PIC Z(3)9.
                05  FILLER         PIC X(46) VALUE SPACES.

      *      sickness running into this pay month that has lasted four
      *      weeks or more - statutory sick pay rules may apply, so the
      *      bureau is told.  gathered as the extract is cut and
      *      printed behind the missing-details list
           77 WS-ABS-FILE-STATUS pic xx value spaces.
           77 WS-LONG-SPELL-DAYS pic 9(3) value 28.
           77 WS-MONTH-START-8   pic 9(8) value 0.
           77 WS-TODAY-INT       pic 9(7) comp sync value 0.
           77 WS-MONTH-START-INT pic 9(7) comp sync value 0.
           77 WS-SPELL-START-INT pic 9(7) comp sync value 0.
           77 WS-SPELL-END-INT   pic 9(7) comp sync value 0.
           77 WS-SPELL-LENGTH    pic 9(5) comp sync value 0.
           77 WS-LONG-COUNT      pic 9(3) comp sync value 0.
           77 WS-LONG-IDX        pic 9(3) comp sync value 0.
           01 WS-LONG-TABLE.
               05 WS-LONG-ENTRY occurs 200 times.
                   10 WS-LNG-ID        pic 9(6).
                   10 WS-LNG-NAME      pic x(20).
                   10 WS-LNG-START     pic 9(8).
                   10 WS-LNG-END       pic 9(8).
                   10 WS-LNG-LENGTH    pic 9(5).
                   10 WS-LNG-DAYS-LOST pic 9(3)V9.
           01 filler.
             10 WS-ABS-EOF-SW pic x(1) value 'N'.
                88 WS-ABS-EOF value 'Y'.
           01 filler.
             10 WS-ABS-OPEN-SW pic x(1) value 'N'.
                88 WS-ABS-OPEN value 'Y'.

           01 Long-Absence-Header.
                05  FILLER         PIC X(44) VALUE
                    'PAYROLL EXTRACT - LONG SICKNESS ABSENCE'.
                05  FILLER         PIC X(36) VALUE SPACES.

           01 Long-Absence-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    ' ID      NAME                  FROM      TO   '
                    & '     CAL DAYS  DAYS LOST'.

           01 Long-Absence-Detail.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  LA-ID          PIC Z(5)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  LA-NAME        PIC X(20).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  LA-START       PIC 9(8).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  LA-END         PIC X(8).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  LA-LENGTH      PIC Z(7)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  LA-DAYS-LOST   PIC Z(6)9,9.
                05  FILLER         PIC X(10) VALUE SPACES.

           01 Long-Absence-Trailer.
                05  FILLER         PIC X(30) VALUE
                    'LONG SICKNESS SPELLS:         '.
                05  LA-COUNT       PIC Z(3)9.
                05  FILLER         PIC X(46) VALUE SPACES.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               STOP RUN
           end-if

      *    no absence file yet means nobody is on long sickness
           OPEN input ABSENCE
           if WS-ABS-FILE-STATUS not = '00' and
              WS-ABS-FILE-STATUS not = '35' then
               display 'FATAL: Unable to open ABSENCE. Status='
                   WS-ABS-FILE-STATUS
               STOP RUN
           end-if

           OPEN output Report-File
           WRITE Report-Record FROM Exception-Report-Header
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Exception-Trailer
               AFTER ADVANCING 2 LINES

           WRITE Report-Record FROM Long-Absence-Header
               AFTER ADVANCING 3 LINES
           WRITE Report-Record FROM Long-Absence-Column-Header
               AFTER ADVANCING 2 LINES
           PERFORM PRINT-LONG-ABSENCE
               VARYING WS-LONG-IDX FROM 1 BY 1
               UNTIL WS-LONG-IDX > WS-LONG-COUNT
           MOVE WS-LONG-COUNT TO LA-COUNT
           WRITE Report-Record FROM Long-Absence-Trailer
               AFTER ADVANCING 2 LINES

           CLOSE EMPLOYEE
           if WS-ABS-FILE-STATUS not = '35' then
               CLOSE ABSENCE
           end-if
           CLOSE PAYROLL-EXTRACT
           CLOSE Report-File

           display 'Payroll extract cut: ' WS-EXTRACT-COUNT
               ' employees, ' WS-MISSING-COUNT
               ' missing statutory details, ' WS-LONG-COUNT
               ' on long sickness.'

           STOP RUN.

           MOVE SPACES TO PAYROLL-RECORD
           MOVE 'PAYROLL-HDR' TO PAY-HDR-ID
           MOVE WS-TEMP-DATE TO PAY-HDR-PERIOD-DATE
           WRITE PAYROLL-RECORD
           MOVE WS-TEMP-DATE TO WS-MONTH-START-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-8)
           MOVE 01 TO WS-MONTH-START-8(7:2)
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-8).

       READ-PROCEDURE.
           READ EMPLOYEE NEXT RECORD
           END-READ.

       WRITE-EXTRACT-DETAIL.
           if EMPLOYEE-FTE numeric then
               MOVE EMPLOYEE-FTE TO WS-PAY-FTE
           else
               MOVE 1 TO WS-PAY-FTE
           end-if
           COMPUTE WS-ACTUAL-ANNUAL ROUNDED =
               EMPLOYEE-SALARY * WS-PAY-FTE
           DIVIDE WS-ACTUAL-ANNUAL BY 12
               GIVING WS-MONTHLY-GROSS ROUNDED

           MOVE SPACES TO PAYROLL-RECORD
           MOVE EMPLOYEE-SURNAME  TO PAY-DET-SURNAME
           MOVE EMPLOYEE-FORENAME TO PAY-DET-FORENAME
           MOVE EMPLOYEE-DEPT   TO PAY-DET-DEPT
           MOVE WS-ACTUAL-ANNUAL TO PAY-DET-ANNUAL-SALARY
           MOVE WS-MONTHLY-GROSS TO PAY-DET-MONTHLY-GROSS
           MOVE EMPLOYEE-GRADE  TO PAY-DET-GRADE
           MOVE EMPLOYEE-NI-NUMBER  TO PAY-DET-NI-NUMBER
           MOVE EMPLOYEE-TAX-CODE   TO PAY-DET-TAX-CODE
           MOVE EMPLOYEE-SORT-CODE  TO PAY-DET-SORT-CODE
           MOVE EMPLOYEE-ACCOUNT-NO TO PAY-DET-ACCOUNT-NO
           MOVE WS-PAY-FTE          TO PAY-DET-FTE
           WRITE PAYROLL-RECORD

           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-MONTHLY-GROSS TO WS-TOTAL-GROSS

           PERFORM CHECK-STATUTORY-DETAILS
           PERFORM CHECK-LONG-ABSENCE.

      *    the employee still goes on the extract - the bureau wants
      *    the pay run whole - but the exception list tells data prep
           MOVE WS-EXTRACT-COUNT TO PAY-TRL-RECORD-COUNT
           MOVE WS-TOTAL-GROSS   TO PAY-TRL-TOTAL-GROSS
           WRITE PAYROLL-RECORD.

      *    every sickness spell this employee has that was still
      *    running on or after the first of the pay month, and has
      *    lasted four weeks or more counting to today if still open
       CHECK-LONG-ABSENCE.
           if WS-ABS-FILE-STATUS = '35' then
               exit paragraph
           end-if
           MOVE 'N' TO WS-ABS-EOF-SW
           MOVE EMPLOYEE-ID TO ABS-EMPLOYEE-ID
           MOVE 0 TO ABS-START-DATE
           START ABSENCE KEY IS NOT LESS THAN ABS-KEY
               INVALID KEY set WS-ABS-EOF to true
           END-START
           PERFORM CHECK-LONG-ABSENCE-PASS UNTIL WS-ABS-EOF.

       CHECK-LONG-ABSENCE-PASS.
           READ ABSENCE NEXT RECORD
               AT END set WS-ABS-EOF to true
               NOT AT END
                   if ABS-EMPLOYEE-ID not = EMPLOYEE-ID then
                       set WS-ABS-EOF to true
                   else
                       if ABS-SICKNESS then
                           PERFORM MEASURE-ONE-SPELL
                       end-if
                   end-if
           END-READ.

       MEASURE-ONE-SPELL.
           COMPUTE WS-SPELL-START-INT =
               FUNCTION INTEGER-OF-DATE(ABS-START-DATE)
           if ABS-END-DATE = 0 then
               set WS-ABS-OPEN to true
               MOVE WS-TODAY-INT TO WS-SPELL-END-INT
           else
               MOVE 'N' TO WS-ABS-OPEN-SW
               COMPUTE WS-SPELL-END-INT =
                   FUNCTION INTEGER-OF-DATE(ABS-END-DATE)
           end-if
           if WS-SPELL-END-INT < WS-MONTH-START-INT then
               exit paragraph
           end-if
           COMPUTE WS-SPELL-LENGTH =
               WS-SPELL-END-INT - WS-SPELL-START-INT + 1
           if WS-SPELL-LENGTH < WS-LONG-SPELL-DAYS then
               exit paragraph
           end-if
           if WS-LONG-COUNT >= 200 then
               display 'WARNING: more than 200 long sickness spells - '
                   'increase WS-LONG-TABLE'
               exit paragraph
           end-if
           ADD 1 TO WS-LONG-COUNT
           MOVE EMPLOYEE-ID      TO WS-LNG-ID(WS-LONG-COUNT)
           MOVE EMPLOYEE-SURNAME TO WS-LNG-NAME(WS-LONG-COUNT)
           MOVE ABS-START-DATE   TO WS-LNG-START(WS-LONG-COUNT)
           MOVE ABS-END-DATE     TO WS-LNG-END(WS-LONG-COUNT)
           MOVE WS-SPELL-LENGTH  TO WS-LNG-LENGTH(WS-LONG-COUNT)
           MOVE ABS-DAYS-LOST    TO WS-LNG-DAYS-LOST(WS-LONG-COUNT).

       PRINT-LONG-ABSENCE.
           MOVE WS-LNG-ID(WS-LONG-IDX)        TO LA-ID
           MOVE WS-LNG-NAME(WS-LONG-IDX)      TO LA-NAME
           MOVE WS-LNG-START(WS-LONG-IDX)     TO LA-START
           if WS-LNG-END(WS-LONG-IDX) = 0 then
               MOVE 'OPEN' TO LA-END
           else
               MOVE WS-LNG-END(WS-LONG-IDX)   TO LA-END
           end-if
           MOVE WS-LNG-LENGTH(WS-LONG-IDX)    TO LA-LENGTH
           MOVE WS-LNG-DAYS-LOST(WS-LONG-IDX) TO LA-DAYS-LOST
           WRITE Report-Record FROM Long-Absence-Detail
               AFTER ADVANCING 1 LINE.
