       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RECON.
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
      *    the extract we sent the bureau for the period
       SELECT PAYROLL-EXTRACT
           ASSIGN TO './Payroll-Extract.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-PAY-FILE-STATUS.
      *    what the bureau says it actually paid - in whatever order
      *    the bureau sends it
       SELECT BUREAU-RETURN
           ASSIGN TO './Bureau-Return.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BUR-FILE-STATUS.
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
       SELECT RECON-EXCEPTIONS
           ASSIGN TO './Payroll-Recon-Exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-RCX-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy payroll-rec.
       copy bureau-rec.
       copy employee-rec.
       copy recon-exc-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

           01 filler.
             10 WS-EOF-SW PIC X(1) VALUE 'N'.
                88 WS-EOF VALUE 'T'.

      *      TOL=nnnn on the command line is the tolerance in pence a
      *      matched employee's gross may differ by before it is an
      *      exception - the default allows a pound either way
           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.
           77 WS-TOL-PENCE pic 9(4) value 0.
           77 WS-TOLERANCE pic 9(3)V99 value 1,00.

           77 WS-PAY-FILE-STATUS pic xx value spaces.
           77 WS-BUR-FILE-STATUS pic xx value spaces.
           77 WS-RCX-FILE-STATUS pic xx value spaces.

      *      period from the extract header - CCYYMM, and the first of
      *      that month for the leaving-date test
           77 WS-PERIOD          pic 9(6) value 0.
           77 WS-PERIOD-START-8  pic 9(8) value 0.
           77 WS-RUN-DATE        pic 9(8) value 0.
           01 filler.
             10 WS-HDR-SEEN-SW pic x(1) value 'N'.
                88 WS-HDR-SEEN value 'Y'.
           01 filler.
             10 WS-TRL-SEEN-SW pic x(1) value 'N'.
                88 WS-TRL-SEEN value 'Y'.

      *      the extract is loaded whole - it is in EMPLOYEE-ID order
      *      but the bureau's return need not be.  an entry is marked
      *      once paid, so what is left unmarked was not paid and a
      *      second payment against a marked entry is a duplicate
           77 WS-EXT-COUNT pic 9(4) comp sync value 0.
           77 WS-EXT-IDX   pic 9(4) comp sync value 0.
           01 WS-EXT-TABLE.
               05 WS-EXT-ENTRY occurs 2000 times.
                   10 WS-EXT-ID      pic 9(6).
                   10 WS-EXT-SURNAME pic x(20).
                   10 WS-EXT-GROSS   pic 9(5)V99.
                   10 WS-EXT-PAID    pic x(1).
                      88 WS-EXT-WAS-PAID value 'Y'.
           01 filler.
             10 WS-EXT-FOUND-SW pic x(1) value 'N'.
                88 WS-EXT-FOUND value 'Y'.

      *      the employee file's view of whoever is being looked at
           77 WS-MST-STATUS    pic x(1) value spaces.
           77 WS-MST-SURNAME   pic x(20) value spaces.
           77 WS-MST-NI        pic x(9) value spaces.
           77 WS-MST-TERM-DATE pic 9(8) value 0.
           01 filler.
             10 WS-MST-FOUND-SW pic x(1) value 'N'.
                88 WS-MST-FOUND value 'Y'.

           77 WS-DIFF     pic S9(5)V99 comp sync value 0.
           77 WS-ABS-DIFF pic 9(5)V99 comp sync value 0.

      *      control totals - the bureau total less our trailer total
      *      is made up of what was paid without being sent, what was
      *      sent without being paid, duplicates and the differences
      *      on the employees who were both sent and paid
           77 WS-EXT-DETAIL-COUNT pic 9(5) comp sync value 0.
           77 WS-EXT-DETAIL-GROSS pic 9(8)V99 comp sync value 0.
           77 WS-TRL-COUNT        pic 9(5) comp sync value 0.
           77 WS-TRL-GROSS        pic 9(8)V99 comp sync value 0.
           77 WS-BUR-READ-COUNT   pic 9(5) comp sync value 0.
           77 WS-BUR-SKIP-COUNT   pic 9(5) comp sync value 0.
           77 WS-BUR-COUNT        pic 9(5) comp sync value 0.
           77 WS-BUR-GROSS        pic 9(8)V99 comp sync value 0.
           77 WS-PNEX-GROSS       pic 9(8)V99 comp sync value 0.
           77 WS-XNPD-GROSS       pic 9(8)V99 comp sync value 0.
           77 WS-DUPP-GROSS       pic 9(8)V99 comp sync value 0.
           77 WS-PERD-GROSS       pic 9(8)V99 comp sync value 0.
           77 WS-MATCHED-DIFF     pic S9(8)V99 comp sync value 0.
           77 WS-BEYOND-DIFF      pic S9(8)V99 comp sync value 0.
           77 WS-BALANCE-DIFF     pic S9(8)V99 comp sync value 0.
           77 WS-EXPLAINED        pic S9(8)V99 comp sync value 0.
           77 WS-UNEXPLAINED      pic S9(8)V99 comp sync value 0.
           77 WS-EXCEPTION-COUNT  pic 9(5) comp sync value 0.

      *      exception codes with the text written to the exceptions
      *      file, and a tally of each for the report's summary
           01 WS-EXC-CODE-DATA.
               05 filler pic x(38) value
                   'PNEXPAID BUT NOT ON OUR EXTRACT       '.
               05 filler pic x(38) value
                   'XNPDON OUR EXTRACT BUT NOT PAID       '.
               05 filler pic x(38) value
                   'GRSDGROSS PAID DIFFERS FROM EXTRACT   '.
               05 filler pic x(38) value
                   'NINONI NUMBER DIFFERS FROM EMPLOYEE   '.
               05 filler pic x(38) value
                   'DUPPPAID MORE THAN ONCE IN PERIOD     '.
               05 filler pic x(38) value
                   'LVPDPAID AFTER LEAVING DATE           '.
               05 filler pic x(38) value
                   'PERDBUREAU RECORD FOR ANOTHER PERIOD  '.
           01 WS-EXC-CODE-TABLE redefines WS-EXC-CODE-DATA.
               05 WS-EXC-CODE-ENTRY occurs 7 times.
                   10 WS-EXC-CODE pic x(4).
                   10 WS-EXC-TEXT pic x(34).
           01 WS-EXC-TALLIES.
               05 WS-EXC-TALLY occurs 7 times pic 9(5) comp sync.
           77 WS-EXC-IDX   pic 9(2) comp sync value 0.
           77 WS-EXC-COUNT pic 9(2) comp sync value 7.
           77 WS-THIS-CODE pic x(4) value spaces.
           77 WS-THIS-NOTE pic x(13) value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

           01 Recon-Report-Header.
                05  FILLER         PIC X(40) VALUE
                    'PAYROLL BUREAU RECONCILIATION - PERIOD '.
                05  RRH-PERIOD     PIC 9(6).
                05  FILLER         PIC X(10) VALUE '  RUN ON  '.
                05  RRH-DATE       PIC 9(8).
                05  FILLER         PIC X(16) VALUE SPACES.

           01 Recon-Tolerance-Line.
                05  FILLER         PIC X(34) VALUE
                    'GROSS TOLERANCE PER EMPLOYEE:     '.
                05  RTL-TOLERANCE  PIC ZZ9,99.
                05  FILLER         PIC X(40) VALUE SPACES.

           01 Recon-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    ' CODE EMP-ID NAME                 S   EXTRACT    '
                    & 'BUREAU DIFFERENCE NOTE'.

           01 Recon-Detail.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-CODE        PIC X(4).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-ID          PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-NAME        PIC X(20).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-STATUS      PIC X(1).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-EXTRACT     PIC Z(5)9,99.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-BUREAU      PIC Z(5)9,99.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-DIFF        PIC -(6)9,99.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-NOTE        PIC X(13).

           01 Recon-None-Line.
                05  FILLER         PIC X(80) VALUE
                    '*** NO EXCEPTIONS - EVERY EMPLOYEE SENT WAS PAID '
                    & 'AS SENT ***'.

           01 Recon-Section-Header.
                05  FILLER         PIC X(80) VALUE
                    'CONTROL TOTALS'.

           01 Recon-Amount-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  RA-LABEL       PIC X(44).
                05  RA-AMOUNT      PIC -(8)9,99.
                05  FILLER         PIC X(22) VALUE SPACES.

           01 Recon-Count-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  RC-LABEL       PIC X(44).
                05  FILLER         PIC X(6)  VALUE SPACES.
                05  RC-COUNT       PIC Z(4)9.
                05  FILLER         PIC X(23) VALUE SPACES.

           01 Recon-Message-Line.
                05  RM-TEXT        PIC X(80).

           01 Recon-Code-Header.
                05  FILLER         PIC X(80) VALUE
                    'EXCEPTIONS BY TYPE'.

           01 Recon-Code-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  RCL-CODE       PIC X(4).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  RCL-TEXT       PIC X(34).
                05  FILLER         PIC X(4)  VALUE SPACES.
                05  RCL-COUNT      PIC Z(4)9.
                05  FILLER         PIC X(29) VALUE SPACES.

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

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-RUN-DATE

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM

           PERFORM LOAD-EXTRACT

           OPEN input EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               STOP RUN
           end-if

           OPEN input BUREAU-RETURN
           if WS-BUR-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open BUREAU-RETURN. Status='
                   WS-BUR-FILE-STATUS
               STOP RUN
           end-if

           OPEN output RECON-EXCEPTIONS
           if WS-RCX-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open RECON-EXCEPTIONS. '
                   'Status=' WS-RCX-FILE-STATUS
               STOP RUN
           end-if

           PERFORM CLEAR-ONE-TALLY
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT

           OPEN output Report-File
           MOVE WS-PERIOD TO RRH-PERIOD
           MOVE WS-RUN-DATE TO RRH-DATE
           WRITE Report-Record FROM Recon-Report-Header
               AFTER ADVANCING 1 LINE
           MOVE WS-TOLERANCE TO RTL-TOLERANCE
           WRITE Report-Record FROM Recon-Tolerance-Line
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Recon-Column-Header
               AFTER ADVANCING 2 LINES

      *    payments are checked as the bureau's file is read; then
      *    whatever on the extract was never paid
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-BUREAU-RETURN UNTIL WS-EOF
           PERFORM CHECK-ONE-UNPAID
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-EXT-COUNT

           if WS-EXCEPTION-COUNT = 0 then
               WRITE Report-Record FROM Recon-None-Line
                   AFTER ADVANCING 1 LINE
           end-if

           PERFORM PRINT-CONTROL-TOTALS
           PERFORM PRINT-CODE-COUNTS

           CLOSE EMPLOYEE
           CLOSE BUREAU-RETURN
           CLOSE RECON-EXCEPTIONS
           CLOSE Report-File

           display 'Payroll reconciliation for ' WS-PERIOD ' - '
               WS-BUR-COUNT ' paid against ' WS-EXT-COUNT
               ' sent, ' WS-EXCEPTION-COUNT ' exceptions.'
           if WS-BALANCE-DIFF not = 0 then
               display 'WARNING: bureau total differs from the '
                   'extract trailer - see the report.'
           end-if

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
           if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:4) = 'TOL=' and
              WS-PARM-TOKEN(WS-TOKEN-IDX)(5:4) numeric then
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(5:4) TO WS-TOL-PENCE
               COMPUTE WS-TOLERANCE = WS-TOL-PENCE / 100
               display 'Gross tolerance set to ' WS-TOL-PENCE
                   ' pence'
           end-if.

       CLEAR-ONE-TALLY.
           MOVE 0 TO WS-EXC-TALLY(WS-EXC-IDX).

      *    the extract must be whole - header, details and trailer -
      *    or there is nothing safe to reconcile against
       LOAD-EXTRACT.
           OPEN input PAYROLL-EXTRACT
           if WS-PAY-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open PAYROLL-EXTRACT. Status='
                   WS-PAY-FILE-STATUS
               STOP RUN
           end-if
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-EXTRACT UNTIL WS-EOF
           CLOSE PAYROLL-EXTRACT
           if not WS-HDR-SEEN then
               display 'FATAL: PAYROLL-EXTRACT has no header record.'
               STOP RUN
           end-if
           if not WS-TRL-SEEN then
               display 'FATAL: PAYROLL-EXTRACT has no trailer record '
                   '- the extract is incomplete.'
               STOP RUN
           end-if.

       READ-EXTRACT.
           READ PAYROLL-EXTRACT
               AT END set WS-EOF to true
               NOT AT END PERFORM LOAD-ONE-EXTRACT-RECORD
           END-READ.

       LOAD-ONE-EXTRACT-RECORD.
           if PAY-HDR-ID = 'PAYROLL-HDR' then
               set WS-HDR-SEEN to true
               MOVE PAY-HDR-PERIOD-DATE(1:6) TO WS-PERIOD
               MOVE PAY-HDR-PERIOD-DATE TO WS-PERIOD-START-8
               MOVE 01 TO WS-PERIOD-START-8(7:2)
               exit paragraph
           end-if
           if PAY-TRL-ID = 'PAYROLL-TRL' then
               set WS-TRL-SEEN to true
               MOVE PAY-TRL-RECORD-COUNT TO WS-TRL-COUNT
               MOVE PAY-TRL-TOTAL-GROSS  TO WS-TRL-GROSS
               exit paragraph
           end-if
           if PAY-DET-EMPLOYEE-ID not numeric or
              PAY-DET-MONTHLY-GROSS not numeric then
               display 'WARNING: unreadable PAYROLL-EXTRACT record '
                   'skipped - ' PAYROLL-RECORD(1:40)
               exit paragraph
           end-if
           if WS-EXT-COUNT >= 2000 then
               display 'FATAL: more than 2000 employees on the extract '
               display '       - increase WS-EXT-TABLE.'
               STOP RUN
           end-if
           ADD 1 TO WS-EXT-COUNT
           MOVE PAY-DET-EMPLOYEE-ID   TO WS-EXT-ID(WS-EXT-COUNT)
           MOVE PAY-DET-SURNAME       TO WS-EXT-SURNAME(WS-EXT-COUNT)
           MOVE PAY-DET-MONTHLY-GROSS TO WS-EXT-GROSS(WS-EXT-COUNT)
           MOVE 'N'                   TO WS-EXT-PAID(WS-EXT-COUNT)
           ADD 1 TO WS-EXT-DETAIL-COUNT
           ADD PAY-DET-MONTHLY-GROSS TO WS-EXT-DETAIL-GROSS.

       READ-BUREAU-RETURN.
           READ BUREAU-RETURN
               AT END set WS-EOF to true
               NOT AT END PERFORM RECONCILE-ONE-PAYMENT
           END-READ.

       RECONCILE-ONE-PAYMENT.
           ADD 1 TO WS-BUR-READ-COUNT
           if BUR-EMPLOYEE-ID not numeric or
              BUR-GROSS-PAID not numeric then
               display 'WARNING: unreadable BUREAU-RETURN record '
                   'skipped - ' BUREAU-RETURN-RECORD
               ADD 1 TO WS-BUR-SKIP-COUNT
               exit paragraph
           end-if

           MOVE BUR-EMPLOYEE-ID TO EMPLOYEE-ID
           PERFORM LOOK-UP-EMPLOYEE

           MOVE SPACES TO RECON-EXCEPTION-RECORD
           MOVE WS-PERIOD       TO RCX-PERIOD
           MOVE BUR-EMPLOYEE-ID TO RCX-EMPLOYEE-ID
           MOVE WS-MST-SURNAME  TO RCX-SURNAME
           MOVE WS-MST-STATUS   TO RCX-STATUS
           MOVE 0               TO RCX-EXTRACT-GROSS
           MOVE BUR-GROSS-PAID  TO RCX-BUREAU-GROSS
           MOVE BUR-GROSS-PAID  TO RCX-DIFFERENCE
           MOVE WS-MST-NI       TO RCX-OUR-NI
           MOVE BUR-NI-NUMBER   TO RCX-BUREAU-NI

      *    a record for another period is listed but kept out of the
      *    totals - it belongs to some other month's reconciliation
           if BUR-PERIOD not = WS-PERIOD then
               ADD BUR-GROSS-PAID TO WS-PERD-GROSS
               MOVE 'PERD' TO WS-THIS-CODE
               MOVE SPACES TO WS-THIS-NOTE
               STRING 'PERIOD ' BUR-PERIOD DELIMITED BY SIZE
                   INTO WS-THIS-NOTE
               PERFORM WRITE-EXCEPTION
               exit paragraph
           end-if

           ADD 1 TO WS-BUR-COUNT
           ADD BUR-GROSS-PAID TO WS-BUR-GROSS

           MOVE 'N' TO WS-EXT-FOUND-SW
           PERFORM FIND-EXTRACT-SLOT
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-EXT-COUNT
                  or WS-EXT-FOUND

           if not WS-EXT-FOUND then
               ADD BUR-GROSS-PAID TO WS-PNEX-GROSS
               MOVE 'PNEX' TO WS-THIS-CODE
               PERFORM SET-STATUS-NOTE
               PERFORM WRITE-EXCEPTION
           else
               MOVE WS-EXT-SURNAME(WS-EXT-IDX) TO RCX-SURNAME
               MOVE WS-EXT-GROSS(WS-EXT-IDX) TO RCX-EXTRACT-GROSS
               if WS-EXT-WAS-PAID(WS-EXT-IDX) then
                   ADD BUR-GROSS-PAID TO WS-DUPP-GROSS
                   MOVE 'DUPP' TO WS-THIS-CODE
                   MOVE SPACES TO WS-THIS-NOTE
                   PERFORM WRITE-EXCEPTION
               else
                   set WS-EXT-WAS-PAID(WS-EXT-IDX) to true
                   PERFORM CHECK-MATCHED-PAYMENT
               end-if
           end-if

           PERFORM CHECK-NI-NUMBER.

      *    leaves WS-EXT-IDX sitting on the matching slot
       FIND-EXTRACT-SLOT.
           if WS-EXT-ID(WS-EXT-IDX) = BUR-EMPLOYEE-ID then
               set WS-EXT-FOUND to true
               SUBTRACT 1 FROM WS-EXT-IDX
           end-if.

      *    sent and paid - the amounts should agree to within the
      *    tolerance, and nobody should be paid for a month that
      *    starts after they left
       CHECK-MATCHED-PAYMENT.
           COMPUTE WS-DIFF =
               BUR-GROSS-PAID - WS-EXT-GROSS(WS-EXT-IDX)
           MOVE WS-DIFF TO RCX-DIFFERENCE
           ADD WS-DIFF TO WS-MATCHED-DIFF
           if WS-DIFF < 0 then
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           else
               MOVE WS-DIFF TO WS-ABS-DIFF
           end-if
           if WS-ABS-DIFF > WS-TOLERANCE then
               ADD WS-DIFF TO WS-BEYOND-DIFF
               MOVE 'GRSD' TO WS-THIS-CODE
               MOVE SPACES TO WS-THIS-NOTE
               PERFORM WRITE-EXCEPTION
           end-if
           if WS-MST-FOUND and WS-MST-STATUS = 'L' and
              WS-MST-TERM-DATE < WS-PERIOD-START-8 then
               MOVE 'LVPD' TO WS-THIS-CODE
               MOVE SPACES TO WS-THIS-NOTE
               STRING 'LEFT ' WS-MST-TERM-DATE DELIMITED BY SIZE
                   INTO WS-THIS-NOTE
               PERFORM WRITE-EXCEPTION
           end-if.

      *    the bureau pays against the NI number it holds - if that
      *    is not the one on the employee file, tax and NI go to the
      *    wrong record
       CHECK-NI-NUMBER.
           if not WS-MST-FOUND then
               exit paragraph
           end-if
           if BUR-NI-NUMBER = WS-MST-NI then
               exit paragraph
           end-if
           MOVE 'NINO' TO WS-THIS-CODE
           MOVE BUR-NI-NUMBER TO WS-THIS-NOTE
           PERFORM WRITE-EXCEPTION.

      *    an employee sent on the extract with a gross to pay who is
      *    not on the bureau's return.  a zero gross (a casual with no
      *    contracted hours) has nothing to be paid against it
       CHECK-ONE-UNPAID.
           if WS-EXT-WAS-PAID(WS-EXT-IDX) then
               exit paragraph
           end-if
           if WS-EXT-GROSS(WS-EXT-IDX) = 0 then
               exit paragraph
           end-if
           MOVE WS-EXT-ID(WS-EXT-IDX) TO EMPLOYEE-ID
           PERFORM LOOK-UP-EMPLOYEE
           MOVE SPACES TO RECON-EXCEPTION-RECORD
           MOVE WS-PERIOD                  TO RCX-PERIOD
           MOVE WS-EXT-ID(WS-EXT-IDX)      TO RCX-EMPLOYEE-ID
           MOVE WS-EXT-SURNAME(WS-EXT-IDX) TO RCX-SURNAME
           MOVE WS-MST-STATUS              TO RCX-STATUS
           MOVE WS-EXT-GROSS(WS-EXT-IDX)   TO RCX-EXTRACT-GROSS
           MOVE 0                          TO RCX-BUREAU-GROSS
           COMPUTE RCX-DIFFERENCE = 0 - WS-EXT-GROSS(WS-EXT-IDX)
           MOVE WS-MST-NI                  TO RCX-OUR-NI
           ADD WS-EXT-GROSS(WS-EXT-IDX) TO WS-XNPD-GROSS
           MOVE 'XNPD' TO WS-THIS-CODE
           PERFORM SET-STATUS-NOTE
           PERFORM WRITE-EXCEPTION.

      *    EMPLOYEE-ID must already hold the key
       LOOK-UP-EMPLOYEE.
           MOVE 'N' TO WS-MST-FOUND-SW
           MOVE '?' TO WS-MST-STATUS
           MOVE SPACES TO WS-MST-SURNAME
           MOVE SPACES TO WS-MST-NI
           MOVE 0 TO WS-MST-TERM-DATE
           READ EMPLOYEE
               INVALID KEY
                   exit paragraph
           END-READ
           set WS-MST-FOUND to true
           MOVE EMPLOYEE-STATUS     TO WS-MST-STATUS
           MOVE EMPLOYEE-SURNAME    TO WS-MST-SURNAME
           MOVE EMPLOYEE-NI-NUMBER  TO WS-MST-NI
           MOVE EMPLOYEE-TERM-DATE  TO WS-MST-TERM-DATE.

       SET-STATUS-NOTE.
           if not WS-MST-FOUND then
               MOVE 'NOT ON FILE' TO WS-THIS-NOTE
           else if WS-MST-STATUS = 'L' then
               MOVE 'LEAVER' TO WS-THIS-NOTE
           else
               MOVE SPACES TO WS-THIS-NOTE
           end-if.

      *    the exception record is already built bar its code and
      *    text - write it, list it and count it
       WRITE-EXCEPTION.
           PERFORM FIND-EXCEPTION-CODE
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT
                  or WS-EXC-CODE(WS-EXC-IDX) = WS-THIS-CODE
           MOVE WS-THIS-CODE TO RCX-EXCEPTION-CODE
           MOVE WS-EXC-TEXT(WS-EXC-IDX) TO RCX-REASON-TEXT
           WRITE RECON-EXCEPTION-RECORD
           ADD 1 TO WS-EXC-TALLY(WS-EXC-IDX)
           ADD 1 TO WS-EXCEPTION-COUNT

           MOVE RCX-EXCEPTION-CODE TO RD-CODE
           MOVE RCX-EMPLOYEE-ID    TO RD-ID
           MOVE RCX-SURNAME        TO RD-NAME
           MOVE RCX-STATUS         TO RD-STATUS
           MOVE RCX-EXTRACT-GROSS  TO RD-EXTRACT
           MOVE RCX-BUREAU-GROSS   TO RD-BUREAU
           MOVE RCX-DIFFERENCE     TO RD-DIFF
           MOVE WS-THIS-NOTE       TO RD-NOTE
           WRITE Report-Record FROM Recon-Detail
               AFTER ADVANCING 1 LINE.

       FIND-EXCEPTION-CODE.
           CONTINUE.

      *    the extract must agree with its own trailer, and the
      *    bureau's total less the trailer total is broken down into
      *    the exceptions that make it up - anything left over is
      *    shown as unexplained
       PRINT-CONTROL-TOTALS.
           WRITE Report-Record FROM Recon-Section-Header
               AFTER ADVANCING 3 LINES

           MOVE 'EXTRACT DETAIL RECORDS' TO RC-LABEL
           MOVE WS-EXT-DETAIL-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recon-Count-Line
               AFTER ADVANCING 2 LINES
           MOVE 'EXTRACT TRAILER RECORD COUNT' TO RC-LABEL
           MOVE WS-TRL-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recon-Count-Line
               AFTER ADVANCING 1 LINE
           MOVE 'EXTRACT DETAIL GROSS' TO RA-LABEL
           MOVE WS-EXT-DETAIL-GROSS TO RA-AMOUNT
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE 'EXTRACT TRAILER TOTAL GROSS' TO RA-LABEL
           MOVE WS-TRL-GROSS TO RA-AMOUNT
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 1 LINE
           if WS-EXT-DETAIL-COUNT not = WS-TRL-COUNT or
              WS-EXT-DETAIL-GROSS not = WS-TRL-GROSS then
               MOVE '*** EXTRACT DOES NOT AGREE WITH ITS OWN TRAILER'
                   & ' ***' TO RM-TEXT
               WRITE Report-Record FROM Recon-Message-Line
                   AFTER ADVANCING 1 LINE
           end-if

           MOVE 'BUREAU RECORDS FOR THE PERIOD' TO RC-LABEL
           MOVE WS-BUR-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recon-Count-Line
               AFTER ADVANCING 2 LINES
           MOVE 'BUREAU GROSS PAID FOR THE PERIOD' TO RA-LABEL
           MOVE WS-BUR-GROSS TO RA-AMOUNT
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 1 LINE
           if WS-PERD-GROSS not = 0 then
               MOVE 'OTHER PERIODS (EXCLUDED)' TO RA-LABEL
               MOVE WS-PERD-GROSS TO RA-AMOUNT
               WRITE Report-Record FROM Recon-Amount-Line
                   AFTER ADVANCING 1 LINE
           end-if
           if WS-BUR-SKIP-COUNT not = 0 then
               MOVE 'UNREADABLE RECORDS SKIPPED' TO RC-LABEL
               MOVE WS-BUR-SKIP-COUNT TO RC-COUNT
               WRITE Report-Record FROM Recon-Count-Line
                   AFTER ADVANCING 1 LINE
           end-if

           COMPUTE WS-BALANCE-DIFF = WS-BUR-GROSS - WS-TRL-GROSS
           COMPUTE WS-EXPLAINED = WS-PNEX-GROSS + WS-DUPP-GROSS
               - WS-XNPD-GROSS + WS-MATCHED-DIFF
           COMPUTE WS-UNEXPLAINED = WS-BALANCE-DIFF - WS-EXPLAINED

           MOVE 'BUREAU LESS EXTRACT TRAILER' TO RA-LABEL
           MOVE WS-BALANCE-DIFF TO RA-AMOUNT
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 2 LINES
           MOVE '  PAID NOT ON EXTRACT' TO RA-LABEL
           MOVE WS-PNEX-GROSS TO RA-AMOUNT
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE '  DUPLICATE PAYMENTS' TO RA-LABEL
           MOVE WS-DUPP-GROSS TO RA-AMOUNT
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE '  ON EXTRACT NOT PAID' TO RA-LABEL
           COMPUTE RA-AMOUNT = 0 - WS-XNPD-GROSS
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE '  DIFFERENCES ON MATCHED EMPLOYEES' TO RA-LABEL
           MOVE WS-MATCHED-DIFF TO RA-AMOUNT
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE '    OF WHICH BEYOND TOLERANCE' TO RA-LABEL
           MOVE WS-BEYOND-DIFF TO RA-AMOUNT
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE '  UNEXPLAINED' TO RA-LABEL
           MOVE WS-UNEXPLAINED TO RA-AMOUNT
           WRITE Report-Record FROM Recon-Amount-Line
               AFTER ADVANCING 1 LINE

           if WS-BALANCE-DIFF = 0 then
               MOVE '*** BUREAU TOTAL AGREES WITH PAY-TRL-TOTAL-GROSS'
                   & ' ***' TO RM-TEXT
           else
               MOVE '*** BUREAU TOTAL DOES NOT AGREE WITH '
                   & 'PAY-TRL-TOTAL-GROSS ***' TO RM-TEXT
           end-if
           WRITE Report-Record FROM Recon-Message-Line
               AFTER ADVANCING 2 LINES
           if WS-UNEXPLAINED not = 0 then
               MOVE '*** DIFFERENCE NOT FULLY EXPLAINED BY THE '
                   & 'EXCEPTIONS ***' TO RM-TEXT
               WRITE Report-Record FROM Recon-Message-Line
                   AFTER ADVANCING 1 LINE
           end-if.

       PRINT-CODE-COUNTS.
           WRITE Report-Record FROM Recon-Code-Header
               AFTER ADVANCING 3 LINES
           PERFORM PRINT-ONE-CODE-COUNT
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT
           MOVE 'TOTAL EXCEPTIONS' TO RC-LABEL
           MOVE WS-EXCEPTION-COUNT TO RC-COUNT
           WRITE Report-Record FROM Recon-Count-Line
               AFTER ADVANCING 2 LINES.

       PRINT-ONE-CODE-COUNT.
           MOVE WS-EXC-CODE(WS-EXC-IDX)  TO RCL-CODE
           MOVE WS-EXC-TEXT(WS-EXC-IDX)  TO RCL-TEXT
           MOVE WS-EXC-TALLY(WS-EXC-IDX) TO RCL-COUNT
           WRITE Report-Record FROM Recon-Code-Line
               AFTER ADVANCING 1 LINE.
