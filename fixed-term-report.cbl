       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-TERM-REPORT.
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


      *    monthly list of fixed-term contracts ending in the next
      *    90 days (DAYS=nnn to widen or narrow it, ASOF=CCYYMMDD to
      *    run it as at another date), so each manager can decide on
      *    an extension before the contract runs out.  contracts
      *    already past their end date while the employee is still
      *    active are listed too - nobody has made that decision yet
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS INDEXED
           access mode is sequential
           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy employee-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

           01 filler.
             10 filler PIC X(1) VALUE 'N'.
                88 WS-EOF VALUE 'T'.

           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.

           77 WS-ASOF-8     pic 9(8) value 0.
           77 WS-PARM-DATE  pic 9(8) value 0.
           77 WS-ASOF-INT   pic 9(7) comp sync value 0.
           77 WS-HORIZON-8  pic 9(8) value 0.
           77 WS-HORIZON-INT pic 9(7) comp sync value 0.
           77 WS-END-INT    pic 9(7) comp sync value 0.
           77 WS-DAYS-LEFT  pic s9(5) comp sync value 0.
           77 WS-WINDOW-DAYS pic 9(3) value 90.

           77 WS-READ-COUNT    pic 9(6) comp sync value 0.
           77 WS-LISTED-COUNT  pic 9(4) comp sync value 0.
           77 WS-OVERDUE-COUNT pic 9(4) comp sync value 0.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

      *      surname and forename folded into one printable column,
      *      'SURNAME, FORENAME'
           77 WS-FULL-NAME pic x(22) value spaces.

           01 Term-Report-Header.
                05  FILLER         PIC X(38) VALUE
                    'FIXED-TERM CONTRACTS ENDING - AS AT '.
                05  TRH-DATE       PIC 9(8).
                05  FILLER         PIC X(34) VALUE SPACES.

           01 Term-Window-Line.
                05  FILLER         PIC X(30) VALUE
                    'CONTRACTS ENDING ON OR BEFORE '.
                05  TW-HORIZON     PIC 9(8).
                05  FILLER         PIC X(2)  VALUE ' ('.
                05  TW-DAYS        PIC ZZ9.
                05  FILLER         PIC X(6)  VALUE ' DAYS)'.
                05  FILLER         PIC X(31) VALUE SPACES.

           01 Term-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    ' ID     NAME                   DEPT MANAGER '
                    & ' ENDS ON   DAYS  HOURS  NOTE'.

           01 Term-Detail.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  TD-ID          PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  TD-NAME        PIC X(22).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  TD-DEPT        PIC X(4).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  TD-MANAGER     PIC Z(5)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  TD-END-DATE    PIC 9(8).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  TD-DAYS        PIC -(4)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  TD-HOURS       PIC Z9,99.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  TD-NOTE        PIC X(12).

           01 Term-Trailer.
                05  FILLER         PIC X(24) VALUE
                                       'CONTRACTS LISTED:       '.
                05  TT-COUNT       PIC Z(3)9.
                05  FILLER         PIC X(24) VALUE
                                       '  ALREADY PAST END DATE:'.
                05  TT-OVERDUE     PIC Z(3)9.
                05  FILLER         PIC X(24) VALUE SPACES.

           01 Term-Nil-Line.
                05  FILLER         PIC X(40) VALUE
                    ' NO FIXED-TERM CONTRACTS END IN WINDOW'.
                05  FILLER         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-8
           MOVE SPACES TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM

           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-8)
           COMPUTE WS-HORIZON-INT = WS-ASOF-INT + WS-WINDOW-DAYS
           COMPUTE WS-HORIZON-8 =
               FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT)

           OPEN input EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               STOP RUN
           end-if

           OPEN output Report-File
           MOVE WS-ASOF-8 TO TRH-DATE
           WRITE Report-Record FROM Term-Report-Header
               AFTER ADVANCING 1 LINE
           MOVE WS-HORIZON-8   TO TW-HORIZON
           MOVE WS-WINDOW-DAYS TO TW-DAYS
           WRITE Report-Record FROM Term-Window-Line
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Term-Column-Header
               AFTER ADVANCING 2 LINES

           PERFORM READ-PROCEDURE UNTIL WS-EOF

           if WS-LISTED-COUNT = 0 then
               WRITE Report-Record FROM Term-Nil-Line
                   AFTER ADVANCING 1 LINE
           end-if
           MOVE WS-LISTED-COUNT  TO TT-COUNT
           MOVE WS-OVERDUE-COUNT TO TT-OVERDUE
           WRITE Report-Record FROM Term-Trailer
               AFTER ADVANCING 2 LINES

           CLOSE EMPLOYEE
           CLOSE Report-File

           display 'Fixed-term report printed - ' WS-LISTED-COUNT
               ' contracts ending by ' WS-HORIZON-8 ', '
               WS-OVERDUE-COUNT ' already past their end date.'

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
                   display 'Reporting as at ' WS-ASOF-8
               else
                   display 'WARNING: ASOF= is not a valid date - '
                       'reporting as at today'
               end-if
           end-if
           if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'DAYS=' and
              WS-PARM-TOKEN(WS-TOKEN-IDX)(6:3) numeric and
              WS-PARM-TOKEN(WS-TOKEN-IDX)(6:3) > '000' then
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:3) TO WS-WINDOW-DAYS
               display 'Looking ' WS-WINDOW-DAYS ' days ahead'
           end-if.

       READ-PROCEDURE.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-EOF to true
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   if EMPLOYEE-FIXED-TERM and
                      not EMPLOYEE-LEAVER
                       PERFORM CHECK-CONTRACT-END
                   end-if
           END-READ.

      *    an end date past the horizon can wait for a later month; one
      *    already gone with the employee still active is overdue
       CHECK-CONTRACT-END.
           if EMPLOYEE-CONTRACT-END not numeric or
              EMPLOYEE-CONTRACT-END = 0 then
               MOVE 'NO END DATE' TO TD-NOTE
               MOVE 0 TO TD-END-DATE
               MOVE 0 TO TD-DAYS
               PERFORM PRINT-TERM-LINE
               exit paragraph
           end-if
           if EMPLOYEE-CONTRACT-END > WS-HORIZON-8 then
               exit paragraph
           end-if
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(EMPLOYEE-CONTRACT-END)
           COMPUTE WS-DAYS-LEFT = WS-END-INT - WS-ASOF-INT
           MOVE EMPLOYEE-CONTRACT-END TO TD-END-DATE
           MOVE WS-DAYS-LEFT TO TD-DAYS
           if WS-DAYS-LEFT < 0 then
               MOVE 'PAST END' TO TD-NOTE
               ADD 1 TO WS-OVERDUE-COUNT
           else
               MOVE SPACES TO TD-NOTE
           end-if
           PERFORM PRINT-TERM-LINE.

       PRINT-TERM-LINE.
           MOVE EMPLOYEE-ID TO TD-ID
           PERFORM BUILD-FULL-NAME
           MOVE WS-FULL-NAME TO TD-NAME
           MOVE EMPLOYEE-DEPT TO TD-DEPT
           MOVE EMPLOYEE-MANAGER-ID TO TD-MANAGER
           if EMPLOYEE-WEEKLY-HOURS numeric then
               MOVE EMPLOYEE-WEEKLY-HOURS TO TD-HOURS
           else
               MOVE 0 TO TD-HOURS
           end-if
           WRITE Report-Record FROM Term-Detail
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LISTED-COUNT.

       BUILD-FULL-NAME.
           MOVE SPACES TO WS-FULL-NAME
           STRING EMPLOYEE-SURNAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMPLOYEE-FORENAME DELIMITED BY '  '
               INTO WS-FULL-NAME.
