       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-REPORT.
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
      *    Bring in the file definition
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

      *      DAYS=nn on the command line widens or narrows the window -
      *      the weekly run takes the default of the last seven days
           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.
           77 WS-WINDOW-DAYS pic 9(3) value 7.

           77 WS-TODAY-8    pic 9(8) value 0.
           77 WS-TODAY-INT  pic 9(7) comp sync value 0.
           77 WS-FROM-INT   pic 9(7) comp sync value 0.
           77 WS-FROM-8     pic 9(8) value 0.
           77 WS-LOG-INT    pic 9(7) comp sync value 0.

      *      the date part of SEC-STAMP without its dashes
           01 WS-LOG-DATE.
               05 WS-LOG-CCYY pic 9(4).
               05 WS-LOG-MM   pic 9(2).
               05 WS-LOG-DD   pic 9(2).
           01 WS-LOG-DATE-8 redefines WS-LOG-DATE pic 9(8).

      *      refusals broken down by operator and by reason - both
      *      are collected as they appear
           77 WS-OPERATOR-COUNT pic 9(2) comp sync value 0.
           77 WS-OPERATOR-IDX   pic 9(2) comp sync value 0.
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR-ENTRY occurs 50 times.
                   10 WS-OPR-ID      pic x(10).
                   10 WS-OPR-COUNT   pic 9(4) comp sync.

           77 WS-REASON-COUNT pic 9(2) comp sync value 0.
           77 WS-REASON-IDX   pic 9(2) comp sync value 0.
           01 WS-REASON-TABLE.
               05 WS-REASON-ENTRY occurs 20 times.
                   10 WS-RSN-CODE    pic x(4).
                   10 WS-RSN-TEXT    pic x(34).
                   10 WS-RSN-TALLY   pic 9(4) comp sync.

           01 filler.
             10 WS-OPR-FOUND-SW pic x(1) value 'N'.
                88 WS-OPR-FOUND value 'Y'.
           01 filler.
             10 WS-RSN-FOUND-SW pic x(1) value 'N'.
                88 WS-RSN-FOUND value 'Y'.

           77 WS-READ-COUNT      pic 9(6) comp sync value 0.
           77 WS-IN-WINDOW-COUNT pic 9(6) comp sync value 0.

           77 WS-SEC-FILE-STATUS pic xx value spaces.

           01 Security-Report-Header.
                05  FILLER         PIC X(33) VALUE
                    'SECURITY VIOLATIONS REPORT     - '.
                05  SRH-DATE       PIC 9(8).
                05  FILLER         PIC X(39) VALUE SPACES.

           01 Security-Window-Line.
                05  FILLER         PIC X(20) VALUE
                    'REFUSALS LOGGED FROM'.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SW-FROM        PIC 9(8).
                05  FILLER         PIC X(4)  VALUE ' TO '.
                05  SW-TO          PIC 9(8).
                05  FILLER         PIC X(2)  VALUE ' ('.
                05  SW-DAYS        PIC ZZ9.
                05  FILLER         PIC X(6)  VALUE ' DAYS)'.
                05  FILLER         PIC X(28) VALUE SPACES.

           01 Security-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    'WHEN                OPERATOR   PROGRAM            '
                    & 'ASKED FOR          EMP-ID RSN'.

           01 Security-Detail.
                05  SD-STAMP       PIC X(19).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-OPERATOR    PIC X(10).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-PROGRAM     PIC X(18).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-REQUESTED   PIC X(18).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-EMPLOYEE-ID PIC X(6).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-REASON      PIC X(4).

           01 Operator-Section-Header.
                05  FILLER         PIC X(80) VALUE
                    'OPERATOR    REFUSALS'.

           01 Operator-Detail.
                05  OD-OPERATOR    PIC X(10).
                05  FILLER         PIC X(4)  VALUE SPACES.
                05  OD-COUNT       PIC Z(5)9.
                05  FILLER         PIC X(60) VALUE SPACES.

           01 Reason-Section-Header.
                05  FILLER         PIC X(80) VALUE
                    'REASON  REFUSALS  DESCRIPTION'.

           01 Reason-Detail.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-CODE        PIC X(4).
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  RD-COUNT       PIC Z(5)9.
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  RD-TEXT        PIC X(34).
                05  FILLER         PIC X(29) VALUE SPACES.

           01 Security-Trailer.
                05  FILLER         PIC X(20) VALUE SPACES.
                05  FILLER         PIC X(24) VALUE
                    'REFUSALS IN PERIOD:     '.
                05  ST-COUNT       PIC Z(5)9.
                05  FILLER         PIC X(30) VALUE SPACES.

           01 Security-None-Line.
                05  FILLER         PIC X(80) VALUE
                    '*** NO REFUSALS LOGGED IN THIS PERIOD ***'.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8)

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM

      *    a seven day window is today and the six days before it
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-FROM-8 = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)

           OPEN output Report-File
           MOVE WS-TODAY-8 TO SRH-DATE
           WRITE Report-Record FROM Security-Report-Header
               AFTER ADVANCING 1 LINE
           MOVE WS-FROM-8 TO SW-FROM
           MOVE WS-TODAY-8 TO SW-TO
           MOVE WS-WINDOW-DAYS TO SW-DAYS
           WRITE Report-Record FROM Security-Window-Line
               AFTER ADVANCING 1 LINE

      *    no log yet simply means nothing has ever been refused -
      *    the report still prints so the weekly file shows a nil
           OPEN INPUT SECURITY-LOG
           if WS-SEC-FILE-STATUS = '35' then
               set WS-EOF to true
           else if WS-SEC-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open SECURITY-LOG. Status='
                   WS-SEC-FILE-STATUS
               STOP RUN
           end-if.

           WRITE Report-Record FROM Security-Column-Header
               AFTER ADVANCING 2 LINES

      *    the refusals print as the log is read; the operator and
      *    reason breakdowns accumulate and print behind them
           PERFORM READ-PROCEDURE UNTIL WS-EOF

           if WS-IN-WINDOW-COUNT = 0 then
               WRITE Report-Record FROM Security-None-Line
                   AFTER ADVANCING 1 LINE
           else
               WRITE Report-Record FROM Operator-Section-Header
                   AFTER ADVANCING 2 LINES
               PERFORM PRINT-OPERATOR-LINE
                   VARYING WS-OPERATOR-IDX FROM 1 BY 1
                   UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
               WRITE Report-Record FROM Reason-Section-Header
                   AFTER ADVANCING 2 LINES
               PERFORM PRINT-REASON-LINE
                   VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
           end-if

           MOVE WS-IN-WINDOW-COUNT TO ST-COUNT
           WRITE Report-Record FROM Security-Trailer
               AFTER ADVANCING 2 LINES

           if WS-SEC-FILE-STATUS not = '35' then
               CLOSE SECURITY-LOG
           end-if
           CLOSE Report-File

           display 'Security violations printed - '
               WS-IN-WINDOW-COUNT ' refusals in the last '
               WS-WINDOW-DAYS ' days (' WS-READ-COUNT ' on the log).'

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
           if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'DAYS=' and
              WS-PARM-TOKEN(WS-TOKEN-IDX)(6:3) numeric and
              WS-PARM-TOKEN(WS-TOKEN-IDX)(6:3) > '000' then
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:3)
                   TO WS-WINDOW-DAYS
               display 'Reporting refusals over the last '
                   WS-WINDOW-DAYS ' days'
           end-if.

       READ-PROCEDURE.
           READ SECURITY-LOG
               AT END set WS-EOF to true
               NOT AT END PERFORM REPORT-ONE-REFUSAL
           END-READ.

       REPORT-ONE-REFUSAL.
           ADD 1 TO WS-READ-COUNT
           MOVE SEC-STAMP(1:4) TO WS-LOG-CCYY
           MOVE SEC-STAMP(6:2) TO WS-LOG-MM
           MOVE SEC-STAMP(9:2) TO WS-LOG-DD
           if WS-LOG-DATE not numeric or WS-LOG-DATE-8 = 0 then
               display 'WARNING: undated SECURITY-LOG record skipped '
                   '- ' SEC-STAMP
               exit paragraph
           end-if
           COMPUTE WS-LOG-INT = FUNCTION INTEGER-OF-DATE(WS-LOG-DATE-8)
           if WS-LOG-INT < WS-FROM-INT or WS-LOG-INT > WS-TODAY-INT
               then
               exit paragraph
           end-if
           ADD 1 TO WS-IN-WINDOW-COUNT

           MOVE SEC-STAMP       TO SD-STAMP
           MOVE SEC-OPERATOR    TO SD-OPERATOR
           MOVE SEC-PROGRAM     TO SD-PROGRAM
           MOVE SEC-REQUESTED   TO SD-REQUESTED
           if SEC-EMPLOYEE-ID numeric and SEC-EMPLOYEE-ID > 0 then
               MOVE SEC-EMPLOYEE-ID TO SD-EMPLOYEE-ID
           else
               MOVE SPACES TO SD-EMPLOYEE-ID
           end-if
           MOVE SEC-REASON-CODE TO SD-REASON
           WRITE Report-Record FROM Security-Detail
               AFTER ADVANCING 1 LINE

           PERFORM COUNT-BY-OPERATOR
           PERFORM COUNT-BY-REASON.

       COUNT-BY-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-SW
           PERFORM FIND-OPERATOR-SLOT
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
                  or WS-OPR-FOUND
           if not WS-OPR-FOUND then
               if WS-OPERATOR-COUNT >= 50 then
                   display 'FATAL: more than 50 refused operators - '
                   display '       increase WS-OPERATOR-TABLE.'
                   STOP RUN
               end-if
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-IDX
               MOVE SEC-OPERATOR TO WS-OPR-ID(WS-OPERATOR-IDX)
               MOVE 0 TO WS-OPR-COUNT(WS-OPERATOR-IDX)
           end-if
           ADD 1 TO WS-OPR-COUNT(WS-OPERATOR-IDX).

      *    leaves WS-OPERATOR-IDX sitting on the matching slot
       FIND-OPERATOR-SLOT.
           if WS-OPR-ID(WS-OPERATOR-IDX) = SEC-OPERATOR then
               set WS-OPR-FOUND to true
               SUBTRACT 1 FROM WS-OPERATOR-IDX
           end-if.

       COUNT-BY-REASON.
           MOVE 'N' TO WS-RSN-FOUND-SW
           PERFORM FIND-REASON-SLOT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
                  or WS-RSN-FOUND
           if not WS-RSN-FOUND then
               if WS-REASON-COUNT >= 20 then
                   display 'FATAL: more than 20 refusal reason codes - '
                   display '       increase WS-REASON-TABLE.'
                   STOP RUN
               end-if
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-COUNT TO WS-REASON-IDX
               MOVE SEC-REASON-CODE TO WS-RSN-CODE(WS-REASON-IDX)
               MOVE SEC-REASON-TEXT TO WS-RSN-TEXT(WS-REASON-IDX)
               MOVE 0 TO WS-RSN-TALLY(WS-REASON-IDX)
           end-if
           ADD 1 TO WS-RSN-TALLY(WS-REASON-IDX).

      *    leaves WS-REASON-IDX sitting on the matching slot
       FIND-REASON-SLOT.
           if WS-RSN-CODE(WS-REASON-IDX) = SEC-REASON-CODE then
               set WS-RSN-FOUND to true
               SUBTRACT 1 FROM WS-REASON-IDX
           end-if.

       PRINT-OPERATOR-LINE.
           MOVE WS-OPR-ID(WS-OPERATOR-IDX)    TO OD-OPERATOR
           MOVE WS-OPR-COUNT(WS-OPERATOR-IDX) TO OD-COUNT
           WRITE Report-Record FROM Operator-Detail
               AFTER ADVANCING 1 LINE.

       PRINT-REASON-LINE.
           MOVE WS-RSN-CODE(WS-REASON-IDX)  TO RD-CODE
           MOVE WS-RSN-TALLY(WS-REASON-IDX) TO RD-COUNT
           MOVE WS-RSN-TEXT(WS-REASON-IDX)  TO RD-TEXT
           WRITE Report-Record FROM Reason-Detail
               AFTER ADVANCING 1 LINE.
