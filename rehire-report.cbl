       IDENTIFICATION DIVISION.
       PROGRAM-ID. REHIRE-REPORT.
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
       SELECT REHIRE-LINK
           ASSIGN TO './Rehire-Link.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-REH-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy rehire-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

           01 filler.
             10 filler PIC X(1) VALUE 'N'.
                88 WS-EOF VALUE 'T'.

           77 WS-REH-FILE-STATUS pic xx value spaces.

      *      same twelve-week continuity rule SERVICE-REPORT applies -
      *      a break no longer than this carries the earlier service
           77 WS-QUALIFYING-GAP-DAYS pic 9(5) value 84.

           77 WS-LISTED-COUNT     pic 9(4) comp sync value 0.
           77 WS-CONTINUOUS-COUNT pic 9(4) comp sync value 0.

      *      surname and forename folded into one printable column,
      *      'SURNAME, FORENAME'
           77 WS-FULL-NAME pic x(22) value spaces.

           01 Rehire-Report-Header.
                05  FILLER         PIC X(44) VALUE
                    'REHIRES LINKED TO AN EARLIER EMPLOYMENT'.
                05  FILLER         PIC X(36) VALUE SPACES.

           01 Rehire-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    '    ID   PREV NAME                   NI NUMBER '
                    & 'LEFT     REHIRED    GAP C'.

      *      C is Y where the gap qualifies for continuous service
           01 Rehire-Detail.
                05  RD-NEW-ID      PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-PREV-ID     PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-NAME        PIC X(22).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-NI-NUMBER   PIC X(9).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-TERM-DATE   PIC 9(8).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-REHIRE-DATE PIC 9(8).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-GAP-DAYS    PIC Z(4)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  RD-CONTINUOUS  PIC X(1).
                05  FILLER         PIC X(8)  VALUE SPACES.

           01 Rehire-Trailer.
                05  FILLER         PIC X(24) VALUE
                                       'REHIRES LINKED:         '.
                05  RT-COUNT       PIC Z(3)9.
                05  FILLER         PIC X(24) VALUE
                                       '  SERVICE CONTINUOUS:   '.
                05  RT-CONTINUOUS  PIC Z(3)9.
                05  FILLER         PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           OPEN output Report-File
           WRITE Report-Record FROM Rehire-Report-Header
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Rehire-Column-Header
               AFTER ADVANCING 2 LINES

      *    no link file yet just means nobody has come back - print
      *    the empty report rather than fail
           OPEN INPUT REHIRE-LINK
           if WS-REH-FILE-STATUS = '00' then
               PERFORM READ-PROCEDURE UNTIL WS-EOF
               CLOSE REHIRE-LINK
           else
               if WS-REH-FILE-STATUS not = '35' then
                   display 'WARNING: Unable to open REHIRE-LINK. '
                       'Status=' WS-REH-FILE-STATUS
               end-if
           end-if

           MOVE WS-LISTED-COUNT     TO RT-COUNT
           MOVE WS-CONTINUOUS-COUNT TO RT-CONTINUOUS
           WRITE Report-Record FROM Rehire-Trailer
               AFTER ADVANCING 2 LINES

           CLOSE Report-File

           display 'Rehire report printed - ' WS-LISTED-COUNT
               ' rehires linked, ' WS-CONTINUOUS-COUNT
               ' with continuous service.'

           STOP RUN.

       READ-PROCEDURE.
           READ REHIRE-LINK
               AT END set WS-EOF to true
               NOT AT END
                   PERFORM PRINT-REHIRE-LINE
           END-READ.

       PRINT-REHIRE-LINE.
           MOVE REH-NEW-EMPLOYEE-ID      TO RD-NEW-ID
           MOVE REH-PREVIOUS-EMPLOYEE-ID TO RD-PREV-ID
           PERFORM BUILD-FULL-NAME
           MOVE WS-FULL-NAME             TO RD-NAME
           MOVE REH-NI-NUMBER            TO RD-NI-NUMBER
           MOVE REH-PREVIOUS-TERM-DATE   TO RD-TERM-DATE
           MOVE REH-REHIRE-DATE          TO RD-REHIRE-DATE
           MOVE REH-GAP-DAYS             TO RD-GAP-DAYS
           if REH-GAP-DAYS > WS-QUALIFYING-GAP-DAYS then
               MOVE 'N' TO RD-CONTINUOUS
           else
               MOVE 'Y' TO RD-CONTINUOUS
               ADD 1 TO WS-CONTINUOUS-COUNT
           end-if
           WRITE Report-Record FROM Rehire-Detail
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LISTED-COUNT.

       BUILD-FULL-NAME.
           MOVE SPACES TO WS-FULL-NAME
           STRING REH-SURNAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  REH-FORENAME DELIMITED BY '  '
               INTO WS-FULL-NAME.
