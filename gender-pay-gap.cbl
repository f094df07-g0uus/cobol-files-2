       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENDER-PAY-GAP.
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
      *    the results carry the snapshot date they were worked out
      *    for, e.g. Gender-Pay-Gap-20270405.dat - this year's is
      *    written and last year's read back, through the one FD
       SELECT GPG-RESULTS
           ASSIGN TO WS-RESULTS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-GPG-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy employee-rec.
       copy gender-gap-rec.

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
             10 WS-GPG-EOF-SW pic x(1) value 'N'.
                88 WS-GPG-EOF value 'Y'.

           01 filler.
             10 WS-PREV-FOUND-SW pic x(1) value 'N'.
                88 WS-PREV-FOUND value 'Y'.

           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.

      *      the snapshot date the figures are measured at - ASOF=
      *      CCYYMMDD on the command line, otherwise the last 5 April
      *      on or before today, the statutory date for a private
      *      employer.  the run belongs on that date (the pay on file
      *      is what is paid now), and the results file keeps what it
      *      found
           01 WS-SNAPSHOT-DATE pic 9(8) value 0.
           01 WS-SNAPSHOT-SPLIT redefines WS-SNAPSHOT-DATE.
               05 WS-SNAPSHOT-YEAR pic 9(4).
               05 WS-SNAPSHOT-MMDD pic 9(4).
           77 WS-STATUTORY-MMDD pic 9(4) value 0405.
           01 WS-PREV-SNAPSHOT pic 9(8) value 0.
           01 WS-PREV-SPLIT redefines WS-PREV-SNAPSHOT.
               05 WS-PREV-YEAR pic 9(4).
               05 WS-PREV-MMDD pic 9(4).

           01 WS-RESULTS-FILE-NAME pic x(40) value spaces.

      *      hourly pay is the full-time annual rate over the hours a
      *      full-time employee works in the year - EMPLOYEE-SALARY
      *      is always the full-time rate, so a part-timer's hourly
      *      rate comes out the same as a full-timer's on that salary
           77 WS-FULL-TIME-HOURS pic 9(2)V99 value 37,50.
           77 WS-WEEKS-IN-YEAR   pic 9(2) value 52.
           77 WS-HOURLY-RATE     pic 9(3)V9999 value 0.

      *      a grade or department with fewer than this many men or
      *      fewer than this many women shows its head counts only -
      *      an average over one or two people would identify them
           77 WS-MIN-GROUP-SIZE pic 9(3) value 5.

      *      every man and woman counted, held in ascending order of
      *      hourly pay as they are read - the medians and quartiles
      *      come straight off the ranking
           77 WS-GP-COUNT pic 9(4) comp sync value 0.
           77 WS-GP-IDX   pic 9(4) comp sync value 0.
           01 WS-GP-TABLE.
               05 WS-GP-ENTRY occurs 2000 times.
                   10 WS-GP-RATE   pic 9(3)V9999 comp sync.
                   10 WS-GP-GENDER pic x(1).
                   10 WS-GP-GRADE  pic x(1).
                   10 WS-GP-DEPT   pic x(4).

           01 filler.
             10 WS-GP-PLACED-SW pic x(1) value 'N'.
                88 WS-GP-PLACED value 'Y'.

           77 WS-RELEVANT-COUNT pic 9(5) comp sync value 0.
           77 WS-EXCLUDED-COUNT pic 9(5) comp sync value 0.
           77 WS-MEN-COUNT      pic 9(5) comp sync value 0.
           77 WS-WOMEN-COUNT    pic 9(5) comp sync value 0.
           77 WS-MEN-SUM        pic 9(7)V9999 comp sync value 0.
           77 WS-WOMEN-SUM      pic 9(7)V9999 comp sync value 0.

           77 WS-MEAN-MEN       pic 9(3)V9999 value 0.
           77 WS-MEAN-WOMEN     pic 9(3)V9999 value 0.
           77 WS-MEDIAN-MEN     pic 9(3)V9999 value 0.
           77 WS-MEDIAN-WOMEN   pic 9(3)V9999 value 0.
           77 WS-MEAN-GAP       pic s9(3)V9 value 0.
           77 WS-MEDIAN-GAP     pic s9(3)V9 value 0.

      *      median picking - the middle one or two of each sex,
      *      walking up the ranking
           77 WS-MED-GENDER     pic x(1) value space.
           77 WS-MED-COUNT      pic 9(5) comp sync value 0.
           77 WS-MED-SEEN       pic 9(5) comp sync value 0.
           77 WS-MED-LOW-POS    pic 9(5) comp sync value 0.
           77 WS-MED-HIGH-POS   pic 9(5) comp sync value 0.
           77 WS-MED-LOW-RATE   pic 9(3)V9999 value 0.
           77 WS-MED-HIGH-RATE  pic 9(3)V9999 value 0.
           77 WS-MED-RESULT     pic 9(3)V9999 value 0.

      *      gap working - per cent of the men's figure
           77 WS-GAP-MEN        pic 9(3)V9999 value 0.
           77 WS-GAP-WOMEN      pic 9(3)V9999 value 0.
           77 WS-GAP-RESULT     pic s9(3)V9 value 0.

      *      pay quartiles - the ranking cut into four equal parts,
      *      1 the lowest paid
           77 WS-QTR            pic 9(1) value 0.
           77 WS-QTR-IDX        pic 9(1) value 0.
           01 WS-QTR-TABLE.
               05 WS-QTR-ENTRY occurs 4 times.
                   10 WS-QTR-MEN   pic 9(5) comp sync.
                   10 WS-QTR-WOMEN pic 9(5) comp sync.
           77 WS-QTR-TOTAL      pic 9(5) comp sync value 0.
           77 WS-PCT-MEN        pic 9(3)V9 value 0.
           77 WS-PCT-WOMEN      pic 9(3)V9 value 0.
           01 WS-QTR-NAMES.
               05 filler pic x(12) value 'LOWER       '.
               05 filler pic x(12) value 'LOWER MIDDLE'.
               05 filler pic x(12) value 'UPPER MIDDLE'.
               05 filler pic x(12) value 'UPPER       '.
           01 WS-QTR-NAME-TABLE redefines WS-QTR-NAMES.
               05 WS-QTR-NAME occurs 4 times pic x(12).

      *      grade ('G') and department ('D') breakdowns, one slot per
      *      group kept in key order as they are met
           77 WS-GRP-COUNT pic 9(3) comp sync value 0.
           77 WS-GRP-IDX   pic 9(3) comp sync value 0.
           77 WS-GRP-SLOT  pic 9(3) comp sync value 0.
           01 WS-GRP-TABLE.
               05 WS-GRP-ENTRY occurs 150 times.
                   10 WS-GRP-KEY.
                       15 WS-GRP-TYPE pic x(1).
                       15 WS-GRP-CODE pic x(4).
                   10 WS-GRP-MEN       pic 9(5) comp sync.
                   10 WS-GRP-WOMEN     pic 9(5) comp sync.
                   10 WS-GRP-MEN-SUM   pic 9(7)V9999 comp sync.
                   10 WS-GRP-WOMEN-SUM pic 9(7)V9999 comp sync.
           01 WS-LOOKUP-GRP-KEY.
               05 WS-LOOKUP-GRP-TYPE pic x(1).
               05 WS-LOOKUP-GRP-CODE pic x(4).
           77 WS-PRINT-GRP-TYPE pic x(1) value space.

           01 filler.
             10 WS-GRP-FOUND-SW pic x(1) value 'N'.
                88 WS-GRP-FOUND value 'Y'.
           01 filler.
             10 WS-GRP-SUPPRESS-SW pic x(1) value 'N'.
                88 WS-GRP-SUPPRESSED value 'Y'.

      *      last year's headline figures, off last year's results
           77 WS-PREV-MEAN-GAP   pic s9(3)V9 value 0.
           77 WS-PREV-MEDIAN-GAP pic s9(3)V9 value 0.

           77 WS-GPG-FILE-STATUS pic xx value spaces.

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
           01 WS-TODAY-SPLIT redefines WS-TEMP-DT.
               05 filler        pic 9(4).
               05 WS-TODAY-MMDD pic 9(4).
               05 filler        pic x(12).

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

           01 Gap-Report-Header.
                05  FILLER         PIC X(32) VALUE
                    'GENDER PAY GAP - SNAPSHOT DATE '.
                05  GRH-SNAPSHOT   PIC 9(8).
                05  FILLER         PIC X(40) VALUE SPACES.

           01 Gap-Count-Line.
                05  FILLER         PIC X(20) VALUE
                                       'RELEVANT EMPLOYEES: '.
                05  GCL-RELEVANT   PIC Z(4)9.
                05  FILLER         PIC X(8)  VALUE '   MEN: '.
                05  GCL-MEN        PIC Z(4)9.
                05  FILLER         PIC X(10) VALUE '   WOMEN: '.
                05  GCL-WOMEN      PIC Z(4)9.
                05  FILLER         PIC X(17) VALUE
                                       '   NOT INCLUDED: '.
                05  GCL-EXCLUDED   PIC Z(4)9.
                05  FILLER         PIC X(5)  VALUE SPACES.

           01 Gap-Hourly-Header.
                05  FILLER         PIC X(80) VALUE
                    'HOURLY PAY (POUNDS)        MEN     WOMEN    '
                    & 'GAP %'.

           01 Gap-Hourly-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  GHL-MEASURE    PIC X(18).
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  GHL-MEN        PIC Z(3)9,99.
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  GHL-WOMEN      PIC Z(3)9,99.
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  GHL-GAP        PIC +(3)9,9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  GHL-NOTE       PIC X(22).

           01 Gap-Quartile-Header.
                05  FILLER         PIC X(80) VALUE
                    'PAY QUARTILE            MEN   WOMEN   % MEN  '
                    & '% WOMEN'.

           01 Gap-Quartile-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  GQL-NAME       PIC X(12).
                05  FILLER         PIC X(8)  VALUE SPACES.
                05  GQL-MEN        PIC Z(4)9.
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  GQL-WOMEN      PIC Z(4)9.
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  GQL-PCT-MEN    PIC ZZ9,9.
                05  FILLER         PIC X(4)  VALUE SPACES.
                05  GQL-PCT-WOMEN  PIC ZZ9,9.
                05  FILLER         PIC X(28) VALUE SPACES.

           01 Gap-Group-Header.
                05  GGH-TITLE      PIC X(14).
                05  FILLER         PIC X(66) VALUE
                    '   MEN   WOMEN   MEAN MEN  MEAN WOMEN    GAP %'.

           01 Gap-Group-Line.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  GGL-CODE       PIC X(4).
                05  FILLER         PIC X(9)  VALUE SPACES.
                05  GGL-MEN        PIC Z(4)9.
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  GGL-WOMEN      PIC Z(4)9.
                05  FILLER         PIC X(8)  VALUE SPACES.
                05  GGL-PAY.
                    10  GGL-MEAN-MEN   PIC Z(3)9,99.
                    10  FILLER         PIC X(5)  VALUE SPACES.
                    10  GGL-MEAN-WOMEN PIC Z(3)9,99.
                    10  FILLER         PIC X(3)  VALUE SPACES.
                    10  GGL-GAP        PIC +(3)9,9.
                05  FILLER         PIC X(9)  VALUE SPACES.

           01 Gap-Previous-Line.
                05  FILLER         PIC X(20) VALUE
                                       'PREVIOUS SNAPSHOT   '.
                05  GPL-SNAPSHOT   PIC 9(8).
                05  FILLER         PIC X(13) VALUE '  MEAN GAP % '.
                05  GPL-MEAN-GAP   PIC +(3)9,9.
                05  FILLER         PIC X(15) VALUE
                                       '  MEDIAN GAP % '.
                05  GPL-MEDIAN-GAP PIC +(3)9,9.
                05  FILLER         PIC X(12) VALUE SPACES.

           01 Gap-No-Previous-Line.
                05  FILLER         PIC X(80) VALUE
                    'NO RESULTS FILED FOR THE PREVIOUS SNAPSHOT DATE'.

           01 Gap-Filed-Line.
                05  FILLER         PIC X(18) VALUE
                                       'RESULTS FILED TO  '.
                05  GFL-FILE-NAME  PIC X(40).
                05  FILLER         PIC X(22) VALUE SPACES.

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

           MOVE WS-TEMP-YEAR      TO WS-SNAPSHOT-YEAR
           MOVE WS-STATUTORY-MMDD TO WS-SNAPSHOT-MMDD
           if WS-TODAY-MMDD < WS-STATUTORY-MMDD then
               SUBTRACT 1 FROM WS-SNAPSHOT-YEAR
           end-if
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM
           MOVE WS-SNAPSHOT-DATE TO WS-PREV-SNAPSHOT
           SUBTRACT 1 FROM WS-PREV-YEAR

      *    filed figures are never replaced - a second run for the
      *    same date would measure whatever pay is on file by then
           PERFORM NAME-RESULTS-FILE
           OPEN INPUT GPG-RESULTS
           if WS-GPG-FILE-STATUS = '00' then
               CLOSE GPG-RESULTS
               display 'FATAL: ' WS-RESULTS-FILE-NAME
               display '       ALREADY FILED - NOT OVERWRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if

           PERFORM LOAD-PREVIOUS-RESULTS

           OPEN input EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           PERFORM RANK-EMPLOYEES UNTIL WS-EMP-EOF
           CLOSE EMPLOYEE

           PERFORM WORK-OUT-HEADLINE-GAPS
           INITIALIZE WS-QTR-TABLE
           PERFORM COUNT-ONE-QUARTILE
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GP-COUNT

           PERFORM NAME-RESULTS-FILE
           OPEN OUTPUT GPG-RESULTS
           if WS-GPG-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open GPG-RESULTS. Status='
                   WS-GPG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           OPEN output Report-File
           PERFORM WRITE-HEADLINE-FIGURES
           PERFORM WRITE-QUARTILE-FIGURES
           MOVE 'G' TO WS-PRINT-GRP-TYPE
           MOVE 'BY GRADE' TO GGH-TITLE
           PERFORM WRITE-GROUP-FIGURES
           MOVE 'D' TO WS-PRINT-GRP-TYPE
           MOVE 'BY DEPARTMENT' TO GGH-TITLE
           PERFORM WRITE-GROUP-FIGURES
           PERFORM WRITE-REPORT-TRAILER
           CLOSE GPG-RESULTS
           CLOSE Report-File

           display 'Gender pay gap for ' WS-SNAPSHOT-DATE ' - '
               WS-MEN-COUNT ' men, ' WS-WOMEN-COUNT ' women, '
               WS-EXCLUDED-COUNT ' not included.'

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
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO
                   WS-SNAPSHOT-DATE
           end-if.

       NAME-RESULTS-FILE.
           MOVE SPACES TO WS-RESULTS-FILE-NAME
           STRING './Gender-Pay-Gap-' WS-SNAPSHOT-DATE '.dat'
               DELIMITED BY SIZE INTO WS-RESULTS-FILE-NAME.

      *    last year's headline gaps, for the comparison line - a
      *    first year simply has none
       LOAD-PREVIOUS-RESULTS.
           MOVE SPACES TO WS-RESULTS-FILE-NAME
           STRING './Gender-Pay-Gap-' WS-PREV-SNAPSHOT '.dat'
               DELIMITED BY SIZE INTO WS-RESULTS-FILE-NAME
           OPEN INPUT GPG-RESULTS
           if WS-GPG-FILE-STATUS not = '00' then
               exit paragraph
           end-if
           MOVE 'N' TO WS-GPG-EOF-SW
           PERFORM LOAD-PREVIOUS-PASS UNTIL WS-GPG-EOF
           CLOSE GPG-RESULTS.

       LOAD-PREVIOUS-PASS.
           READ GPG-RESULTS
               AT END set WS-GPG-EOF to true
               NOT AT END
                   if GPG-SUMMARY then
                       set WS-PREV-FOUND to true
                       MOVE GPG-SUM-MEAN-GAP   TO WS-PREV-MEAN-GAP
                       MOVE GPG-SUM-MEDIAN-GAP TO WS-PREV-MEDIAN-GAP
                   end-if
           END-READ.

       RANK-EMPLOYEES.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-EMP-EOF to true
               NOT AT END PERFORM RANK-ONE-EMPLOYEE
           END-READ.

      *    relevant employees are everyone employed on the snapshot
      *    date - started by then, and either still here or left
      *    after it.  only men and women enter the figures; anyone
      *    else, or anyone whose gender is still to be captured, is
      *    counted on the report as not included
       RANK-ONE-EMPLOYEE.
           if EMPLOYEE-HIRE-DATE > WS-SNAPSHOT-DATE then
               exit paragraph
           end-if
           if EMPLOYEE-LEAVER and
              EMPLOYEE-TERM-DATE not > WS-SNAPSHOT-DATE then
               exit paragraph
           end-if
           ADD 1 TO WS-RELEVANT-COUNT
           if not EMPLOYEE-MALE and not EMPLOYEE-FEMALE then
               ADD 1 TO WS-EXCLUDED-COUNT
               exit paragraph
           end-if

           if WS-GP-COUNT >= 2000 then
               display 'FATAL: more than 2000 relevant employees - '
               display '       increase WS-GP-TABLE.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           COMPUTE WS-HOURLY-RATE ROUNDED = EMPLOYEE-SALARY
               / (WS-WEEKS-IN-YEAR * WS-FULL-TIME-HOURS)

      *    slide everyone paid more up one place, and drop this
      *    employee into the gap left behind
           MOVE 'N' TO WS-GP-PLACED-SW
           MOVE WS-GP-COUNT TO WS-GP-IDX
           PERFORM MAKE-ROOM-IN-RANKING UNTIL WS-GP-PLACED
           ADD 1 TO WS-GP-IDX
           ADD 1 TO WS-GP-COUNT
           MOVE WS-HOURLY-RATE  TO WS-GP-RATE(WS-GP-IDX)
           MOVE EMPLOYEE-GENDER TO WS-GP-GENDER(WS-GP-IDX)
           MOVE EMPLOYEE-GRADE  TO WS-GP-GRADE(WS-GP-IDX)
           MOVE EMPLOYEE-DEPT   TO WS-GP-DEPT(WS-GP-IDX)

           MOVE 'G' TO WS-LOOKUP-GRP-TYPE
           MOVE EMPLOYEE-GRADE TO WS-LOOKUP-GRP-CODE
           PERFORM ADD-TO-GROUP
           MOVE 'D' TO WS-LOOKUP-GRP-TYPE
           MOVE EMPLOYEE-DEPT TO WS-LOOKUP-GRP-CODE
           PERFORM ADD-TO-GROUP

           if EMPLOYEE-MALE then
               ADD 1 TO WS-MEN-COUNT
               ADD WS-HOURLY-RATE TO WS-MEN-SUM
           else
               ADD 1 TO WS-WOMEN-COUNT
               ADD WS-HOURLY-RATE TO WS-WOMEN-SUM
           end-if.

       MAKE-ROOM-IN-RANKING.
           if WS-GP-IDX = 0 then
               set WS-GP-PLACED to true
               exit paragraph
           end-if
           if WS-GP-RATE(WS-GP-IDX) not > WS-HOURLY-RATE then
               set WS-GP-PLACED to true
               exit paragraph
           end-if
           MOVE WS-GP-ENTRY(WS-GP-IDX) TO WS-GP-ENTRY(WS-GP-IDX + 1)
           SUBTRACT 1 FROM WS-GP-IDX.

      *    leaves WS-GRP-SLOT on the group for WS-LOOKUP-GRP-KEY,
      *    adding it in key order when it is new, and counts the
      *    employee in it
       ADD-TO-GROUP.
           MOVE 'N' TO WS-GRP-FOUND-SW
           PERFORM FIND-GROUP-PASS
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
                  or WS-GRP-FOUND
           if not WS-GRP-FOUND then
               if WS-GRP-COUNT >= 150 then
                   display 'FATAL: more than 150 grades and '
                       'departments - '
                   display '       increase WS-GRP-TABLE.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               end-if
               MOVE 'N' TO WS-GP-PLACED-SW
               MOVE WS-GRP-COUNT TO WS-GRP-SLOT
               PERFORM MAKE-ROOM-IN-GROUPS UNTIL WS-GP-PLACED
               ADD 1 TO WS-GRP-SLOT
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-LOOKUP-GRP-KEY TO WS-GRP-KEY(WS-GRP-SLOT)
               MOVE 0 TO WS-GRP-MEN(WS-GRP-SLOT)
               MOVE 0 TO WS-GRP-WOMEN(WS-GRP-SLOT)
               MOVE 0 TO WS-GRP-MEN-SUM(WS-GRP-SLOT)
               MOVE 0 TO WS-GRP-WOMEN-SUM(WS-GRP-SLOT)
           end-if
           if EMPLOYEE-MALE then
               ADD 1 TO WS-GRP-MEN(WS-GRP-SLOT)
               ADD WS-HOURLY-RATE TO WS-GRP-MEN-SUM(WS-GRP-SLOT)
           else
               ADD 1 TO WS-GRP-WOMEN(WS-GRP-SLOT)
               ADD WS-HOURLY-RATE TO WS-GRP-WOMEN-SUM(WS-GRP-SLOT)
           end-if.

       FIND-GROUP-PASS.
           if WS-GRP-KEY(WS-GRP-IDX) = WS-LOOKUP-GRP-KEY then
               set WS-GRP-FOUND to true
               MOVE WS-GRP-IDX TO WS-GRP-SLOT
           end-if.

       MAKE-ROOM-IN-GROUPS.
           if WS-GRP-SLOT = 0 then
               set WS-GP-PLACED to true
               exit paragraph
           end-if
           if WS-GRP-KEY(WS-GRP-SLOT) < WS-LOOKUP-GRP-KEY then
               set WS-GP-PLACED to true
               exit paragraph
           end-if
           MOVE WS-GRP-ENTRY(WS-GRP-SLOT) TO
               WS-GRP-ENTRY(WS-GRP-SLOT + 1)
           SUBTRACT 1 FROM WS-GRP-SLOT.

       WORK-OUT-HEADLINE-GAPS.
           MOVE 0 TO WS-MEAN-MEN
           MOVE 0 TO WS-MEAN-WOMEN
           if WS-MEN-COUNT > 0 then
               DIVIDE WS-MEN-SUM BY WS-MEN-COUNT
                   GIVING WS-MEAN-MEN ROUNDED
           end-if
           if WS-WOMEN-COUNT > 0 then
               DIVIDE WS-WOMEN-SUM BY WS-WOMEN-COUNT
                   GIVING WS-MEAN-WOMEN ROUNDED
           end-if
           MOVE WS-MEAN-MEN   TO WS-GAP-MEN
           MOVE WS-MEAN-WOMEN TO WS-GAP-WOMEN
           PERFORM WORK-OUT-GAP
           MOVE WS-GAP-RESULT TO WS-MEAN-GAP

           MOVE 'M' TO WS-MED-GENDER
           MOVE WS-MEN-COUNT TO WS-MED-COUNT
           PERFORM PICK-MEDIAN
           MOVE WS-MED-RESULT TO WS-MEDIAN-MEN
           MOVE 'F' TO WS-MED-GENDER
           MOVE WS-WOMEN-COUNT TO WS-MED-COUNT
           PERFORM PICK-MEDIAN
           MOVE WS-MED-RESULT TO WS-MEDIAN-WOMEN
           MOVE WS-MEDIAN-MEN   TO WS-GAP-MEN
           MOVE WS-MEDIAN-WOMEN TO WS-GAP-WOMEN
           PERFORM WORK-OUT-GAP
           MOVE WS-GAP-RESULT TO WS-MEDIAN-GAP.

      *    the men's figure less the women's, as a per cent of the
      *    men's - nothing to measure against without both sexes
       WORK-OUT-GAP.
           MOVE 0 TO WS-GAP-RESULT
           if WS-GAP-MEN = 0 or WS-GAP-WOMEN = 0 then
               exit paragraph
           end-if
           COMPUTE WS-GAP-RESULT ROUNDED =
               (WS-GAP-MEN - WS-GAP-WOMEN) * 100 / WS-GAP-MEN.

      *    the middle one of an odd count, the average of the middle
      *    two of an even one
       PICK-MEDIAN.
           MOVE 0 TO WS-MED-RESULT
           if WS-MED-COUNT = 0 then
               exit paragraph
           end-if
           COMPUTE WS-MED-LOW-POS  = (WS-MED-COUNT + 1) / 2
           COMPUTE WS-MED-HIGH-POS = (WS-MED-COUNT + 2) / 2
           MOVE 0 TO WS-MED-SEEN
           PERFORM PICK-MEDIAN-PASS
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GP-COUNT
                  or WS-MED-SEEN >= WS-MED-HIGH-POS
           COMPUTE WS-MED-RESULT ROUNDED =
               (WS-MED-LOW-RATE + WS-MED-HIGH-RATE) / 2.

       PICK-MEDIAN-PASS.
           if WS-GP-GENDER(WS-GP-IDX) not = WS-MED-GENDER then
               exit paragraph
           end-if
           ADD 1 TO WS-MED-SEEN
           if WS-MED-SEEN = WS-MED-LOW-POS then
               MOVE WS-GP-RATE(WS-GP-IDX) TO WS-MED-LOW-RATE
           end-if
           if WS-MED-SEEN = WS-MED-HIGH-POS then
               MOVE WS-GP-RATE(WS-GP-IDX) TO WS-MED-HIGH-RATE
           end-if.

      *    rank n of the N counted falls in quartile
      *    ((n - 1) x 4 / N) + 1, so the four parts differ in size by
      *    one at most
       COUNT-ONE-QUARTILE.
           COMPUTE WS-QTR =
               ((WS-GP-IDX - 1) * 4) / WS-GP-COUNT + 1
           if WS-GP-GENDER(WS-GP-IDX) = 'M' then
               ADD 1 TO WS-QTR-MEN(WS-QTR)
           else
               ADD 1 TO WS-QTR-WOMEN(WS-QTR)
           end-if.

       WRITE-HEADLINE-FIGURES.
           MOVE WS-SNAPSHOT-DATE TO GRH-SNAPSHOT
           WRITE Report-Record FROM Gap-Report-Header
               AFTER ADVANCING 1 LINE
           MOVE WS-RELEVANT-COUNT TO GCL-RELEVANT
           MOVE WS-MEN-COUNT      TO GCL-MEN
           MOVE WS-WOMEN-COUNT    TO GCL-WOMEN
           MOVE WS-EXCLUDED-COUNT TO GCL-EXCLUDED
           WRITE Report-Record FROM Gap-Count-Line
               AFTER ADVANCING 2 LINES

           WRITE Report-Record FROM Gap-Hourly-Header
               AFTER ADVANCING 2 LINES
           MOVE 'MEAN'          TO GHL-MEASURE
           MOVE WS-MEAN-MEN     TO GHL-MEN
           MOVE WS-MEAN-WOMEN   TO GHL-WOMEN
           MOVE WS-MEAN-GAP     TO GHL-GAP
           MOVE SPACES          TO GHL-NOTE
           WRITE Report-Record FROM Gap-Hourly-Line
               AFTER ADVANCING 1 LINE
           MOVE 'MEDIAN'        TO GHL-MEASURE
           MOVE WS-MEDIAN-MEN   TO GHL-MEN
           MOVE WS-MEDIAN-WOMEN TO GHL-WOMEN
           MOVE WS-MEDIAN-GAP   TO GHL-GAP
           WRITE Report-Record FROM Gap-Hourly-Line
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO GPG-RESULT-RECORD
           MOVE 'H' TO GPG-TYPE
           MOVE WS-SNAPSHOT-DATE       TO GPG-SNAPSHOT-DATE
           MOVE WS-FORMATTED-DATE-TIME TO GPG-HDR-RUN-STAMP
           MOVE WS-RELEVANT-COUNT      TO GPG-HDR-RELEVANT
           MOVE WS-MEN-COUNT           TO GPG-HDR-MEN
           MOVE WS-WOMEN-COUNT         TO GPG-HDR-WOMEN
           MOVE WS-EXCLUDED-COUNT      TO GPG-HDR-EXCLUDED
           MOVE WS-MIN-GROUP-SIZE      TO GPG-HDR-MIN-GROUP
           WRITE GPG-RESULT-RECORD

           MOVE SPACES TO GPG-RESULT-RECORD
           MOVE 'S' TO GPG-TYPE
           MOVE WS-SNAPSHOT-DATE TO GPG-SNAPSHOT-DATE
           MOVE WS-MEAN-MEN      TO GPG-SUM-MEAN-MEN
           MOVE WS-MEAN-WOMEN    TO GPG-SUM-MEAN-WOMEN
           MOVE WS-MEAN-GAP      TO GPG-SUM-MEAN-GAP
           MOVE WS-MEDIAN-MEN    TO GPG-SUM-MEDIAN-MEN
           MOVE WS-MEDIAN-WOMEN  TO GPG-SUM-MEDIAN-WOMEN
           MOVE WS-MEDIAN-GAP    TO GPG-SUM-MEDIAN-GAP
           WRITE GPG-RESULT-RECORD.

       WRITE-QUARTILE-FIGURES.
           WRITE Report-Record FROM Gap-Quartile-Header
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-ONE-QUARTILE
               VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > 4.

       WRITE-ONE-QUARTILE.
           MOVE 0 TO WS-PCT-MEN
           MOVE 0 TO WS-PCT-WOMEN
           ADD WS-QTR-MEN(WS-QTR-IDX) WS-QTR-WOMEN(WS-QTR-IDX)
               GIVING WS-QTR-TOTAL
           if WS-QTR-TOTAL > 0 then
               COMPUTE WS-PCT-MEN ROUNDED =
                   WS-QTR-MEN(WS-QTR-IDX) * 100 / WS-QTR-TOTAL
               COMPUTE WS-PCT-WOMEN ROUNDED =
                   WS-QTR-WOMEN(WS-QTR-IDX) * 100 / WS-QTR-TOTAL
           end-if
           MOVE WS-QTR-NAME(WS-QTR-IDX)  TO GQL-NAME
           MOVE WS-QTR-MEN(WS-QTR-IDX)   TO GQL-MEN
           MOVE WS-QTR-WOMEN(WS-QTR-IDX) TO GQL-WOMEN
           MOVE WS-PCT-MEN               TO GQL-PCT-MEN
           MOVE WS-PCT-WOMEN             TO GQL-PCT-WOMEN
           WRITE Report-Record FROM Gap-Quartile-Line
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO GPG-RESULT-RECORD
           MOVE 'Q' TO GPG-TYPE
           MOVE WS-SNAPSHOT-DATE         TO GPG-SNAPSHOT-DATE
           MOVE WS-QTR-IDX               TO GPG-QTR-QUARTILE
           MOVE WS-QTR-MEN(WS-QTR-IDX)   TO GPG-QTR-MEN
           MOVE WS-QTR-WOMEN(WS-QTR-IDX) TO GPG-QTR-WOMEN
           MOVE WS-PCT-MEN               TO GPG-QTR-PCT-MEN
           MOVE WS-PCT-WOMEN             TO GPG-QTR-PCT-WOMEN
           WRITE GPG-RESULT-RECORD.

       WRITE-GROUP-FIGURES.
           WRITE Report-Record FROM Gap-Group-Header
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-ONE-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.

      *    a group too small on either side shows its head counts
      *    and nothing about pay
       WRITE-ONE-GROUP.
           if WS-GRP-TYPE(WS-GRP-IDX) not = WS-PRINT-GRP-TYPE then
               exit paragraph
           end-if
           MOVE 'N' TO WS-GRP-SUPPRESS-SW
           if WS-GRP-MEN(WS-GRP-IDX) < WS-MIN-GROUP-SIZE or
              WS-GRP-WOMEN(WS-GRP-IDX) < WS-MIN-GROUP-SIZE then
               set WS-GRP-SUPPRESSED to true
           end-if
           MOVE 0 TO WS-GAP-MEN
           MOVE 0 TO WS-GAP-WOMEN
           MOVE 0 TO WS-GAP-RESULT
           if not WS-GRP-SUPPRESSED then
               DIVIDE WS-GRP-MEN-SUM(WS-GRP-IDX)
                   BY WS-GRP-MEN(WS-GRP-IDX)
                   GIVING WS-GAP-MEN ROUNDED
               DIVIDE WS-GRP-WOMEN-SUM(WS-GRP-IDX)
                   BY WS-GRP-WOMEN(WS-GRP-IDX)
                   GIVING WS-GAP-WOMEN ROUNDED
               PERFORM WORK-OUT-GAP
           end-if

           MOVE WS-GRP-CODE(WS-GRP-IDX)  TO GGL-CODE
           MOVE WS-GRP-MEN(WS-GRP-IDX)   TO GGL-MEN
           MOVE WS-GRP-WOMEN(WS-GRP-IDX) TO GGL-WOMEN
           if WS-GRP-SUPPRESSED then
               MOVE '  SUPPRESSED - SMALL GROUP' TO GGL-PAY
           else
               MOVE WS-GAP-MEN    TO GGL-MEAN-MEN
               MOVE WS-GAP-WOMEN  TO GGL-MEAN-WOMEN
               MOVE WS-GAP-RESULT TO GGL-GAP
           end-if
           WRITE Report-Record FROM Gap-Group-Line
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO GPG-RESULT-RECORD
           MOVE WS-GRP-TYPE(WS-GRP-IDX)  TO GPG-TYPE
           MOVE WS-SNAPSHOT-DATE         TO GPG-SNAPSHOT-DATE
           MOVE WS-GRP-CODE(WS-GRP-IDX)  TO GPG-GRP-CODE
           MOVE WS-GRP-MEN(WS-GRP-IDX)   TO GPG-GRP-MEN
           MOVE WS-GRP-WOMEN(WS-GRP-IDX) TO GPG-GRP-WOMEN
           MOVE WS-GRP-SUPPRESS-SW       TO GPG-GRP-SUPPRESSED
           MOVE WS-GAP-MEN               TO GPG-GRP-MEAN-MEN
           MOVE WS-GAP-WOMEN             TO GPG-GRP-MEAN-WOMEN
           MOVE WS-GAP-RESULT            TO GPG-GRP-MEAN-GAP
           WRITE GPG-RESULT-RECORD.

       WRITE-REPORT-TRAILER.
           if WS-PREV-FOUND then
               MOVE WS-PREV-SNAPSHOT   TO GPL-SNAPSHOT
               MOVE WS-PREV-MEAN-GAP   TO GPL-MEAN-GAP
               MOVE WS-PREV-MEDIAN-GAP TO GPL-MEDIAN-GAP
               WRITE Report-Record FROM Gap-Previous-Line
                   AFTER ADVANCING 2 LINES
           else
               WRITE Report-Record FROM Gap-No-Previous-Line
                   AFTER ADVANCING 2 LINES
           end-if
           MOVE WS-RESULTS-FILE-NAME TO GFL-FILE-NAME
           WRITE Report-Record FROM Gap-Filed-Line
               AFTER ADVANCING 1 LINE.
