
      *      the laminated checklist, now in one place - each step
      *      names the program, the command that runs it, and whether
      *      it is nightly ('N'), weekly ('W', Sunday night) or
      *      month-end only ('M').  the last byte is the step's part
      *      in the night: 'P' a prerequisite the batch may not run
      *      without, 'B' the batch itself, and blank for the steps
      *      that consume the batch's output
           01 WS-STEP-DATA.
               05 filler pic x(40) value
                   'EMPLOYEE-BACKUP   ./employee-backup   NP'.
               05 filler pic x(40) value
                   'EMPLOYEE-DATA     ./files2            NB'.
               05 filler pic x(40) value
                   'EMPLOYEE-EXPORT   ./employee-export   N'.
               05 filler pic x(40) value
                   'JML-FEED          ./jml-feed          N'.
               05 filler pic x(40) value
                   'INTEGRITY-SWEEP   ./integrity-sweep   W'.
               05 filler pic x(40) value
                   'SECURITY-REPORT   ./security-report   W'.
               05 filler pic x(40) value
                   'SPINE-INCREMENT   ./spine-increment   M'.
               05 filler pic x(40) value
                   'PAYROLL-EXTRACT   ./payroll-extract   M'.
               05 filler pic x(40) value
                   'EMPLOYEE-LISTING  ./employee-listing  M'.
               05 filler pic x(40) value
                   'SERVICE-REPORT    ./service-report    M'.
               05 filler pic x(40) value
                   'ABSENCE-REPORT    ./absence-report    M'.
               05 filler pic x(40) value
                   'FIXED-TERM-REPORT ./fixed-term-report M'.
               05 filler pic x(40) value
                   'GL-JOURNAL        ./gl-journal        M'.
               05 filler pic x(40) value
                   'ESTAB-VARIANCE    ./estab-variance    M'.
           01 WS-STEP-TABLE redefines WS-STEP-DATA.
               05 WS-STEP-ENTRY occurs 15 times.
                   10 WS-STEP-NAME pic x(18).
                   10 WS-STEP-CMD  pic x(20).
                   10 WS-STEP-WHEN pic x(1).
                   10 WS-STEP-ROLE pic x(1).
                      88 WS-STEP-PREREQUISITE value 'P'.
                      88 WS-STEP-IS-BATCH     value 'B'.

           01 WS-STEP-RESULTS.
               05 WS-STEP-RESULT occurs 15 times pic x(30).
           77 WS-STEP-COUNT pic 9(2) comp sync value 15.

           77 WS-STEP-IDX pic 9(2) comp sync value 0.
           77 WS-RAN-COUNT pic 9(2) comp sync value 0.

           77 WS-COMMAND pic x(40) value spaces.

      *      a step's exit code - 4 is ran-but-unclean, a warning that
      *      goes on the summary without stopping anything; any other
      *      non-zero code is a failure
           77 WS-STEP-RC pic 9(6) comp sync value 0.

      *      MONTHEND on the command line forces the month-end steps
      *      on any night; otherwise they run on the month's last day
           01 WS-RUN-PARM pic x(80) value spaces.
             10 WS-MONTHEND-SW pic x(1) value 'N'.
                88 WS-MONTH-END value 'Y'.

      *      WEEKLY on the command line likewise forces the weekly
      *      steps; otherwise they run on Sunday night (day 7)
           77 WS-WEEKLY-TALLY pic 9(2) value 0.
           77 WS-DAY-OF-WEEK pic 9(1) value 0.
           01 filler.
             10 WS-WEEKLY-SW pic x(1) value 'N'.
                88 WS-WEEKLY-NIGHT value 'Y'.

      *      last day of the current month, leap years included
           77 WS-LAST-DAY pic 9(2) value 0.
           77 WS-YEAR-REM pic 9(4) value 0.
             10 WS-OUTCOME-SW pic x(1) value 'N'.
                88 WS-OUTCOME-FOUND value 'Y'.

      *      a failed prerequisite (no proven backup) stops the night
      *      there - the batch must never touch a master it cannot
      *      get back
           01 filler.
             10 WS-HALT-SW pic x(1) value 'N'.
                88 WS-NIGHT-HALTED value 'Y'.

           77 WS-RHL-FILE-STATUS pic xx value spaces.

           01 WS-TEMP-DT.

           01 Summary-Mode-Line.
                05  FILLER         PIC X(12) VALUE 'NIGHT TYPE: '.
                05  SM-MODE        PIC X(24).
                05  FILLER         PIC X(44) VALUE SPACES.

           01 Summary-Column-Header.
                05  FILLER         PIC X(20) VALUE 'STEP'.
               PERFORM WORK-OUT-MONTH-END
           end-if

           INSPECT WS-RUN-PARM TALLYING WS-WEEKLY-TALLY
               FOR ALL 'WEEKLY'
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK
           if WS-WEEKLY-TALLY > 0 or WS-DAY-OF-WEEK = 7 then
               MOVE 'Y' TO WS-WEEKLY-SW
               display 'Weekly steps will run tonight.'
           end-if

           if WS-MONTH-END then
               display 'Month-end night - full suite will run.'
           else

           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT

           PERFORM WRITE-NIGHT-SUMMARY

               exit paragraph
           end-if

           if WS-STEP-WHEN(WS-STEP-IDX) = 'W' and
              not WS-WEEKLY-NIGHT then
               MOVE 'SKIPPED - NOT WEEKLY NIGHT' TO
                   WS-STEP-RESULT(WS-STEP-IDX)
               ADD 1 TO WS-SKIP-COUNT
               PERFORM LOG-STEP-OUTCOME
               exit paragraph
           end-if

           if WS-NIGHT-HALTED then
               MOVE 'SKIPPED - PREREQUISITE FAILED' TO
                   WS-STEP-RESULT(WS-STEP-IDX)
               ADD 1 TO WS-SKIP-COUNT
               PERFORM LOG-STEP-OUTCOME
               exit paragraph
           end-if

      *    everything after the batch hangs off the batch's own
      *    verdict - a night that did not balance must not feed the
      *    desktop export or the bureau extract
           if not WS-STEP-PREREQUISITE(WS-STEP-IDX) and
              not WS-STEP-IS-BATCH(WS-STEP-IDX) and
              not WS-BATCH-BALANCED then
               MOVE 'SKIPPED - BATCH NOT BALANCED' TO
                   WS-STEP-RESULT(WS-STEP-IDX)
               ADD 1 TO WS-SKIP-COUNT
           MOVE WS-STEP-CMD(WS-STEP-IDX) TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND

      *    some shells hand back the whole wait status, with the
      *    program's exit code in the high byte
           MOVE RETURN-CODE TO WS-STEP-RC
           if WS-STEP-RC > 255 then
               DIVIDE 256 INTO WS-STEP-RC
           end-if

           if WS-STEP-RC = 4 then
               MOVE 'RAN - UNCLEAN, RC 4' TO
                   WS-STEP-RESULT(WS-STEP-IDX)
               display 'WARNING: ' WS-STEP-NAME(WS-STEP-IDX)
                   ' ended unclean (RC 4) - see its report.'
               ADD 1 TO WS-RAN-COUNT
               PERFORM LOG-STEP-OUTCOME
               exit paragraph
           end-if

           if WS-STEP-RC not = 0 then
               MOVE 'FAILED - SEE CONSOLE LOG' TO
                   WS-STEP-RESULT(WS-STEP-IDX)
               ADD 1 TO WS-RAN-COUNT
               PERFORM LOG-STEP-OUTCOME
      *        a failed batch also blocks the steps behind it, and
      *        a failed prerequisite blocks the batch as well
               if WS-STEP-IS-BATCH(WS-STEP-IDX) then
                   MOVE 'N' TO WS-BATCH-OK-SW
               end-if
               if WS-STEP-PREREQUISITE(WS-STEP-IDX) then
                   set WS-NIGHT-HALTED to true
               end-if
               exit paragraph
           end-if

           MOVE 'RAN' TO WS-STEP-RESULT(WS-STEP-IDX)
           ADD 1 TO WS-RAN-COUNT

           if WS-STEP-IS-BATCH(WS-STEP-IDX) then
               PERFORM CHECK-BATCH-OUTCOME
               if WS-BATCH-BALANCED then
                   MOVE 'RAN - BALANCED' TO
                       WS-STEP-RESULT(WS-STEP-IDX)
               else
                   MOVE 'RAN - NOT BALANCED' TO
                       WS-STEP-RESULT(WS-STEP-IDX)
               end-if
           end-if

           else
               MOVE 'ORDINARY NIGHT' TO SM-MODE
           end-if
           if WS-WEEKLY-NIGHT then
               MOVE '+ WEEKLY' TO SM-MODE(16:8)
           end-if
           WRITE Report-Record FROM Summary-Mode-Line
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Summary-Column-Header
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-SUMMARY-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           MOVE WS-RAN-COUNT  TO ST-RAN
           MOVE WS-SKIP-COUNT TO ST-SKIPPED
           WRITE Report-Record FROM Summary-Trailer
