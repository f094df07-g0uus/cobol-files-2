           77 WS-EMPLOYER-RATE pic 9(1)V99 value 0,03.

           77 WS-PENSIONABLE   pic 9(5)V99 value 0.
      *      EMPLOYEE-SALARY is the full-time rate - earnings are that
      *      scaled by the FTE (1 for a record filed before the
      *      contract fields existed)
           77 WS-PAY-FTE       pic 9V9999 value 0.
           77 WS-ACTUAL-ANNUAL pic 9(5)V99 value 0.
           77 WS-EMPLOYEE-CONT pic 9(5)V99 value 0.
           77 WS-EMPLOYER-CONT pic 9(5)V99 value 0.

      *      before/after images for the audit trail, same approach
      *      EMPLOYEE-DATA uses before WRITE-AUDIT-RECORD
           01 filler.
               05 WS-AUDIT-BEFORE    pic x(138) value spaces.
               05 WS-AUDIT-AFTER     pic x(138) value spaces.

      *      system-wide Employee.dat update lock - this run rewrites
      *      the enrolment flags, so it is an updater like any other
               ADD 1 TO WS-EXCLUDED-COUNT
               exit paragraph
           end-if
           PERFORM WORK-OUT-ACTUAL-PAY
           if WS-ACTUAL-ANNUAL < WS-THRESHOLD then
               MOVE 'EXCLUDED - BELOW EARNINGS LIMIT' TO PD-OUTCOME
               PERFORM WRITE-SUMMARY-LINE
               ADD 1 TO WS-EXCLUDED-COUNT
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-MEMBER-DETAIL.
           PERFORM WORK-OUT-ACTUAL-PAY
           DIVIDE WS-ACTUAL-ANNUAL BY 12
               GIVING WS-PENSIONABLE ROUNDED
           MULTIPLY WS-PENSIONABLE BY WS-EMPLOYEE-RATE
               GIVING WS-EMPLOYEE-CONT ROUNDED
           ADD WS-EMPLOYEE-CONT TO WS-TOTAL-EMPLOYEE
           ADD WS-EMPLOYER-CONT TO WS-TOTAL-EMPLOYER.

       WORK-OUT-ACTUAL-PAY.
           if EMPLOYEE-FTE numeric then
               MOVE EMPLOYEE-FTE TO WS-PAY-FTE
           else
               MOVE 1 TO WS-PAY-FTE
           end-if
           COMPUTE WS-ACTUAL-ANNUAL ROUNDED =
               EMPLOYEE-SALARY * WS-PAY-FTE.

       WRITE-SUMMARY-LINE.
           MOVE EMPLOYEE-ID TO PD-ID
           MOVE SPACES TO WS-FULL-NAME
       WRITE-AUDIT-RECORD.
           MOVE 'P'                TO AUD-OPERATION
           MOVE EMPLOYEE-ID        TO AUD-EMPLOYEE-ID
           MOVE WS-AUDIT-BEFORE(1:109)   TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-BEFORE(110:18)  TO AUD-BEFORE-CONTRACT
           MOVE WS-AUDIT-BEFORE(128:10)  TO AUD-BEFORE-SPINE
           MOVE WS-AUDIT-BEFORE(138:1)   TO AUD-BEFORE-GENDER
           MOVE WS-AUDIT-AFTER(1:109)    TO AUD-AFTER-IMAGE
           MOVE WS-AUDIT-AFTER(110:18)   TO AUD-AFTER-CONTRACT
           MOVE WS-AUDIT-AFTER(128:10)   TO AUD-AFTER-SPINE
           MOVE WS-AUDIT-AFTER(138:1)    TO AUD-AFTER-GENDER
           MOVE WS-FORMATTED-DATE-TIME TO AUD-RUN-TIMESTAMP
           MOVE SPACES             TO AUD-NOTE
           WRITE AUDIT-RECORD.
