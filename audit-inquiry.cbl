               05 WS-BEF-MANAGER   pic x(6).
               05 WS-BEF-SAL-AUTH  pic x(1).
               05 WS-BEF-PENSION   pic x(1).
               05 WS-BEF-CONTRACT  pic x(1).
               05 WS-BEF-HOURS     pic 9(2)V99.
               05 WS-BEF-HOURS-X redefines WS-BEF-HOURS pic x(4).
               05 WS-BEF-FTE       pic 9V9999.
               05 WS-BEF-FTE-X redefines WS-BEF-FTE pic x(5).
               05 WS-BEF-CONT-END  pic x(8).
               05 WS-BEF-SPINE     pic x(2).
               05 WS-BEF-INCR-DATE pic x(8).
               05 WS-BEF-GENDER    pic x(1).
           01 WS-AFTER-REC.
               05 WS-AFT-ID        pic x(6).
               05 WS-AFT-SURNAME   pic x(20).
               05 WS-AFT-MANAGER   pic x(6).
               05 WS-AFT-SAL-AUTH  pic x(1).
               05 WS-AFT-PENSION   pic x(1).
               05 WS-AFT-CONTRACT  pic x(1).
               05 WS-AFT-HOURS     pic 9(2)V99.
               05 WS-AFT-HOURS-X redefines WS-AFT-HOURS pic x(4).
               05 WS-AFT-FTE       pic 9V9999.
               05 WS-AFT-FTE-X redefines WS-AFT-FTE pic x(5).
               05 WS-AFT-CONT-END  pic x(8).
               05 WS-AFT-SPINE     pic x(2).
               05 WS-AFT-INCR-DATE pic x(8).
               05 WS-AFT-GENDER    pic x(1).

      *      edited picture for the salary columns - the comma is the
      *      decimal point here since DECIMAL-POINT IS COMMA
           77 WS-SALARY-ED pic Z(4)9,99 .
           77 WS-HOURS-ED  pic Z9,99 .
           77 WS-FTE-ED    pic 9,9999 .

           77 WS-AUD-FILE-STATUS pic xx value spaces.

           ADD 1 TO WS-MATCH-COUNT
           MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-REC
           MOVE AUD-AFTER-IMAGE  TO WS-AFTER-REC
      *    the contract details ride in their own columns at the end
      *    of the audit record - spaces on entries older than them
           MOVE AUD-BEFORE-CONTRACT TO WS-BEFORE-REC(110:18)
           MOVE AUD-AFTER-CONTRACT  TO WS-AFTER-REC(110:18)
           MOVE AUD-BEFORE-SPINE    TO WS-BEFORE-REC(128:10)
           MOVE AUD-AFTER-SPINE     TO WS-AFTER-REC(128:10)
           MOVE AUD-BEFORE-GENDER   TO WS-BEF-GENDER
           MOVE AUD-AFTER-GENDER    TO WS-AFT-GENDER
           PERFORM PRINT-ENTRY-LINE

      *    a salary authorisation carries who approved it and why
               MOVE 'SAL AUTH' TO HE-OPERATION
           else if AUD-OPERATION = 'P' then
               MOVE 'PENSION' TO HE-OPERATION
           else if AUD-OPERATION = 'N' then
               MOVE 'SPINE UP' TO HE-OPERATION
           else if AUD-OPERATION = 'D' and
                   AUD-AFTER-IMAGE not = spaces then
               MOVE 'LEAVER' TO HE-OPERATION
           PERFORM WRITE-CHANGE-LINE
           MOVE 'PENSION' TO CH-FIELD
           MOVE WS-AFT-PENSION TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           if WS-AFTER-REC(110:18) not = spaces then
               MOVE 'CONTRACT' TO CH-FIELD
               MOVE WS-AFT-CONTRACT TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
               MOVE 'HOURS' TO CH-FIELD
               PERFORM EDIT-AFTER-HOURS
               PERFORM WRITE-CHANGE-LINE
               MOVE 'FTE' TO CH-FIELD
               PERFORM EDIT-AFTER-FTE
               PERFORM WRITE-CHANGE-LINE
               MOVE 'CONT END' TO CH-FIELD
               MOVE WS-AFT-CONT-END TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-AFTER-REC(128:10) not = spaces then
               MOVE 'SPINE PT' TO CH-FIELD
               MOVE WS-AFT-SPINE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
               MOVE 'INCR DUE' TO CH-FIELD
               MOVE WS-AFT-INCR-DATE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-AFT-GENDER not = space then
               MOVE 'GENDER' TO CH-FIELD
               MOVE WS-AFT-GENDER TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if.

      *    a delete leaves no after image - show what was lost
       SHOW-BEFORE-FIELDS.
           PERFORM WRITE-CHANGE-LINE
           MOVE 'PENSION' TO CH-FIELD
           MOVE WS-BEF-PENSION TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           if WS-BEFORE-REC(110:18) not = spaces then
               MOVE 'CONTRACT' TO CH-FIELD
               MOVE WS-BEF-CONTRACT TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
               MOVE 'HOURS' TO CH-FIELD
               PERFORM EDIT-BEFORE-HOURS
               PERFORM WRITE-CHANGE-LINE
               MOVE 'FTE' TO CH-FIELD
               PERFORM EDIT-BEFORE-FTE
               PERFORM WRITE-CHANGE-LINE
               MOVE 'CONT END' TO CH-FIELD
               MOVE WS-BEF-CONT-END TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEFORE-REC(128:10) not = spaces then
               MOVE 'SPINE PT' TO CH-FIELD
               MOVE WS-BEF-SPINE TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
               MOVE 'INCR DUE' TO CH-FIELD
               MOVE WS-BEF-INCR-DATE TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-GENDER not = space then
               MOVE 'GENDER' TO CH-FIELD
               MOVE WS-BEF-GENDER TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
           end-if.

      *    an update shows only the fields that actually moved, so
      *    'who changed this salary' reads straight off the report
               MOVE WS-BEF-PENSION TO CH-OLD
               MOVE WS-AFT-PENSION TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-CONTRACT not = WS-AFT-CONTRACT then
               MOVE 'CONTRACT' TO CH-FIELD
               MOVE WS-BEF-CONTRACT TO CH-OLD
               MOVE WS-AFT-CONTRACT TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-HOURS-X not = WS-AFT-HOURS-X then
               MOVE 'HOURS' TO CH-FIELD
               PERFORM EDIT-BEFORE-HOURS
               PERFORM EDIT-AFTER-HOURS
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-FTE-X not = WS-AFT-FTE-X then
               MOVE 'FTE' TO CH-FIELD
               PERFORM EDIT-BEFORE-FTE
               PERFORM EDIT-AFTER-FTE
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-CONT-END not = WS-AFT-CONT-END then
               MOVE 'CONT END' TO CH-FIELD
               MOVE WS-BEF-CONT-END TO CH-OLD
               MOVE WS-AFT-CONT-END TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-SPINE not = WS-AFT-SPINE then
               MOVE 'SPINE PT' TO CH-FIELD
               MOVE WS-BEF-SPINE TO CH-OLD
               MOVE WS-AFT-SPINE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-INCR-DATE not = WS-AFT-INCR-DATE then
               MOVE 'INCR DUE' TO CH-FIELD
               MOVE WS-BEF-INCR-DATE TO CH-OLD
               MOVE WS-AFT-INCR-DATE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-GENDER not = WS-AFT-GENDER then
               MOVE 'GENDER' TO CH-FIELD
               MOVE WS-BEF-GENDER TO CH-OLD
               MOVE WS-AFT-GENDER TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if.

      *    hours and FTE are edited when the image carries them, and
      *    shown as they stand (spaces, for an older record) when not
       EDIT-BEFORE-HOURS.
           if WS-BEF-HOURS numeric then
               MOVE WS-BEF-HOURS TO WS-HOURS-ED
               MOVE WS-HOURS-ED TO CH-OLD
           else
               MOVE WS-BEF-HOURS-X TO CH-OLD
           end-if.

       EDIT-AFTER-HOURS.
           if WS-AFT-HOURS numeric then
               MOVE WS-AFT-HOURS TO WS-HOURS-ED
               MOVE WS-HOURS-ED TO CH-NEW
           else
               MOVE WS-AFT-HOURS-X TO CH-NEW
           end-if.

       EDIT-BEFORE-FTE.
           if WS-BEF-FTE numeric then
               MOVE WS-BEF-FTE TO WS-FTE-ED
               MOVE WS-FTE-ED TO CH-OLD
           else
               MOVE WS-BEF-FTE-X TO CH-OLD
           end-if.

       EDIT-AFTER-FTE.
           if WS-AFT-FTE numeric then
               MOVE WS-AFT-FTE TO WS-FTE-ED
               MOVE WS-FTE-ED TO CH-NEW
           else
               MOVE WS-AFT-FTE-X TO CH-NEW
           end-if.

       WRITE-CHANGE-LINE.
