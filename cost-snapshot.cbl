                   10 WS-CC-SALARY    pic 9(9)V99 comp sync.
                   10 WS-CC-PREV-HEAD pic 9(5) comp sync.
                   10 WS-CC-PREV-SAL  pic 9(9)V99 comp sync.
                   10 WS-CC-FTE       pic 9(5)V9999 comp sync.

           01 filler.
             10 WS-CC-FOUND-SW pic x(1) value 'N'.
           77 WS-EMP-MONTH pic 9(6) value 0.

           77 WS-AVG-SALARY  pic 9(7)V99 value 0.

      *      EMPLOYEE-SALARY is the full-time rate - the paybill takes
      *      it scaled by the FTE (1 for a record filed before the
      *      contract fields existed)
           77 WS-EMP-FTE     pic 9V9999 value 0.
           77 WS-ACTUAL-PAY  pic 9(5)V99 value 0.
           77 WS-TOTAL-HEAD  pic 9(6) comp sync value 0.
           77 WS-TOTAL-FTE   pic 9(6)V9999 comp sync value 0.
           77 WS-DELTA-HEAD  pic s9(5) value 0.
           77 WS-NET-TFR     pic s9(5) value 0.
           77 WS-DELTA-SAL   pic s9(9)V99 value 0.

           01 Movement-Column-Header-1.
                05  FILLER         PIC X(80) VALUE
                    'COST    -------- HEADCOUNT --------   '
                    & '      MOVEMENT'.

           01 Movement-Column-Header-2.
                05  FILLER         PIC X(80) VALUE
                    'CENTRE   THIS     FTE  LAST  CHNG START LEAVE '
                    & 'NET-TFR  ACT PAYBILL AVG FTE SAL'.

           01 Movement-Detail.
                05  MD-CC          PIC X(6).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  MD-HEAD        PIC Z(4)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  MD-FTE         PIC Z(4)9,9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  MD-PREV        PIC Z(4)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  MD-DELTA       PIC +(4)9.
                05  MD-STARTERS    PIC Z(3)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  MD-LEAVERS     PIC Z(3)9.
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  MD-NET-TFR     PIC +(4)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  MD-TOT-SAL     PIC Z(7)9,99.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  MD-AVG-SAL     PIC Z(6)9,99.
                05  FILLER         PIC X(2)  VALUE SPACES.

           01 Movement-Trailer.
                05  FILLER         PIC X(24) VALUE
                                       'COST CENTRES SNAPPED:   '.
                05  MT-COUNT       PIC Z(3)9.
                05  FILLER         PIC X(14) VALUE '   HEADCOUNT: '.
                05  MT-HEAD        PIC Z(5)9.
                05  FILLER         PIC X(8)  VALUE '   FTE: '.
                05  MT-FTE         PIC Z(5)9,99.
                05  FILLER         PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
               exit paragraph
           end-if

           if EMPLOYEE-FTE numeric then
               MOVE EMPLOYEE-FTE TO WS-EMP-FTE
           else
               MOVE 1 TO WS-EMP-FTE
           end-if
           COMPUTE WS-ACTUAL-PAY ROUNDED =
               EMPLOYEE-SALARY * WS-EMP-FTE
           ADD 1 TO WS-CC-HEADCOUNT(WS-CC-SLOT)
           ADD WS-EMP-FTE TO WS-CC-FTE(WS-CC-SLOT)
           ADD WS-ACTUAL-PAY TO WS-CC-SALARY(WS-CC-SLOT)
           ADD 1 TO WS-TOTAL-HEAD
           ADD WS-EMP-FTE TO WS-TOTAL-FTE

           MOVE EMPLOYEE-HIRE-DATE(1:6) TO WS-EMP-MONTH
           if WS-EMP-MONTH = WS-SNAP-MONTH then
           MOVE 0 TO WS-CC-STARTERS(WS-CC-SLOT)
           MOVE 0 TO WS-CC-SALARY(WS-CC-SLOT)
           MOVE 0 TO WS-CC-PREV-HEAD(WS-CC-SLOT)
           MOVE 0 TO WS-CC-PREV-SAL(WS-CC-SLOT)
           MOVE 0 TO WS-CC-FTE(WS-CC-SLOT).

       FIND-CC-PASS.
           if WS-CC-CODE(WS-CC-IDX) = WS-LOOKUP-CC then
           MOVE WS-CC-HEADCOUNT(WS-CC-IDX) TO SNP-HEADCOUNT
           MOVE WS-CC-LEAVERS(WS-CC-IDX)   TO SNP-LEAVERS
           MOVE WS-CC-SALARY(WS-CC-IDX)    TO SNP-TOTAL-SALARY
           PERFORM WORK-OUT-AVG-SALARY
           MOVE WS-AVG-SALARY TO SNP-AVG-SALARY
           COMPUTE SNP-FTE ROUNDED = WS-CC-FTE(WS-CC-IDX)
           WRITE SNAPSHOT-RECORD
           ADD 1 TO WS-SNAPPED-COUNT.

               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           MOVE WS-SNAPPED-COUNT TO MT-COUNT
           MOVE WS-TOTAL-HEAD TO MT-HEAD
           COMPUTE MT-FTE ROUNDED = WS-TOTAL-FTE
           WRITE Report-Record FROM Movement-Trailer
               AFTER ADVANCING 2 LINES
           CLOSE Report-File.
               - WS-CC-STARTERS(WS-CC-IDX)
               + WS-CC-LEAVERS(WS-CC-IDX)
           MOVE WS-NET-TFR TO MD-NET-TFR
           COMPUTE MD-FTE ROUNDED = WS-CC-FTE(WS-CC-IDX)
           MOVE WS-CC-SALARY(WS-CC-IDX) TO MD-TOT-SAL
           PERFORM WORK-OUT-AVG-SALARY
           MOVE WS-AVG-SALARY TO MD-AVG-SAL
           WRITE Report-Record FROM Movement-Detail
               AFTER ADVANCING 1 LINE.

      *    the paybill is FTE-scaled, so dividing it by the FTE gives
      *    back the average full-time rate - casual staff with no
      *    contracted hours add nothing to either side
       WORK-OUT-AVG-SALARY.
           if WS-CC-FTE(WS-CC-IDX) > 0 then
               DIVIDE WS-CC-SALARY(WS-CC-IDX)
                   BY WS-CC-FTE(WS-CC-IDX)
                   GIVING WS-AVG-SALARY ROUNDED
           else
               MOVE 0 TO WS-AVG-SALARY
           end-if.
