      *    semicolon-delimited like Employee-Export.csv, so the comma
      *    stays free to be the decimal point.  columns by operation:
      *      I/U: OP;ID;SURNAME;FORENAME;AGE;GRADE;SALARY;DEPT;
      *           HIRED;EFFECTIVE;NI;TAXCODE;SORTCODE;ACCOUNT;GENDER
      *      D:   OP;ID;EFFECTIVE
      *      S:   OP;ID;NEWSALARY;PCTSIGN;PCTRATE;EFFECTIVE
      *      T:   OP;ID;NEWDEPT;EFFECTIVE

      *      the row split into its semicolon-delimited columns
           01 WS-TOKENS.
               05 WS-TOK occurs 15 times pic x(20).

           77 WS-LINE-NO pic 9(5) comp sync value 0.
           77 WS-ACCEPTED-COUNT pic 9(5) comp sync value 0.

           77 WS-CURRENT-DATE-8 pic 9(8) value 0.

      *      OPERATOR=xxx names the operator who exported the rows -
      *      it goes on the batch header, and the batch checks every
      *      operation code against that operator's authority
           01 WS-RUN-PARM pic x(80) value spaces.
           01 WS-PARM-TOKENS.
               05 WS-PARM-TOKEN occurs 8 times pic x(20).
           77 WS-TOKEN-IDX pic 9(2) comp sync value 0.
           77 WS-KEYED-OPERATOR pic x(10) value spaces.

           01 filler.
             10 WS-EMP-OPEN-SW pic x(1) value 'N'.
                88 WS-EMP-OPEN value 'Y'.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-8

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM
           if WS-KEYED-OPERATOR = spaces then
               display 'FATAL: OPERATOR=xxx MUST NAME THE OPERATOR '
                   'SUBMITTING THIS IMPORT'
               STOP RUN
           end-if

           OPEN INPUT HR-TRANSACTIONS
           if WS-HRT-FILE-STATUS = '35' then
               display 'No HR-Transactions.csv found - nothing to '

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
           if WS-PARM-TOKEN(WS-TOKEN-IDX)(1:9) = 'OPERATOR=' then
               MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(10:10)
                   TO WS-KEYED-OPERATOR
           end-if.

       LOAD-BATCH-CONTROL.
           MOVE 'N' TO WS-BCT-EOF-SW
           OPEN INPUT BATCH-CONTROL
           MOVE 'EMPLOYEE-ID' TO HDR-CHK
           MOVE WS-CURRENT-DATE-8 TO HDR-RUN-DATE
           MOVE WS-NEXT-BATCH-NO  TO HDR-BATCH-NO
           MOVE WS-KEYED-OPERATOR TO HDR-KEYED-BY
           WRITE UPDATES-RECORD.

       WRITE-CONTROL-TOTALS.
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                    WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                    WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12)
                    WS-TOK(13) WS-TOK(14) WS-TOK(15)
           END-UNSTRING

           SET WS-ROW-VALID TO TRUE
           MOVE WS-TOK(13)(1:6) TO UPD-SORT-CODE
           MOVE WS-TOK(14)(1:8) TO UPD-ACCOUNT-NO

      *    gender is M, F or X (neither or not disclosed) - blank, or
      *    the column missing from an older extract, leaves it to be
      *    captured later (or as it stands, on an update)
           MOVE WS-TOK(15)(1:1) TO UPD-GENDER
           if UPD-GENDER = 'm' then
               MOVE 'M' TO UPD-GENDER
           end-if
           if UPD-GENDER = 'f' then
               MOVE 'F' TO UPD-GENDER
           end-if
           if UPD-GENDER = 'x' then
               MOVE 'X' TO UPD-GENDER
           end-if
           if (UPD-GENDER not = space and
               UPD-GENDER not = 'M' and
               UPD-GENDER not = 'F' and
               UPD-GENDER not = 'X') or
              WS-TOK(15)(2:19) not = spaces then
               MOVE 'GENDER NOT M, F OR X' TO WS-ERROR-REASON
               SET WS-ROW-INVALID TO TRUE
               exit paragraph
           end-if

      *    only what the batch will actually apply tonight belongs in
      *    the control card - a future-dated insert is parked instead
           if UPD-OPERATION = 'I' and
