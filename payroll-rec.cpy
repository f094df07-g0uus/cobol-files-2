       FD PAYROLL-EXTRACT
      *    these are all defaults or ignored
           is external
           record contains 105 characters
           block contains 1 records
           label records are standard.
           01 PAYROLL-RECORD.
               05 filler pic x(1).
      *         pay period this extract covers, CCYYMMDD
               05 PAY-HDR-PERIOD-DATE pic 9(8).
               05 filler pic x(85).
             03 PAY-DET redefines PAY-HDR.
               05 PAY-DET-EMPLOYEE-ID pic 9(6).
               05 filler pic x(1).
               05 filler pic x(1).
               05 PAY-DET-DEPT pic x(4).
               05 filler pic x(1).
      *         pounds and pence - the full-time rate scaled by the
      *         employee's FTE, so a part-timer's actual annual pay
               05 PAY-DET-ANNUAL-SALARY pic 9(5)V99.
               05 filler pic x(1).
      *         annual salary over twelve, rounded to the penny
               05 PAY-DET-SORT-CODE pic x(6).
               05 filler pic x(1).
               05 PAY-DET-ACCOUNT-NO pic x(8).
               05 filler pic x(1).
      *         full-time equivalent the pay was scaled by, e.g.
      *         05000 for 0,5
               05 PAY-DET-FTE pic 9V9999.
             03 PAY-TRL redefines PAY-HDR.
      *         'PAYROLL-TRL' for the trailer record
               05 PAY-TRL-ID pic x(11).
               05 PAY-TRL-RECORD-COUNT pic 9(5).
               05 filler pic x(1).
               05 PAY-TRL-TOTAL-GROSS pic 9(8)V99.
               05 filler pic x(77).
