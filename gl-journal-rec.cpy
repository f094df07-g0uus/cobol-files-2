       FD GL-JOURNAL
      *    these are all defaults or ignored
           is external
           record contains 84 characters
           block contains 1 records
           label records are standard.
           01 GL-JOURNAL-RECORD.
             03 GLJ-HDR.
      *         'GLJNL-HDR' for the header record
               05 GLJ-HDR-ID pic x(11).
               05 filler pic x(1).
      *         month the journal posts, CCYYMM, and the posting date
      *         - the last day of that month, CCYYMMDD
               05 GLJ-HDR-PERIOD pic 9(6).
               05 filler pic x(1).
               05 GLJ-HDR-POSTING-DATE pic 9(8).
               05 filler pic x(1).
      *         journal reference, 'PAY' and the period
               05 GLJ-HDR-REFERENCE pic x(10).
               05 filler pic x(1).
      *         the same control figures the trailer carries, so the
      *         ledger can check the journal before loading a line
               05 GLJ-HDR-LINE-COUNT pic 9(5).
               05 filler pic x(1).
               05 GLJ-HDR-TOTAL-DEBITS pic 9(9)V99.
               05 filler pic x(1).
               05 GLJ-HDR-TOTAL-CREDITS pic 9(9)V99.
               05 filler pic x(16).
             03 GLJ-DET redefines GLJ-HDR.
               05 GLJ-DET-ACCOUNT pic x(8).
               05 filler pic x(1).
               05 GLJ-DET-COST-CENTRE pic x(6).
               05 filler pic x(1).
               05 GLJ-DET-DR-CR pic x(1).
                  88 GLJ-DEBIT  value 'D'.
                  88 GLJ-CREDIT value 'C'.
               05 filler pic x(1).
      *         pounds and pence - for a debit, the salary and the
      *         employer pension that make it up follow it
               05 GLJ-DET-AMOUNT pic 9(9)V99.
               05 filler pic x(1).
               05 GLJ-DET-SALARY pic 9(9)V99.
               05 filler pic x(1).
               05 GLJ-DET-PENSION pic 9(9)V99.
               05 filler pic x(1).
               05 GLJ-DET-NARRATIVE pic x(30).
             03 GLJ-TRL redefines GLJ-HDR.
      *         'GLJNL-TRL' for the trailer record
               05 GLJ-TRL-ID pic x(11).
               05 filler pic x(1).
               05 GLJ-TRL-LINE-COUNT pic 9(5).
               05 filler pic x(1).
      *         debits and credits must be equal - the journal is not
      *         written otherwise
               05 GLJ-TRL-TOTAL-DEBITS pic 9(9)V99.
               05 filler pic x(1).
               05 GLJ-TRL-TOTAL-CREDITS pic 9(9)V99.
               05 filler pic x(43).
