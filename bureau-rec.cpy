       FD BUREAU-RETURN
      *    these are all defaults or ignored
           is external
           record contains 31 characters
           block contains 1 records
           label records are standard.
           01 BUREAU-RETURN-RECORD.
      *         the payroll bureau's results file - one record for
      *         every employee they actually paid in the period.
      *         reconciled against the Payroll-Extract.dat we sent by
      *         PAYROLL-RECON
               05 BUR-EMPLOYEE-ID  PIC 9(6).
               05 FILLER           PIC X(1).
      *         pounds and pence gross paid for the period
               05 BUR-GROSS-PAID   PIC 9(5)V99.
               05 FILLER           PIC X(1).
      *         NI number the bureau paid under
               05 BUR-NI-NUMBER    PIC X(9).
               05 FILLER           PIC X(1).
      *         pay period paid, CCYYMM
               05 BUR-PERIOD       PIC 9(6).
