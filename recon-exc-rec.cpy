       FD RECON-EXCEPTIONS
      *    these are all defaults or ignored
           is external
           record contains 121 characters
           block contains 1 records
           label records are standard.
           01 RECON-EXCEPTION-RECORD.
      *         one record per mismatch PAYROLL-RECON finds between
      *         the bureau's return and the extract we sent, for
      *         payroll to work through.  rewritten on every run
      *         pay period reconciled, CCYYMM
               05 RCX-PERIOD          PIC 9(6).
               05 FILLER              PIC X(1).
      *         'PNEX' paid but not on our extract
      *         'XNPD' on our extract but not paid
      *         'GRSD' gross paid differs beyond the tolerance
      *         'NINO' NI number differs from the employee file
      *         'DUPP' paid more than once
      *         'LVPD' paid after the employee's leaving date
      *         'PERD' bureau record for another period
               05 RCX-EXCEPTION-CODE  PIC X(4).
               05 FILLER              PIC X(1).
               05 RCX-EMPLOYEE-ID     PIC 9(6).
               05 FILLER              PIC X(1).
               05 RCX-SURNAME         PIC X(20).
               05 FILLER              PIC X(1).
      *         status on Employee.dat - 'A', 'L', or '?' when the
      *         employee is not on file at all
               05 RCX-STATUS          PIC X(1).
               05 FILLER              PIC X(1).
      *         pounds and pence - zero where that side has no record
               05 RCX-EXTRACT-GROSS   PIC 9(5)V99.
               05 FILLER              PIC X(1).
               05 RCX-BUREAU-GROSS    PIC 9(5)V99.
               05 FILLER              PIC X(1).
      *         bureau less extract
               05 RCX-DIFFERENCE      PIC S9(5)V99
                                      SIGN LEADING SEPARATE.
               05 FILLER              PIC X(1).
      *         NI number on Employee.dat and as paid by the bureau
               05 RCX-OUR-NI          PIC X(9).
               05 FILLER              PIC X(1).
               05 RCX-BUREAU-NI       PIC X(9).
               05 FILLER              PIC X(1).
               05 RCX-REASON-TEXT     PIC X(34).
