       FD GL-ACCOUNT-MAP
      *    these are all defaults or ignored
           is external
           record contains 48 characters
           block contains 1 records
           label records are standard.
           01 GL-MAP-RECORD.
      *         ledger account codes for the monthly salary journal,
      *         kept by finance as a plain text file - one line per
      *         cost centre, plus the payroll control accounts.  a
      *         line starting '*' is a comment and is skipped
      *         'C' cost centre expense account, 'K' control account
               05 GLM-TYPE         PIC X(1).
                  88 GLM-COST-CENTRE  value 'C'.
                  88 GLM-CONTROL      value 'K'.
                  88 GLM-COMMENT      value '*'.
               05 FILLER           PIC X(1).
      *         the DM-COST-CENTRE for a 'C' line; for a 'K' line
      *         'SALARY' (gross pay control) or 'PENSON' (employer
      *         pension control)
               05 GLM-CODE         PIC X(6).
               05 FILLER           PIC X(1).
               05 GLM-ACCOUNT      PIC X(8).
               05 FILLER           PIC X(1).
               05 GLM-DESCRIPTION  PIC X(30).
