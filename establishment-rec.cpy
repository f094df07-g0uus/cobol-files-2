       FD ESTABLISHMENT
      *    these are all defaults or ignored
           is external
           record contains 58 characters
           block contains 1 records
           label records are standard.
           01 ESTABLISHMENT-RECORD.
      *         one record per department per financial year, kept by
      *         ESTAB-MAINT.  the financial year runs April to
      *         March and is named for the year it starts in, so 2026
      *         is April 2026 to March 2027
               05 EST-KEY.
                   10 EST-DEPT-CODE     PIC X(4).
                   10 EST-FIN-YEAR      PIC 9(4).
               05 FILLER                PIC X(1).
      *         posts the department is funded for - active staff on
      *         file are measured against this, heads not FTE
               05 EST-FUNDED-POSTS      PIC 9(4).
               05 FILLER                PIC X(1).
      *         budgeted annual paybill, pounds and pence - measured
      *         against salary x FTE, the figure COST-SNAPSHOT rolls up
               05 EST-BUDGET-PAYBILL    PIC 9(9)V99.
               05 FILLER                PIC X(1).
      *         'S' soft control - EMPLOYEE-DATA applies an 'I' or 'T'
      *         that takes the department over its posts and warns on
      *         the run report; 'H' hard control - it is rejected ESTX
               05 EST-CONTROL           PIC X(1).
                  88 EST-SOFT-CONTROL value 'S' ' '.
                  88 EST-HARD-CONTROL value 'H'.
               05 FILLER                PIC X(1).
               05 EST-CHANGED-BY        PIC X(10).
               05 FILLER                PIC X(1).
      *         when last changed, 'CCYY-MM-DD HH:MM:SS'
               05 EST-CHANGED-STAMP     PIC X(19).
