       FD APPROVAL-CONTROL
      *    these are all defaults or ignored
           is external
           record contains 44 characters
           block contains 1 records
           label records are standard.
           01 APPROVAL-CONTROL-RECORD.
      *         the two-person approval limits - a salary rise larger
      *         than either is held for a second operator.  zero turns
      *         that test off.  maintained through SALARY-APPROVAL
      *         rise in pounds and pence
               05 APC-AMOUNT-LIMIT  PIC 9(5)V99.
               05 FILLER            PIC X(1).
      *         rise as a percentage of the old salary, e.g. 01000 for
      *         10,00
               05 APC-PCT-LIMIT     PIC 9(3)V99.
               05 FILLER            PIC X(1).
      *         who last changed the limits, and when
               05 APC-CHANGED-BY    PIC X(10).
               05 FILLER            PIC X(1).
               05 APC-CHANGED-STAMP PIC X(19).
