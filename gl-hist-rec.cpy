       FD GL-JOURNAL-HISTORY
      *    these are all defaults or ignored
           is external
           record contains 68 characters
           block contains 1 records
           label records are standard.
           01 GL-HISTORY-RECORD.
      *         one record per salary journal cut, kept for good -
      *         GL-JOURNAL reads it back and will not cut a month
      *         that is already on it
               05 GLH-PERIOD        PIC 9(6).
               05 FILLER            PIC X(1).
      *         when it was cut, 'CCYY-MM-DD HH:MM:SS'
               05 GLH-CUT-STAMP     PIC X(19).
               05 FILLER            PIC X(1).
               05 GLH-LINE-COUNT    PIC 9(5).
               05 FILLER            PIC X(1).
               05 GLH-TOTAL-DEBITS  PIC 9(9)V99.
               05 FILLER            PIC X(1).
               05 GLH-TOTAL-CREDITS PIC 9(9)V99.
               05 FILLER            PIC X(1).
      *         the employer pension part of the debits
               05 GLH-EMPLOYER-PENSION PIC 9(9)V99.
