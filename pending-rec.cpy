       FD PENDING-FILE
      *    these are all defaults or ignored
           is external
           record contains 175 characters
           block contains 1 records
           label records are standard.
           01 PENDING-RECORD.
               05 FILLER              PIC X(1).
      *         the original Updates.dat transaction image, applied
      *         unchanged on the night it matures
               05 PEND-TXN-IMAGE      PIC X(150).
               05 FILLER              PIC X(1).
      *         operator who keyed the transaction, taken from its
      *         batch header - any hold raised on maturity is theirs
               05 PEND-KEYED-BY       PIC X(10).
