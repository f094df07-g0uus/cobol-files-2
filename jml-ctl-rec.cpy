       FD JML-CONTROL
      *    these are all defaults or ignored
           is external
           record contains 46 characters
           block contains 1 records
           label records are standard.
           01 JML-CONTROL-RECORD.
      *         single record - the newest audit timestamp already
      *         sent on the joiner/mover/leaver feed.  the next run
      *         sends only what is newer, so a rerun sends nothing
      *         twice and a missed night is caught up
               05 JMC-LAST-STAMP    PIC X(19).
               05 FILLER            PIC X(1).
      *         when the feed that sent it was cut
               05 JMC-CUT-STAMP     PIC X(19).
               05 FILLER            PIC X(1).
      *         events on that feed
               05 JMC-LAST-COUNT    PIC 9(6).
