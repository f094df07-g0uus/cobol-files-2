       FD JML-FEED
      *    these are all defaults or ignored
           is external
           record contains 80 characters
           block contains 1 records
           label records are standard.
           01 JML-FEED-RECORD.
             03 JML-HDR.
      *         'JMLFEED-HDR' for the header record
               05 JML-HDR-ID pic x(11).
               05 filler pic x(1).
      *         date the feed was cut, CCYYMMDD
               05 JML-HDR-RUN-DATE pic 9(8).
               05 filler pic x(1).
      *         audit timestamps the feed covers - after the first,
      *         up to and including the second, 'CCYY-MM-DD HH:MM:SS'
               05 JML-HDR-FROM-STAMP pic x(19).
               05 filler pic x(1).
               05 JML-HDR-TO-STAMP pic x(19).
               05 filler pic x(20).
             03 JML-DET redefines JML-HDR.
      *         'J' joiner, 'M' mover, 'L' leaver
               05 JML-DET-EVENT pic x(1).
                  88 JML-JOINER value 'J'.
                  88 JML-MOVER  value 'M'.
                  88 JML-LEAVER value 'L'.
               05 filler pic x(1).
      *         the audit operation behind it - 'I', 'T', 'M', 'U'
      *         or 'D'
               05 JML-DET-OPERATION pic x(1).
               05 filler pic x(1).
               05 JML-DET-EMPLOYEE-ID pic 9(6).
               05 filler pic x(1).
               05 JML-DET-SURNAME pic x(20).
               05 filler pic x(1).
               05 JML-DET-FORENAME pic x(15).
               05 filler pic x(1).
      *         department and line manager after the event - for a
      *         leaver, the ones they left from
               05 JML-DET-DEPT pic x(4).
               05 filler pic x(1).
               05 JML-DET-MANAGER-ID pic 9(6).
               05 filler pic x(1).
      *         hire date for a joiner, leaving date for a leaver,
      *         the day the change was applied for a mover, CCYYMMDD
               05 JML-DET-EFFECTIVE-DATE pic 9(8).
               05 filler pic x(1).
      *         for a mover, where they moved from - spaces and zero
      *         otherwise
               05 JML-DET-OLD-DEPT pic x(4).
               05 filler pic x(1).
               05 JML-DET-OLD-MANAGER-ID pic 9(6).
             03 JML-TRL redefines JML-HDR.
      *         'JMLFEED-TRL' for the trailer record
               05 JML-TRL-ID pic x(11).
               05 filler pic x(1).
               05 JML-TRL-JOINERS pic 9(5).
               05 filler pic x(1).
               05 JML-TRL-MOVERS pic 9(5).
               05 filler pic x(1).
               05 JML-TRL-LEAVERS pic 9(5).
               05 filler pic x(1).
      *         detail records between header and trailer
               05 JML-TRL-RECORD-COUNT pic 9(6).
               05 filler pic x(44).
