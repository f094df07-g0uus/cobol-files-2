       FD SAR-LOG
      *    these are all defaults or ignored
           is external
           record contains 80 characters
           block contains 1 records
           label records are standard.
           01 SAR-LOG-RECORD.
      *         one record per subject access pack SUBJECT-ACCESS
      *         prints - who asked for it, when, and what it found.
      *         'CCYY-MM-DD HH:MM:SS'
               05 SAR-STAMP          PIC X(19).
               05 FILLER             PIC X(1).
               05 SAR-OPERATOR       PIC X(10).
               05 FILLER             PIC X(1).
      *         the request's own reference, as keyed - spaces when
      *         none was given
               05 SAR-REFERENCE      PIC X(12).
               05 FILLER             PIC X(1).
      *         what the search was made on - the employee ID keyed,
      *         zero when searched by NI number alone, and the NI
      *         number searched on (keyed, or off the employee record)
               05 SAR-SEARCH-ID      PIC 9(6).
               05 FILLER             PIC X(1).
               05 SAR-SEARCH-NI      PIC X(9).
               05 FILLER             PIC X(1).
      *         employee IDs found to be the subject - more than one
      *         where they have been rehired - and the records printed
               05 SAR-SUBJECT-COUNT  PIC 9(2).
               05 FILLER             PIC X(1).
               05 SAR-RECORD-COUNT   PIC 9(6).
               05 FILLER             PIC X(10).
