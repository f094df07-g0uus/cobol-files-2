       FD REHIRE-LINK
      *    these are all defaults or ignored
           is external
           record contains 118 characters
           block contains 1 records
           label records are standard.
           01 REHIRE-LINK-RECORD.
      *         one record per rehire, appended by EMPLOYEE-DATA when
      *         an insert's NI number matches a leaver on file - the
      *         new record is tied back to the one they left from
               05 REH-NEW-EMPLOYEE-ID      PIC 9(6).
               05 FILLER                   PIC X(1).
               05 REH-PREVIOUS-EMPLOYEE-ID PIC 9(6).
               05 FILLER                   PIC X(1).
               05 REH-NI-NUMBER            PIC X(9).
               05 FILLER                   PIC X(1).
               05 REH-SURNAME              PIC X(20).
               05 FILLER                   PIC X(1).
               05 REH-FORENAME             PIC X(15).
               05 FILLER                   PIC X(1).
      *         the previous employment, CCYYMMDD
               05 REH-PREVIOUS-HIRE-DATE   PIC 9(8).
               05 FILLER                   PIC X(1).
               05 REH-PREVIOUS-TERM-DATE   PIC 9(8).
               05 FILLER                   PIC X(1).
      *         hire date on the new record, CCYYMMDD
               05 REH-REHIRE-DATE          PIC 9(8).
               05 FILLER                   PIC X(1).
      *         calendar days from the leaving date to the rehire
      *         date - SERVICE-REPORT judges continuity off this
               05 REH-GAP-DAYS             PIC 9(5).
               05 FILLER                   PIC X(1).
      *         when the link was made, 'CCYY-MM-DD HH:MM:SS'
               05 REH-LINK-STAMP           PIC X(19).
               05 FILLER                   PIC X(1).
               05 REH-BATCH-NO             PIC 9(4).
