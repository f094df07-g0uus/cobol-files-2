       FD UPDATES
      *    these are all defaults or ignored
           is external
           record contains 150 characters
           block contains 1 records
           label records are standard.
      *    Recording mode is not supported by gcobol
      *         the last completed batch on Batch-Control.dat, so the
      *         same file can never be applied twice
               05 HDR-BATCH-NO pic 9(4).
      *         operator who keyed or exported the batch - operation
      *         codes are checked against this operator, never the one
      *         the batch happens to run under
               05 HDR-KEYED-BY pic x(10).
               05 filler pic x(98).
             03 TRL redefines HDR.
               05 FILLER pic x(13).
      *         control totals for this batch, checked against the
      *         line manager's employee ID - blank or zero files the
      *         employee with no manager assigned
               05 UPD-MANAGER-ID PIC 9(6).
      *         contract details - 'P' permanent, 'F' fixed-term,
      *         'C' casual; contracted weekly hours, e.g. 1850 for
      *         18,50; and for a fixed-term contract its last day,
      *         CCYYMMDD.  all three left blank files an insert as
      *         permanent full-time, and leaves an update's contract
      *         exactly as it stands on the employee record
               05 UPD-CONTRACT-TYPE  PIC X(1).
               05 UPD-WEEKLY-HOURS   PIC 9(2)V99.
               05 UPD-WEEKLY-HOURS-X redefines UPD-WEEKLY-HOURS
                                     PIC X(4).
               05 UPD-CONTRACT-END   PIC 9(8).
               05 UPD-CONTRACT-END-X redefines UPD-CONTRACT-END
                                     PIC X(8).
      *         'M', 'F' or 'X' (neither or not disclosed) - blank
      *         leaves an insert's gender still to be captured and an
      *         update's exactly as it stands on the employee record
               05 UPD-GENDER         PIC X(1).
               05 FILLER             PIC X(8).
