       FD REJECTS-FILE
      *    these are all defaults or ignored
           is external
           record contains 207 characters
           block contains 1 records
           label records are standard.
           01 REJECT-RECORD.
               05 FILLER PIC X(1).
      *         batch the record arrived in
               05 REJ-BATCH-NO PIC 9(4).
               05 FILLER PIC X(1).
      *         columns 129-150 of the transaction image - the image
      *         field above predates the wider Updates.dat record, so
      *         the tail that carries the contract details is kept
      *         here, where rejects suspended before it existed simply
      *         read back as spaces
               05 REJ-IMAGE-TAIL PIC X(22).
