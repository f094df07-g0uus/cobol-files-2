       FD AUDIT-TRAIL
      *    these are all defaults or ignored
           is external
           record contains 355 characters
           block contains 1 records
           label records are standard.
      *    Recording mode is not supported by gcobol
      *         free-form note - a salary authorisation carries its
      *         authoriser and reason here, spaces otherwise
               05 AUD-NOTE           PIC X(42).
      *         the contract details at the end of EMPLOYEE-RECORD,
      *         before and after the change - the two images above
      *         were fixed at 109 bytes before the record grew, and are
      *         kept that way so the archived trail still reads back.
      *         programs that rebuild a record from the trail join the
      *         two parts up again; older entries carry spaces here
               05 FILLER              PIC X(1).
               05 AUD-BEFORE-CONTRACT PIC X(18).
               05 FILLER              PIC X(1).
               05 AUD-AFTER-CONTRACT  PIC X(18).
      *         the spine point and increment date that follow the
      *         contract details, carried the same way for the same
      *         reason - spaces on entries written before them
               05 FILLER              PIC X(1).
               05 AUD-BEFORE-SPINE    PIC X(10).
               05 FILLER              PIC X(1).
               05 AUD-AFTER-SPINE     PIC X(10).
      *         the gender code at the very end of the record, the
      *         same again - spaces on entries written before it
               05 FILLER              PIC X(1).
               05 AUD-BEFORE-GENDER   PIC X(1).
               05 FILLER              PIC X(1).
               05 AUD-AFTER-GENDER    PIC X(1).
