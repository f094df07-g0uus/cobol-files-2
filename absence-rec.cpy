       FD ABSENCE
      *    these are all defaults or ignored
           is external
           record contains 61 characters
           block contains 1 records
           label records are standard.
           01 ABSENCE-RECORD.
      *         one record per spell of absence, keyed on the employee
      *         and the first day off, so an employee's spells read
      *         back together and in date order.  maintained through
      *         ABSENCE-ENTRY
               05 ABS-KEY.
                  10 ABS-EMPLOYEE-ID  PIC 9(6).
      *         first day of the spell, CCYYMMDD
                  10 ABS-START-DATE   PIC 9(8).
               05 FILLER              PIC X(1).
      *         'S' sickness, 'U' unpaid leave, 'C' compassionate,
      *         'M' maternity/paternity
               05 ABS-TYPE            PIC X(1).
                  88 ABS-SICKNESS      value 'S'.
                  88 ABS-UNPAID        value 'U'.
                  88 ABS-COMPASSIONATE value 'C'.
                  88 ABS-PARENTAL      value 'M'.
                  88 ABS-VALID-TYPE    value 'S' 'U' 'C' 'M'.
               05 FILLER              PIC X(1).
      *         last day of the spell, CCYYMMDD - zero while the
      *         employee is still off
               05 ABS-END-DATE        PIC 9(8).
               05 FILLER              PIC X(1).
      *         working days lost, to the half day - for an open spell,
      *         the days lost so far as last keyed
               05 ABS-DAYS-LOST       PIC 9(3)V9.
               05 FILLER              PIC X(1).
      *         who last keyed the spell, and when
               05 ABS-RECORDED-BY     PIC X(10).
               05 FILLER              PIC X(1).
               05 ABS-RECORDED-STAMP  PIC X(19).
