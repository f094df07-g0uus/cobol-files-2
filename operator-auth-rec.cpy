       FD OPERATOR-AUTHORITY
      *    these are all defaults or ignored
           is external
           record contains 302 characters
           block contains 1 records
           label records are standard.
           01 OPERATOR-AUTHORITY-RECORD.
      *         one record per operator, keyed on the initials keyed at
      *         the 'Operator initials' prompt or passed as OPERATOR=
      *         on the command line
               05 OPA-OPERATOR      PIC X(10).
               05 FILLER            PIC X(1).
               05 OPA-OPERATOR-NAME PIC X(30).
               05 FILLER            PIC X(1).
      *         'A' active, 'S' suspended - a suspended operator is
      *         refused everything but keeps the record for the audit
               05 OPA-STATUS        PIC X(1).
                  88 OPA-ACTIVE    value 'A'.
                  88 OPA-SUSPENDED value 'S'.
               05 FILLER            PIC X(1).
      *         Updates.dat operation codes this operator may submit,
      *         one letter each in any order, e.g. 'IUDSTM' - holding
      *         'A' also lets the operator sign a salary authorisation
               05 OPA-OP-CODES      PIC X(10).
               05 FILLER            PIC X(1).
      *         programs, and guarded functions within them such as
      *         PAY-AWARD, this operator may run - '*ALL' grants every
      *         one of them
               05 OPA-PROGRAM-LIST.
                  10 OPA-PROGRAM    PIC X(18) OCCURS 12 TIMES.
               05 FILLER            PIC X(1).
      *         who last changed this record, and when
               05 OPA-CHANGED-BY    PIC X(10).
               05 FILLER            PIC X(1).
               05 OPA-CHANGED-STAMP PIC X(19).
