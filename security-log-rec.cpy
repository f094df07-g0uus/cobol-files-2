       FD SECURITY-LOG
      *    these are all defaults or ignored
           is external
           record contains 115 characters
           block contains 1 records
           label records are standard.
           01 SECURITY-LOG-RECORD.
      *         one record per refusal - a program or function the
      *         operator has no authority for, or a transaction code
      *         they may not submit or sign.  the weekly violations
      *         report reads it back.  'CCYY-MM-DD HH:MM:SS'
               05 SEC-STAMP         PIC X(19).
               05 FILLER            PIC X(1).
               05 SEC-OPERATOR      PIC X(10).
               05 FILLER            PIC X(1).
      *         program that did the refusing
               05 SEC-PROGRAM       PIC X(18).
               05 FILLER            PIC X(1).
      *         what was asked for - a program or function name, or
      *         an Updates.dat operation code
               05 SEC-REQUESTED     PIC X(18).
               05 FILLER            PIC X(1).
      *         employee the refused transaction was for - zero when
      *         the refusal was for a whole program
               05 SEC-EMPLOYEE-ID   PIC 9(6).
               05 FILLER            PIC X(1).
               05 SEC-REASON-CODE   PIC X(4).
               05 FILLER            PIC X(1).
               05 SEC-REASON-TEXT   PIC X(34).
