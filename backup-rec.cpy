       FD BACKUP-FILE
      *    these are all defaults or ignored
           is external
           record contains 138 characters
           block contains 1 records
           label records are standard.
      *    one generation of Employee.dat, written flat in key order -
      *    each line is an EMPLOYEE-RECORD image, so a restore is a
      *    straight reload of the indexed master
           01 BACKUP-RECORD.
               05 FILLER               PIC X(44).
      *         EMPLOYEE-SALARY's position, for the hash total proof
               05 BKP-SALARY           PIC 9(5)V99.
               05 FILLER               PIC X(12).
      *         EMPLOYEE-STATUS's position, for the active/leaver split
               05 BKP-STATUS           PIC X(1).
               05 FILLER               PIC X(74).
