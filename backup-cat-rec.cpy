       FD BACKUP-CATALOGUE
      *    these are all defaults or ignored
           is external
           record contains 124 characters
           block contains 1 records
           label records are standard.
           01 BACKUP-CATALOGUE-RECORD.
      *         the generation's own file name, e.g.
      *         ./Employee-Backup-20260902-013000.dat - oldest entry
      *         first, one per generation still held on disk
               05 BKC-BACKUP-NAME      PIC X(40).
               05 FILLER               PIC X(1).
      *         when the copy was cut, 'CCYY-MM-DD HH:MM:SS'
               05 BKC-BACKUP-STAMP     PIC X(19).
               05 FILLER               PIC X(1).
      *         counts proved between the live file and the copy
               05 BKC-RECORD-COUNT     PIC 9(6).
               05 FILLER               PIC X(1).
               05 BKC-ACTIVE-COUNT     PIC 9(6).
               05 FILLER               PIC X(1).
               05 BKC-LEAVER-COUNT     PIC 9(6).
               05 FILLER               PIC X(1).
      *         hash total of EMPLOYEE-SALARY across every record
               05 BKC-SALARY-TOTAL     PIC 9(9)V99.
               05 FILLER               PIC X(1).
      *         last AUD-RUN-TIMESTAMP on Audit-Trail.dat when the
      *         copy was cut - the recovery replay starts here.
      *         spaces when the live trail was empty (just archived)
               05 BKC-LAST-AUDIT-STAMP PIC X(19).
               05 FILLER               PIC X(1).
               05 BKC-OPERATOR         PIC X(10).
