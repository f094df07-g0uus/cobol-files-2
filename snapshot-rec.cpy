       FD SNAPSHOT-FILE
      *    these are all defaults or ignored
           is external
           record contains 54 characters
           block contains 1 records
           label records are standard.
           01 SNAPSHOT-RECORD.
      *         leavers whose termination date fell in the month
               05 SNP-LEAVERS      PIC 9(4).
               05 FILLER           PIC X(1).
      *         total annual pay of the active staff - each full-time
      *         rate scaled by the employee's FTE - and the average
      *         full-time-equivalent salary, pounds and pence
               05 SNP-TOTAL-SALARY PIC 9(9)V99.
               05 FILLER           PIC X(1).
               05 SNP-AVG-SALARY   PIC 9(7)V99.
               05 FILLER           PIC X(1).
      *         full-time equivalent of the active staff, e.g. two
      *         half-time employees count 1,00 - spaces on snapshots
      *         cut before contract hours were recorded
               05 SNP-FTE          PIC 9(5)V99.
