       FD GRADE-SCALE
      *    these are all defaults or ignored
           is external
           record contains 88 characters
           block contains 1 records
           label records are standard.
      *    Recording mode is not supported by gcobol
               05 GS-GRADE-CODE   PIC X(1).
               05 GS-MIN-SALARY   PIC 9(5).
               05 GS-MAX-SALARY   PIC 9(5).
      *         the grade's spine - up to fifteen points, whole pounds,
      *         each above the last and all inside the band.  a grade
      *         with no spine carries a zero count, and its staff are
      *         paid anywhere in the band as before
               05 GS-SPINE-COUNT  PIC 9(2).
               05 GS-SPINE-VALUE  PIC 9(5) occurs 15 times.
