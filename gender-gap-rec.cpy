       FD GPG-RESULTS
      *    these are all defaults or ignored
           is external
           record contains 80 characters
           block contains 1 records
           label records are standard.
           01 GPG-RESULT-RECORD.
      *         the figures GENDER-PAY-GAP worked out for one snapshot
      *         date, one file per date (Gender-Pay-Gap-CCYYMMDD.dat)
      *         kept as filed so each year can be compared with the
      *         last.  hourly rates are pounds to four places, the
      *         gaps are per cent of the men's figure to one place -
      *         plus where men are paid more
               05 GPG-TYPE            PIC X(1).
                  88 GPG-HEADER       value 'H'.
                  88 GPG-SUMMARY      value 'S'.
                  88 GPG-QUARTILE     value 'Q'.
                  88 GPG-GRADE-LINE   value 'G'.
                  88 GPG-DEPT-LINE    value 'D'.
               05 FILLER              PIC X(1).
               05 GPG-SNAPSHOT-DATE   PIC 9(8).
               05 FILLER              PIC X(1).
               05 GPG-BODY            PIC X(69).
      *      'H' - who was counted, and the group size below which
      *      the grade and department pay figures were suppressed
               05 GPG-HDR redefines GPG-BODY.
                   10 GPG-HDR-RUN-STAMP   PIC X(19).
                   10 FILLER              PIC X(1).
                   10 GPG-HDR-RELEVANT    PIC 9(5).
                   10 FILLER              PIC X(1).
                   10 GPG-HDR-MEN         PIC 9(5).
                   10 FILLER              PIC X(1).
                   10 GPG-HDR-WOMEN       PIC 9(5).
                   10 FILLER              PIC X(1).
      *             relevant staff not counted - gender 'X' or not
      *             yet captured
                   10 GPG-HDR-EXCLUDED    PIC 9(5).
                   10 FILLER              PIC X(1).
                   10 GPG-HDR-MIN-GROUP   PIC 9(3).
                   10 FILLER              PIC X(22).
      *      'S' - the headline mean and median hourly pay gaps
               05 GPG-SUM redefines GPG-BODY.
                   10 GPG-SUM-MEAN-MEN     PIC 9(3)V9999.
                   10 FILLER               PIC X(1).
                   10 GPG-SUM-MEAN-WOMEN   PIC 9(3)V9999.
                   10 FILLER               PIC X(1).
                   10 GPG-SUM-MEAN-GAP     PIC S9(3)V9
                                           SIGN LEADING SEPARATE.
                   10 FILLER               PIC X(1).
                   10 GPG-SUM-MEDIAN-MEN   PIC 9(3)V9999.
                   10 FILLER               PIC X(1).
                   10 GPG-SUM-MEDIAN-WOMEN PIC 9(3)V9999.
                   10 FILLER               PIC X(1).
                   10 GPG-SUM-MEDIAN-GAP   PIC S9(3)V9
                                           SIGN LEADING SEPARATE.
                   10 FILLER               PIC X(26).
      *      'Q' - one per pay quartile, 1 the lowest paid quarter
               05 GPG-QTR redefines GPG-BODY.
                   10 GPG-QTR-QUARTILE    PIC 9(1).
                   10 FILLER              PIC X(1).
                   10 GPG-QTR-MEN         PIC 9(5).
                   10 FILLER              PIC X(1).
                   10 GPG-QTR-WOMEN       PIC 9(5).
                   10 FILLER              PIC X(1).
                   10 GPG-QTR-PCT-MEN     PIC 9(3)V9.
                   10 FILLER              PIC X(1).
                   10 GPG-QTR-PCT-WOMEN   PIC 9(3)V9.
                   10 FILLER              PIC X(46).
      *      'G' per grade and 'D' per department - the pay figures
      *      are zero and the flag 'Y' where either sex falls below
      *      the minimum group size
               05 GPG-GRP redefines GPG-BODY.
                   10 GPG-GRP-CODE        PIC X(4).
                   10 FILLER              PIC X(1).
                   10 GPG-GRP-MEN         PIC 9(5).
                   10 FILLER              PIC X(1).
                   10 GPG-GRP-WOMEN       PIC 9(5).
                   10 FILLER              PIC X(1).
                   10 GPG-GRP-SUPPRESSED  PIC X(1).
                      88 GPG-GRP-IS-SUPPRESSED value 'Y'.
                   10 FILLER              PIC X(1).
                   10 GPG-GRP-MEAN-MEN    PIC 9(3)V9999.
                   10 FILLER              PIC X(1).
                   10 GPG-GRP-MEAN-WOMEN  PIC 9(3)V9999.
                   10 FILLER              PIC X(1).
                   10 GPG-GRP-MEAN-GAP    PIC S9(3)V9
                                          SIGN LEADING SEPARATE.
                   10 FILLER              PIC X(29).
