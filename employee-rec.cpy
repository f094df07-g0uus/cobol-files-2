      *         the provider who is new and who has gone
               05 EMPLOYEE-PENSION-FLAG PIC X(1).
                  88 EMPLOYEE-PENSIONED value 'Y'.
      *         contract the employee is on - a master filed before
      *         the contract fields were added is re-cut once by
      *         EMPLOYEE-RECUT, which sets 'P' on the standard week.
      *         a space is still taken as permanent, for safety
               05 EMPLOYEE-CONTRACT-TYPE PIC X(1).
                  88 EMPLOYEE-PERMANENT  value 'P' ' '.
                  88 EMPLOYEE-FIXED-TERM value 'F'.
                  88 EMPLOYEE-CASUAL     value 'C'.
      *         contracted hours a week, e.g. 1850 for 18,50 - casual
      *         staff with no guaranteed hours carry zero
               05 EMPLOYEE-WEEKLY-HOURS PIC 9(2)V99.
      *         full-time equivalent, the contracted hours over the
      *         standard 37,50-hour week, e.g. 05000 for 0,5.
      *         EMPLOYEE-SALARY always stays the full-time rate for the
      *         grade - whatever is actually paid is scaled by this
               05 EMPLOYEE-FTE PIC 9V9999.
      *         last day of a fixed-term contract, CCYYMMDD - zero for
      *         permanent and casual staff
               05 EMPLOYEE-CONTRACT-END PIC 9(8).
      *         point on the grade's spine (Grade-Scale.dat) this
      *         employee's salary sits at - zero while the grade has no
      *         spine, or the salary sits below its first point.  the
      *         monthly SPINE-INCREMENT run moves them up one point on
      *         the increment date and rolls the date on a year
               05 EMPLOYEE-SPINE-POINT PIC 9(2).
      *         next increment due, CCYYMMDD - zero when not on a spine
               05 EMPLOYEE-INCREMENT-DATE PIC 9(8).
      *         'M' male, 'F' female, 'X' neither or not disclosed -
      *         space until captured.  the gender pay gap report
      *         measures the men and women; anyone else is counted
      *         out of the figures
               05 EMPLOYEE-GENDER PIC X(1).
                  88 EMPLOYEE-MALE        value 'M'.
                  88 EMPLOYEE-FEMALE      value 'F'.
                  88 EMPLOYEE-GENDER-OTHER value 'X'.
                  88 EMPLOYEE-GENDER-VALID value 'M' 'F' 'X'.
