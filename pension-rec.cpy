      *         the provider matches members on the NI number
               05 PEN-DET-NI-NUMBER pic x(9).
               05 filler pic x(1).
      *         monthly pensionable pay - annual salary scaled by the
      *         FTE, over twelve, rounded to the penny, pounds and pence
               05 PEN-DET-PENSIONABLE pic 9(5)V99.
               05 filler pic x(1).
      *         employee and employer monthly contributions
