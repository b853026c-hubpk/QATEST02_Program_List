      **************************************************************************
      *  Expense claims feed from the expenses system - one row per            *
      *    approved claim line, the lines of a claim together, then a          *
      *    trailer row carrying the line count and the net and VAT             *
      *    totals of the file. The ADA000151S feed checks the trailer          *
      *    and turns each claim (employee + claim reference) into one          *
      *    interface invoice through the ADA000115S load.                      *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  EXF-Record-Type         pic x(1).
               88  EXF-Claim-Line                     value 'L'.
               88  EXF-Trailer                        value 'T'.
      *  Claim line
           05  EXF-Line-Data.
               10  EXF-Employee-No     pic x(10).
               10  EXF-Claim-Ref       pic x(15).
               10  EXF-Claim-Date      pic 9(8).
               10  EXF-Category        pic x(10).
      *  Blank is the base currency of the employee's company
               10  EXF-Currency-Code   pic x(3).
      *  Net amount of the line and the VAT claimed on it
               10  EXF-Net-Amount      pic s9(9)v99.
               10  EXF-Vat-Amount      pic s9(9)v99.
               10  EXF-Cost-Centre     pic x(4).
               10  EXF-Description     pic x(30).
      *  Trailer
           05  EXF-Trailer-Data        redefines EXF-Line-Data.
               10  EXF-Trl-Line-Count  pic 9(7).
               10  EXF-Trl-Net-Total   pic s9(11)v99.
               10  EXF-Trl-Vat-Total   pic s9(11)v99.
               10  filler              pic x(69).
