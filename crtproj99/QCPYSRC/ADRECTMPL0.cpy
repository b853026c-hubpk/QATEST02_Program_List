      **************************************************************************
      *  Recurring invoice templates - rent, leases, service contracts and    *
      *    standing charges that never come through ADOS. Keyed on            *
      *    template id + line number: line 000 carries the invoice header     *
      *    (supplier, currency, entity, frequency and the periods it runs     *
      *    between), lines 001 onwards the detail lines, each with its GL     *
      *    account, tax code, department, analysis and net amount.            *
      *    Maintained by the ADA000137S screen; the ADA000138S generator      *
      *    turns each template into that period's invoice through the         *
      *    ADA000115S load.                                                   *
      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      **************************************************************************
           05  RTM-Key.
               10  RTM-Template-Id     pic x(8).
               10  RTM-Line-No         pic 9(3).
                   88  RTM-Header-Line                value zero.
      *  Line 000 - the invoice header
           05  RTM-Header-Data.
               10  RTM-Supplier-Loc    pic x(2).
               10  RTM-Supplier-Acc    pic x(6).
               10  RTM-Supplier-Nature pic x(1).
               10  RTM-Currency-Code   pic x(3).
      *  Blank is the UK company, as on the ADOS extract
               10  RTM-Entity-Code     pic x(3).
               10  RTM-Description     pic x(40).
      *  Stem of the supplier invoice reference - the generator adds
      *    /yyyymm, so each period's invoice has its own reference
      *    and the load's duplicate-reference check stops a repeat
               10  RTM-Reference       pic x(13).
               10  RTM-Frequency       pic x(1).
                   88  RTM-Monthly                    value 'M'.
                   88  RTM-Quarterly                  value 'Q'.
                   88  RTM-Half-Yearly                value 'H'.
                   88  RTM-Annual                     value 'A'.
      *  First period (yyyymm) the template is due in, and the last -
      *    zero end period means it runs until suspended. Quarterly,
      *    half-yearly and annual templates fall due every 3, 6 or 12
      *    periods counted from the start period.
               10  RTM-Start-Period    pic 9(6).
               10  RTM-End-Period      pic 9(6).
               10  RTM-Status          pic x(1).
                   88  RTM-Active                     value 'A'.
                   88  RTM-Suspended                  value 'S'.
      *  Lines 001 onwards - one detail line of the invoice
           05  RTL-Line-Data           redefines RTM-Header-Data.
               10  RTL-Account-Loc     pic x(2).
               10  RTL-Account-No      pic x(6).
               10  RTL-Tax-Code        pic x(2).
               10  RTL-Dept            pic x(4).
               10  RTL-Anal            pic x(5).
      *  Net amount - the load prices the VAT from the tax code
               10  RTL-Amount          pic s9(9)v99   comp-3.
               10  filler              pic x(57).
           05  RTM-Amend-Inits         pic x(3).
           05  RTM-Amend-Date          pic 9(8).
