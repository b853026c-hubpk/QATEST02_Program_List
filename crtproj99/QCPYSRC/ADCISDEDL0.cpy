      **************************************************************************
      *  CIS payment and deduction ledger - one row per CIS                    *
      *    subcontractor payment the ADA000122S proposal run makes,            *
      *    with the gross, materials, labour and deduction exactly as          *
      *    the subcontractor's statement printed them. Added to, never         *
      *    rewritten: the ADA000145S monthly return totals it by tax           *
      *    month, so a return can be re-run and always agrees with the         *
      *    statements issued.                                                  *
      *                                                                        *
      *  A tax month runs from the 6th of one calendar month to the            *
      *    5th of the next, and is named by the date it ends.                  *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  CIS-Supplier-Loc        pic x(2).
           05  CIS-Supplier-Acc        pic x(6).
           05  CIS-Supplier-Name       pic x(30).
           05  CIS-UTR                 pic x(10).
           05  CIS-Verify-No           pic x(13).
      *  The supplier's CIS status when paid - G, N or U
           05  CIS-Status              pic x(1).
           05  CIS-Entity-Code         pic x(3).
           05  CIS-Pay-Date            pic 9(8).
           05  CIS-Tax-Month-End       pic 9(8).
      *  All amounts in sterling, VAT excluded
           05  CIS-Gross               pic s9(11)v99  comp-3.
           05  CIS-Materials           pic s9(11)v99  comp-3.
           05  CIS-Labour              pic s9(11)v99  comp-3.
           05  CIS-Rate                pic s9(3)v99   comp-3.
           05  CIS-Deduction           pic s9(11)v99  comp-3.
           05  CIS-Net-Paid            pic s9(11)v99  comp-3.
