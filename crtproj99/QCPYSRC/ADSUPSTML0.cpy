      **************************************************************************
      *  Supplier statement lines - one row per line of a supplier's           *
      *    monthly statement, imported from the file the AP clerk builds       *
      *    from the statement (one or several suppliers per load). Read        *
      *    by the ADA000135S statement reconciliation.                         *
      *                                                                       *
      *  DR/CR is from our side, the way ADOS sends it: DR = an invoice       *
      *    the supplier has charged us, CR = a credit note.                   *
      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      **************************************************************************
           05  STM-Supplier-Loc        pic x(2).
           05  STM-Supplier-Acc        pic x(6).
      *  The supplier's own invoice reference - gaadSppInv on our side
           05  STM-Supplier-Invoice    pic x(20).
           05  STM-Date                pic 9(8).
           05  STM-Amount              pic s9(9)v99   comp-3.
           05  STM-DR-CR               pic x(2).
