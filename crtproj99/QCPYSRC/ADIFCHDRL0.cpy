      *                            added - stamped by the ADA000131S         *
      *                            approval screen, and the paper register   *
      *                            initialling stops being the control       *
      *  IPN26452 2026/10/06 DR001 Reversal status, date and supervisor      *
      *                            initials added - set by the ADA000134S    *
      *                            reversal screen in place of a DFU         *
      *                            delete of a wrongly posted invoice        *
      *  IPN26465 2026/10/15 DR001 Payment date added - stamped by           *
      *                            ADA000122S with the proposal's payment    *
      *                            date on every invoice it takes, for the   *
      *                            ADA000146S payment practices report       *
      **************************************************************************
           05  gaadInvNo               pic x(7).
           05  gaadRunNbr              pic s9(7)      comp-3.
           05  gaadAppSts              pic x(1).
           05  gaadAppIn1              pic x(3).
           05  gaadAppIn2              pic x(3).
      *  Reversal, stamped by the ADA000134S supervisor screen: blank =
      *    live, R = reversed. A reversed invoice stays on file for the
      *    trail but approval, proposal, VAT and spend all pass it by -
      *    its contra lines back it out of the ledger on ADIFCREVL0.
           05  gaadRevSts              pic x(1).
           05  gaadRevDte              pic 9(8).
           05  gaadRevIni              pic x(3).
      *  Payment date of the ADA000122S proposal that took the invoice
      *    (gaadPayPrp = 'P') - zero until proposed
           05  gaadPayDte              pic 9(8).
