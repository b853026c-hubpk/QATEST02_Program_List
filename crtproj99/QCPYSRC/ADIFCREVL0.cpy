      **************************************************************************
      *  Reversal contra lines - written by the ADA000134S supervisor          *
      *    reversal screen when a posted invoice is backed out, keyed on       *
      *    invoice number + contra line number. One row per journal line       *
      *    the invoice originally produced (expense, input VAT and the         *
      *    supplier control side), each on the opposite DR/CR side and         *
      *    already in the entity's base currency.                              *
      *                                                                       *
      *  The next ADA000127S journal extract for the entity carries every     *
      *    row still at journal number zero and stamps it with the journal    *
      *    that took it, so each contra reaches the ledger exactly once.      *
      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      **************************************************************************
           05  REV-Key.
               10  REV-Invoice-No      pic x(7).
               10  REV-Line-No         pic 9(3).
           05  REV-Entity-Code         pic x(3).
      *  E = expense line, V = input VAT, S = supplier control - the
      *    control account is the ledger's, so an S row carries no
      *    account and the extract posts it to the one it is given
           05  REV-Line-Type           pic x(1).
               88  REV-Expense             value 'E'.
               88  REV-Vat                 value 'V'.
               88  REV-Supplier            value 'S'.
           05  REV-Account-Loc         pic x(2).
           05  REV-Account-No          pic x(6).
           05  REV-Dept                pic x(4).
           05  REV-Anal                pic x(5).
           05  REV-DR-CR               pic x(2).
           05  REV-Amount              pic s9(11)v99  comp-3.
           05  REV-Desc                pic x(40).
      *  The run the invoice originally posted in
           05  REV-Orig-Run            pic s9(7)      comp-3.
           05  REV-Reverse-Date        pic 9(8).
      *  Zero until a journal extract has carried the row
           05  REV-Journal-No          pic 9(7).
