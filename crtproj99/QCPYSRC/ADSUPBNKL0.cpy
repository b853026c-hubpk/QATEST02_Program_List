      **************************************************************************
      *  Supplier bank details, keyed like the ADSUPMSTL0 supplier             *
      *    master on location + account - one row per supplier the            *
      *    payment run can pay electronically. UK suppliers carry a           *
      *    sort code and account (BACS); euro suppliers an IBAN and BIC       *
      *    (SEPA credit transfer).                                            *
      *                                                                       *
      *  Maintained only through the ADA000132S screen. Any add or            *
      *    change leaves the row Pending until a second user confirms         *
      *    it there - the ADA000133S payment run pays Confirmed rows          *
      *    only, so nobody can both redirect and release a payment.           *
      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      **************************************************************************
           05  SBK-Key.
               10  SBK-Supplier-Loc    pic x(2).
               10  SBK-Supplier-Acc    pic x(6).
      *  B = BACS (sort code + account), S = SEPA (IBAN + BIC)
           05  SBK-Scheme              pic x(1).
               88  SBK-BACS                           value 'B'.
               88  SBK-SEPA                           value 'S'.
           05  SBK-Sort-Code           pic x(6).
           05  SBK-Account-No          pic x(8).
      *  Beneficiary name as the bank is to show it - 18 characters
      *    is the most a BACS record carries
           05  SBK-Account-Name        pic x(18).
           05  SBK-IBAN                pic x(34).
           05  SBK-BIC                 pic x(11).
      *  P = changed, awaiting a second user's confirmation;
      *    C = confirmed and payable
           05  SBK-Status              pic x(1).
               88  SBK-Pending                        value 'P'.
               88  SBK-Confirmed                      value 'C'.
           05  SBK-Amend-Inits         pic x(3).
           05  SBK-Amend-Date          pic 9(8).
           05  SBK-Confirm-Inits       pic x(3).
           05  SBK-Confirm-Date        pic 9(8).
