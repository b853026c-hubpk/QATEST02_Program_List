      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      *  IPN26464 2026/10/15 DR001 CIS status, UTR and verification number   *
      *                            added for subcontractor suppliers         *
      *  IPN26467 2026/10/15 DR001 Intercompany counterparty entity added    *
      **************************************************************************
           05  SUPM-Key.
               10  SUPM-Supplier-Loc   pic x(2).
           05  SUPM-Supplier-Name      pic x(30).
           05  SUPM-Status             pic x(1).
               88  SUPM-Closed                        value 'C'.
      *  Construction Industry Scheme - blank = not a CIS subcontractor,
      *    G = paid gross, N = net (standard rate deduction), U =
      *    unverified (higher rate deduction). Set on the ADA000144S
      *    screen only - the corporate extract does not carry it.
           05  SUPM-CIS-Status         pic x(1).
               88  SUPM-CIS-Gross                     value 'G'.
               88  SUPM-CIS-Net                       value 'N'.
               88  SUPM-CIS-Unverified                value 'U'.
               88  SUPM-CIS-Subcontractor             value 'G' 'N' 'U'.
      *  The subcontractor's Unique Taxpayer Reference and the number
      *    HMRC gave when the subcontractor was verified
           05  SUPM-CIS-UTR            pic x(10).
           05  SUPM-CIS-Verify-No      pic x(13).
      *  Intercompany - the entity this supplier account is, when the
      *    account is another company of the group on this ledger;
      *    blank for an ordinary supplier. Set on the ADA000148S screen
      *    only, and read by the ADA000149S reconciliation.
           05  SUPM-IC-Entity          pic x(3).
