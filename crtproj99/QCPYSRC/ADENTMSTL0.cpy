      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      *  IPN26464 2026/10/15 DR001 CIS contractor employer reference added   *
      **************************************************************************
           05  ENT-Entity-Code         pic x(3).
           05  ENT-Entity-Name         pic x(30).
           05  ENT-Base-Ccy            pic x(3).
           05  ENT-Status              pic x(1).
               88  ENT-Closed                         value 'C'.
      *  The PAYE employer reference HMRC knows the company by as a
      *    CIS contractor - printed on every CIS statement; blank for
      *    a company that is not a contractor
           05  ENT-Employer-Ref        pic x(14).
