      **************************************************************************
      *  CIS labour analysis codes - one row per ADOS analysis code            *
      *    whose detail lines are labour rather than materials. On a           *
      *    CIS subcontractor's invoice the ADA000122S proposal run             *
      *    takes the deduction on the lines coded to one of these and          *
      *    treats every other line as materials. Maintained on the             *
      *    ADA000144S screen, every add and removal audited.                   *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  CLB-Anal-Code           pic x(5).
           05  CLB-Desc                pic x(30).
           05  CLB-Amend-Inits         pic x(3).
           05  CLB-Amend-Date          pic 9(8).
