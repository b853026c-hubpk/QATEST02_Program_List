      **************************************************************************
      *  Recurring invoices generated - one row per template per period,     *
      *    written by the ADA000138S generator once the ADA000115S load       *
      *    has taken the period's invoice. A template + period already on    *
      *    here is never generated again, so a rerun of the generator         *
      *    cannot post a standing charge twice.                               *
      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      **************************************************************************
           05  RGN-Key.
               10  RGN-Template-Id     pic x(8).
               10  RGN-Period          pic 9(6).
           05  RGN-Invoice-No          pic x(7).
           05  RGN-Run-Number          pic s9(7)      comp-3.
           05  RGN-Amount              pic s9(9)v99   comp-3.
           05  RGN-Line-Count          pic 9(3).
      *  P = posted by the load, S = the load sent it to suspense (to
      *    be worked through ADA000116S like any other rejected row)
           05  RGN-Outcome             pic x(1).
               88  RGN-Posted                         value 'P'.
               88  RGN-Suspense                       value 'S'.
           05  RGN-Gen-Date            pic 9(8).
