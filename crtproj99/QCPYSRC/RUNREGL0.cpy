      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      *  IPN26469 2026/10/15 DR001 EXPENSES application for the ADA000151S   *
      *                            expense feed, and the interface-run       *
      *                            condition                                 *
      *  IPN26471 2026/10/15 DR001 Failed status F for a run that refused    *
      *                            its input or failed its check             *
      **************************************************************************
           05  RR-Key.
               10  RR-Application      pic x(10).
      *  Runs that post to the ADIFCHDRL0/ADIFCDTLL0 interface files -
      *    the ADOS load and the expense claims feed. Both carry the
      *    run number on every header and detail, so the expense feed
      *    numbers its runs from 8000001 to keep the two apart.
                   88  RR-Interface-Run       value 'ADOS' 'EXPENSES'.
               10  RR-Run-Number       pic s9(7)      comp-3.
           05  RR-Start-Date           pic 9(8).
           05  RR-Start-Time           pic 9(8).
               88  RR-Ended                           value 'E'.
               88  RR-Ended-Exceptions                value 'X'.
               88  RR-Abended                         value 'A'.
      *  A run that reached its end but failed - its input refused or
      *    its check not passed - and is no more done than an abend
               88  RR-Failed                          value 'F'.
           05  RR-Record-Count-1       pic s9(7)      comp-3.
           05  RR-Record-Count-2       pic s9(7)      comp-3.
