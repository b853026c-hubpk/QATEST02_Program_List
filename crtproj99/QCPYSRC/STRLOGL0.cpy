      **************************************************************************
      *  Night batch stream log (ADSTRLOGL0) - written by the OPS000608C       *
      *    controller, shown on the OPS000609S progress screen. Keyed on       *
      *    stream + night (the date the stream started) + step sequence;       *
      *    step 000 is the night's header row, carrying the stream's own       *
      *    status. A restart resumes the night on the last header row          *
      *    while that is still running or stopped.                             *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  SL-Key.
               10  SL-Stream           pic x(10).
               10  SL-Night            pic 9(8).
               10  SL-Step-Seq         pic 9(3).
           05  SL-Step-Name            pic x(10).
           05  SL-Status               pic x(1).
               88  SL-Running                         value 'R'.
               88  SL-Complete                        value 'C'.
               88  SL-Exceptions                      value 'X'.
               88  SL-Failed                          value 'F'.
               88  SL-Held                            value 'D'.
               88  SL-Manual                          value 'M'.
               88  SL-Abandoned                       value 'A'.
               88  SL-Done                            value 'C' 'X' 'M'.
           05  SL-Attempts             pic 9(3).
           05  SL-Start-Date           pic 9(8).
           05  SL-Start-Time           pic 9(8).
           05  SL-End-Date             pic 9(8).
           05  SL-End-Time             pic 9(8).
      *  The ADRUNREGL0 row the step's outcome was read from
           05  SL-Reg-Application      pic x(10).
           05  SL-Reg-Run              pic s9(7)      comp-3.
           05  SL-Text                 pic x(40).
      *  Operator who marked a step done by hand or abandoned a night
           05  SL-Inits                pic x(3).
