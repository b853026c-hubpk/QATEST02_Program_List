      **************************************************************************
      *  GL journal extract log, keyed on application + run + entity -         *
      *    one row for each run and entity ADA000127S has extracted a          *
      *    balanced journal for, with the journal number, the date and         *
      *    the control figures it handed the ledger. A run extracted           *
      *    again for the same entity overwrites its row. The ADA000150S        *
      *    period-close readiness check reads it to find runs whose            *
      *    journal never reached the ledger.                                   *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  JLG-Key.
      *  The source files extracted - ADOS for the interface files,
      *    whichever feed (ADOS or the EXPENSES claims feed) posted the
      *    run, the two sources' run numbers being kept apart
               10  JLG-Application     pic x(10).
               10  JLG-Run-Number      pic s9(7)      comp-3.
               10  JLG-Entity-Code     pic x(3).
           05  JLG-Journal-No          pic 9(7).
           05  JLG-Extract-Date        pic 9(8).
           05  JLG-Line-Count          pic s9(5)      comp-3.
           05  JLG-Hash-Total          pic s9(13)v99  comp-3.
