      **************************************************************************
      *  Departmental budget - one row per entity, department (gbadAccDpt),    *
      *    GL account and ADPERCALL0 period, in the entity's own base          *
      *    currency. Loaded from Finance's annual budget spreadsheet by        *
      *    ADA000139S and maintained on the ADA000140S screen.                 *
      *                                                                        *
      *  The ADA000115S load adds each posted detail line into the             *
      *    period's running actual and compares the year-to-date spend         *
      *    with the year-to-date budget, writing an audit-log row when the     *
      *    warning percentage is passed or the budget is exceeded. The         *
      *    ADA000141S budget-versus-actual report restates the running         *
      *    actuals from the interface files, so reversals and anything         *
      *    posted before the budget was loaded are brought into line.          *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  BUD-Key.
               10  BUD-Entity-Code     pic x(3).
               10  BUD-Dept            pic x(4).
               10  BUD-Account-Loc     pic x(2).
               10  BUD-Account-No      pic x(6).
               10  BUD-Period          pic 9(6).
           05  BUD-Amount              pic s9(11)v99  comp-3.
      *  Year-to-date spend as a percentage of year-to-date budget at
      *    which the load warns - zero means no warning, only the
      *    overspend itself
           05  BUD-Warn-Pct            pic 9(3).
           05  BUD-Actual              pic s9(11)v99  comp-3.
      *  Last alert raised for the period - the load only writes an
      *    audit row when the level goes up, not on every line after
           05  BUD-Alert-Level         pic x(1).
               88  BUD-No-Alert                       value space.
               88  BUD-Warned                         value 'W'.
               88  BUD-Over                           value 'O'.
           05  BUD-Amend-Inits         pic x(3).
           05  BUD-Amend-Date          pic 9(8).
