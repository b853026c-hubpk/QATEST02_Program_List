      **************************************************************************
      *  Content validation rules for the VOR extract records, read by the     *
      *    VAX000601C validation pass and maintained on the VAX000606S         *
      *    screen. Keyed on file + start position:                             *
      *                                                                        *
      *    file '1' (VOR01DLLG) / '2' (VOR02DLLG) - one row per numeric        *
      *      field: the positions given must hold digits only;                 *
      *    file '0', start 000 - the cycle control row, carrying the           *
      *      number of quarantined records tolerated before the whole          *
      *      cycle is refused.                                                 *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  VVR-Key.
               10  VVR-File            PIC X(1).
                   88  VVR-Control-Row                VALUE "0".
               10  VVR-Start           PIC 9(3).
           05  VVR-Length              PIC 9(3).
           05  VVR-Field-Name          PIC X(10).
      *  Control row only - a cycle whose quarantine count is above this
      *    is refused at severity 1; zero tolerates no bad record at all
           05  VVR-Quar-Limit          PIC 9(7).
           05  VVR-Amend-Inits         PIC X(3).
           05  VVR-Amend-Date          PIC 9(8).
