      **************************************************************************
      *  Quarantined VOR extract records - one row per record the              *
      *    VAX000601C validation pass took out of a cycle before it was        *
      *    transmitted or compared against VORSTATEL0, with the run, the       *
      *    record's position in its extract, the reason and the image as       *
      *    it arrived. Rows accumulate across runs.                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  VQ-Run                  PIC S9(7)      COMP-3.
           05  VQ-File-Name            PIC X(10).
           05  VQ-Rec-No               PIC 9(7).
      *  L layout (data in the line-separator positions or a line
      *    break inside the data), B blank key, D duplicate key,
      *    N non-numeric data in a numeric field
           05  VQ-Reason               PIC X(1).
               88  VQ-Bad-Layout                      VALUE "L".
               88  VQ-Blank-Key                       VALUE "B".
               88  VQ-Duplicate-Key                   VALUE "D".
               88  VQ-Non-Numeric                     VALUE "N".
           05  VQ-Reason-Text          PIC X(25).
           05  VQ-Date                 PIC 9(8).
           05  VQ-Time                 PIC 9(8).
           05  VQ-Image                PIC X(150).
