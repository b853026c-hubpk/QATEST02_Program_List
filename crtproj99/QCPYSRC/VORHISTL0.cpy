      **************************************************************************
      *  Transmission history of the VOR extract records - one row per         *
      *    record image a cycle actually sent to the Windows side, keyed       *
      *    on file ('1' = VOR01DLLG, '2' = VOR02DLLG) + the record's own       *
      *    leading identifier (as VORSTATEL0) + the VOR run that sent it.      *
      *    Written by the VAX000601C delta pass and by the VAX000603C          *
      *    retransmission run, read by the VAX000604S inquiry, and purged      *
      *    to the VORHSTAL0 archive by VAX000605C.                             *
      *                                                                        *
      *  VORSTATEL0 only ever holds the last image - this file is what         *
      *    shows what the Windows side was sent on any given night.            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  VH-Key.
               10  VH-File             PIC X(1).
               10  VH-Rec-Key          PIC X(20).
               10  VH-Run              PIC S9(7)      COMP-3.
      *  N new record, C changed image, D deletion sent on the delete
      *    list (the image is the last one held), F image sent by a
      *    forced full refresh
           05  VH-Action               PIC X(1).
               88  VH-New                             VALUE "N".
               88  VH-Changed                         VALUE "C".
               88  VH-Deleted                         VALUE "D".
               88  VH-Full-Refresh                    VALUE "F".
      *  Zero for an ordinary cycle; on a VAX000603C retransmission row
      *    the failed run whose member was rebuilt
           05  VH-Orig-Run             PIC S9(7)      COMP-3.
           05  VH-Sent-Date            PIC 9(8).
           05  VH-Sent-Time            PIC 9(8).
           05  VH-Image                PIC X(150).
