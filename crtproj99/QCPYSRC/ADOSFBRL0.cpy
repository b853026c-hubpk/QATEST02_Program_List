      **************************************************************************
      *  ADOS feedback batch register - one row per nightly reject             *
      *    feedback file the ADA000147S run sends to ADOS, keyed on the        *
      *    batch number, with the control totals its trailer carried and       *
      *    what the ADOS acknowledgement for it said.                          *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  FBR-Batch-No            pic s9(7)      comp-3.
           05  FBR-Created-Date        pic 9(8).
      *  Trailer control totals - detail rows sent and the hash of
      *    their load record numbers
           05  FBR-Row-Count           pic s9(7)      comp-3.
           05  FBR-Hash-Total          pic s9(11)     comp-3.
      *  Blank = awaiting acknowledgement, A = acknowledged and the
      *    totals agree, M = acknowledged with different totals, R =
      *    refused by ADOS. M and R batches are sent again.
           05  FBR-Ack-Status          pic x(1).
               88  FBR-Awaiting-Ack                   value ' '.
               88  FBR-Acknowledged                   value 'A'.
               88  FBR-Ack-Mismatch                   value 'M'.
               88  FBR-Ack-Refused                    value 'R'.
           05  FBR-Ack-Date            pic 9(8).
           05  FBR-Ack-Row-Count       pic s9(7)      comp-3.
           05  FBR-Ack-Hash-Total      pic s9(11)     comp-3.
      *  The batch an M or R batch's rows went out again in
           05  FBR-Resent-Batch        pic s9(7)      comp-3.
