      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      *  IPN26449 2026/09/02 DR001 Entity code added - which company's       *
      *                            ledger the rejected row was bound for     *
      *  IPN26466 2026/10/15 DR001 Feedback status and batch numbers added - *
      *                            the ADA000147S nightly feedback run tells *
      *                            ADOS about each new reject and its        *
      *                            resubmission or write-off                 *
      *  IPN26469 2026/10/15 DR001 Source application added - ADOS or the    *
      *                            EXPENSES claims feed                      *
      **************************************************************************
           05  Rej-Record-Number       pic s9(5)      comp-3.
           05  Rej-Run-Number          pic s9(7)      comp-3.
           05  Rej-Member-Name         pic x(10).
      *  Which company's ledger the row was bound for
           05  Rej-Entity-Code         pic x(3).
      *  What the ADA000147S feedback file has told ADOS about the row -
      *    blank = nothing yet, O = the reject, R = resubmitted, W =
      *    written off - and the feedback batches that carried the
      *    reject and the follow-up. A batch ADOS does not acknowledge
      *    cleanly is unwound here and the rows go out again.
           05  Rej-Fbk-Status          pic x(1).
           05  Rej-Fbk-Batch           pic s9(7)      comp-3.
           05  Rej-Fbk-Fup-Batch       pic s9(7)      comp-3.
      *  Which run-register application's load the row failed in - the
      *    ADOS load or the EXPENSES claims feed. Blank on rows written
      *    before the expense feed arrived, which are all ADOS rows.
           05  Rej-Source-Appl         pic x(10).
