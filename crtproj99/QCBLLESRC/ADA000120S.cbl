      **     a credit's link to its original must survive the        **
      **     invoice ageing out, or the supplier-statement argument  **
      **     the matching step settles comes back.                   **
      **                                                             **
      **   06/10/26  R:26452   D.Rowan                               **
      **   Reversal status carried onto the header history - an      **
      **     invoice reversed before it aged out must stay out of    **
      **     the VAT and spend reports once it is on history.        **
      **                                                             **
      **   14/10/26  R:26461   D.Rowan                               **
      **   Approver initials carried onto the header history - the   **
      **     segregation-of-duties report checks swept invoices too. **
      **                                                             **
      **   15/10/26  R:26465   D.Rowan                               **
      **   Payment date carried onto the header history - the        **
      **     payment practices report measures swept invoices too.   **
      **                                                             **
      **   15/10/26  R:26469   D.Rowan                               **
      **   Headers posted by the expense claims feed are dated from  **
      **     their EXPENSES run on the register as well.             **
      **-------------------------------------------------------------**
      /
       Environment Division.
       ba-010.
           move space                  to ws-Sweep-Flag.

      *  The header's run is an ADOS run or, failing that, a run of
      *    the expense claims feed.
           move 'ADOS'                 to RR-Application.
           move gaadRunNbr             to RR-Run-Number.
           read Run-Register
             invalid key
               move 'EXPENSES'         to RR-Application
               read Run-Register
                 invalid key
                   add 1               to ws-No-Date-Count
                   go to ba-990
               end-read
           end-read.

           if  RR-Start-Date  >  zero
           and RR-Start-Date  <  ws-Cutoff-Date
               set ws-Sweep-This-One to true.

           if  not ws-Sweep-This-One
               add 1                   to ws-Hdr-Kept
               go to ba-990.
           move ws-Today               to HH-Archive-Date.
           move gaadEntCde             to HH-Entity-Code.
           move gaadMtchInv            to HH-Match-Invoice.
           move gaadRevSts             to HH-Reversed.
           move gaadAppIn1             to HH-Approver-1.
           move gaadAppIn2             to HH-Approver-2.
           move gaadPayDte             to HH-Pay-Date.
      *  A key already on history is this same invoice, left there by
      *    a sweep that was interrupted before its delete (the load's
      *    history duplicate check stops the number being reused) -
