      **     files for every invoice in the load. A triple missing   **
      **     from the table (overflow, or the untrailered            **
      **     resubmission path) falls back to the old file scan.     **
      **                                                             **
      **   11/10/26  R:26457   D.Rowan                               **
      **   Departmental budget check - each posted detail line is    **
      **     added into its ADBUDGETL0 row's running actual for the  **
      **     run period, and the year-to-date spend is compared      **
      **     with the year-to-date budget. Passing the row's warning **
      **     percentage or going over budget writes an audit-log     **
      **     row naming the department and the invoice that tipped   **
      **     it over. Not in trial mode - nothing posts.             **
      **                                                             **
      **   15/10/26  R:26465   D.Rowan                               **
      **   Payment date on the header cleared at post - ADA000122S   **
      **     stamps it when a payment proposal takes the invoice.    **
      **                                                             **
      **   15/10/26  R:26466   D.Rowan                               **
      **   New suspense rows start with nothing yet sent to ADOS on  **
      **     the ADA000147S reject feedback file.                    **
      **                                                             **
      **   15/10/26  R:26469   D.Rowan                               **
      **   Source application (new last parameter, blank = ADOS) -   **
      **     the ADA000151S expense claims feed loads through here   **
      **     as EXPENSES, registering its runs under its own code    **
      **     and stamping its suspense rows with it.                 **
      **-------------------------------------------------------------**
      /
       Environment Division.
             organization  is indexed
             access        is random
             record key    is MPR-Member-Name.

      *  Departmental budget - each posted line's running actual and
      *    the overspend check
           select Budget-File
             assign        to database-ADBUDGETL0
             organization  is indexed
             access        is dynamic
             record key    is BUD-Key.
      /
       Data Division.
       File Section.
           05  MPR-Member-Name         pic x(10).
           05  MPR-Run-Number          pic s9(7)      comp-3.
           05  MPR-Process-Date        pic 9(8).
      /
       FD  Budget-File.

       01  Budget-R.
           copy ADBUDGETL0.
      /
       Working-Storage Section.
       01.
           05  ws-Alg-Member           pic x(10).
           05  ws-Alg-Return           pic x(1).

      *  Budget check for the detail line just posted - the row it
      *    hit, and the year-to-date budget and spend for that entity,
      *    department and account up to the run period
       01.
           05  ws-Bud-Key              pic x(21).
           05  ws-Bud-Year-Start       pic 9(6).
           05  ws-Bud-YTD-Budget       pic s9(11)v99  comp-3.
           05  ws-Bud-YTD-Actual       pic s9(11)v99  comp-3.
           05  ws-Bud-Warn-Pct         pic 9(3).
           05  ws-Bud-Old-Level        pic x(1).
           05  ws-Bud-New-Level        pic x(1).
           05  ws-Bud-EOF-Flag         pic x          value space.
               88  ws-Bud-EOF                         value '1'.

      *  Parameter set for the OPS000602C run register server
       01.
           05  ws-Reg-Function         pic x(1).
      *    passes 'N' - its staging file is not an ADOS file.
       01  ls-Trailer-Mode             pic x.
           88  ls-No-Trailer-Check                    value 'N'.

      *  Input : Source application - the run-register application the
      *    run belongs to. Blank is the ADOS load; the ADA000151S
      *    expense claims feed passes 'EXPENSES', so its runs (numbered
      *    apart from the ADOS runs) and suspense rows can be told from
      *    the ADOS ones.
       01  ls-Source-Appl              pic x(10).
      /
       Procedure Division
           using ls-Return-Code
                 ls-Field-Delimiter
                 ls-Trial-Mode
                 ls-Member-Mode
                 ls-Trailer-Mode
                 ls-Source-Appl.

       a-Mainline Section.
       a-010.

           move ls-Resume-Record-Number to ws-Resume-Record.

      *  The run registers under the caller's source application -
      *    blank is the ADOS load itself.
           if  ls-Source-Appl  not =  spaces
               move ls-Source-Appl  to ws-Reg-Application.

      *  Reject-File is opened extend so suspense rows accumulate
      *    across runs for the ADA000116S workbench - they are only
      *    cleared by being worked, not by the next load.
                i-o      Iface-Header.

           if  not ls-Trial-Run
               open output Iface-Detail
               open i-o    Budget-File.

           if  ls-Multi-Member-Run
               open i-o Member-Register.

           if  not ls-Trial-Run
               close Iface-Detail
                     Budget-File
               perform ad-Archive-Files.

      *  Report the run's end to the register - anything diverted to
           move ls-Run-Number         to Ctl-Count.
           write Ctl-Report-R.

           move spaces                to Ctl-Label.
           string 'SOURCE APPLICATION ' ws-Reg-Application
             delimited by size
             into Ctl-Label
           end-string.
           move zero                  to Ctl-Amount.
           write Ctl-Report-R.

           move 'SUPPLIER DR TOTAL'   to Ctl-Label.
           move ls-Supplier-DR-Total  to Ctl-Amount.
           write Ctl-Report-R.
                                          Rej-Resub-Run-Number.
           move ws-Member-Name         to Rej-Member-Name.
           move ws-Entity-Code         to Rej-Entity-Code.
           move ws-Reg-Application     to Rej-Source-Appl.
           move space                  to Rej-Fbk-Status.
           move zeros                  to Rej-Fbk-Batch
                                          Rej-Fbk-Fup-Batch.
           write Reject-R.

           add 1                       to ws-Reject-Count.
           move space                  to gaadAppSts.
           move spaces                 to gaadAppIn1.
           move spaces                 to gaadAppIn2.
           move zero                   to gaadPayDte.

      *  If the amount is negative then it must be a credit.
           if  ws-Amount-Unedited  >  zero

           perform cf-Tally-Tax-Summary.

           perform cn-Check-Budget.

           add gbAdAmt                 to ws-Detail-Amt-Total.

           perform ci-Find-Entity-Entry.

       cm-990.
           exit.
      /
       cn-Check-Budget  section.
      **-------------------------------------------------------------**
      **   Add the line just posted into its budget row's running    **
      **     actual for the run period, then compare the year-to-    **
      **     date spend with the year-to-date budget. A line with no **
      **     budget row for the period is simply unbudgeted. DR      **
      **     charges the department and CR refunds it, the way the   **
      **     ADA000130S spend report nets them.                      **
      **-------------------------------------------------------------**
       cn-010.
           if  ls-Trial-Run
               go to cn-990.

           move ws-Header-Entity       to BUD-Entity-Code.
           move gbadAccDpt             to BUD-Dept.
           move gbadAccLoc             to BUD-Account-Loc.
           move gbadAccNo              to BUD-Account-No.
           move ws-Run-Date(1:6)       to BUD-Period.
           read Budget-File
             invalid key
               go to cn-990
           end-read.

           if  gbadDRCR  =  'CR'
               subtract gbadBasAmt     from BUD-Actual
           else
               add gbadBasAmt          to BUD-Actual.
           rewrite Budget-R.

           move BUD-Key                to ws-Bud-Key.
           move BUD-Warn-Pct           to ws-Bud-Warn-Pct.
           move BUD-Alert-Level        to ws-Bud-Old-Level.

           perform co-Budget-Year-To-Date.

      *  Over budget beats the warning; a credit that brings the spend
      *    back under lowers the level again, so a later overspend in
      *    the same period is reported afresh.
           move space                  to ws-Bud-New-Level.
           if  ws-Bud-YTD-Actual  >  ws-Bud-YTD-Budget
               move 'O'                to ws-Bud-New-Level
           else
               if  ws-Bud-Warn-Pct  >  zero
               and ws-Bud-YTD-Actual * 100  >=
                   ws-Bud-YTD-Budget * ws-Bud-Warn-Pct
               and ws-Bud-YTD-Actual  >  zero
                   move 'W'            to ws-Bud-New-Level.

           if  ws-Bud-New-Level  =  ws-Bud-Old-Level
               go to cn-990.

      *  co- has moved the record area on - back to the period's row
      *    to record the new level
           move ws-Bud-Key             to BUD-Key.
           read Budget-File
             invalid key
               go to cn-990
           end-read.
           move ws-Bud-New-Level       to BUD-Alert-Level.
           rewrite Budget-R.

           if  ws-Bud-New-Level  =  space
           or (ws-Bud-New-Level  =  'W'
           and ws-Bud-Old-Level  =  'O')
               go to cn-990.

           move spaces                 to ws-Alg-Key.
           move gbadInvNo              to ws-Alg-Key.
           move spaces                 to ws-Alg-Text.
           if  ws-Bud-New-Level  =  'O'
               string 'DEPT '             delimited by size
                      BUD-Dept            delimited by size
                      ' ACC '             delimited by size
                      BUD-Account-Loc     delimited by size
                      '/'                 delimited by size
                      BUD-Account-No      delimited by size
                      ' ' BUD-Entity-Code delimited by size
                      ' OVER BUDGET YEAR TO DATE'
                                          delimited by size
                 into ws-Alg-Text
               end-string
               move 2                  to ws-Alg-Severity
           else
               string 'DEPT '             delimited by size
                      BUD-Dept            delimited by size
                      ' ACC '             delimited by size
                      BUD-Account-Loc     delimited by size
                      '/'                 delimited by size
                      BUD-Account-No      delimited by size
                      ' ' BUD-Entity-Code delimited by size
                      ' PAST BUDGET WARNING %'
                                          delimited by size
                 into ws-Alg-Text
               end-string
               move 3                  to ws-Alg-Severity.
           move ws-Member-Name         to ws-Alg-Member.
           perform dc-Call-Audit-Server.

       cn-990.
           exit.
      /
       co-Budget-Year-To-Date  section.
      **-------------------------------------------------------------**
      **   Year-to-date budget and running actual for the row's      **
      **     entity, department and account - every period row from  **
      **     the first period of the run's year up to the run        **
      **     period itself.                                          **
      **-------------------------------------------------------------**
       co-010.
           move zero                   to ws-Bud-YTD-Budget
                                          ws-Bud-YTD-Actual.
           move ws-Run-Date(1:4)       to ws-Bud-Year-Start(1:4).
           move '01'                   to ws-Bud-Year-Start(5:2).
           move ws-Bud-Year-Start      to BUD-Period.
           move space                  to ws-Bud-EOF-Flag.
           start Budget-File
             key is not less than BUD-Key
             invalid key
               set ws-Bud-EOF          to true
           end-start.

           perform
             until ws-Bud-EOF
               read Budget-File next
                 at end
                   set ws-Bud-EOF      to true
                 not at end
                   if  BUD-Key(1:15)  not =  ws-Bud-Key(1:15)
                   or  BUD-Period  >  ws-Run-Date(1:6)
                       set ws-Bud-EOF  to true
                   else
                       add BUD-Amount  to ws-Bud-YTD-Budget
                       add BUD-Actual  to ws-Bud-YTD-Actual
                   end-if
               end-read
           end-perform.

       co-990.
           exit.
      /
       cc-Check-Invoice-Total  section.
      **-------------------------------------------------------------**
