      **     trailer-mode parameter, because the staging file is     **
      **     built here from corrected suspense rows, not sent by    **
      **     ADOS with a trailer.                                    **
      **                                                             **
      **   15/10/26  R:26469   D.Rowan                               **
      **   Only ADOS suspense rows are resubmitted here - corrected  **
      **     rows from the EXPENSES claims feed go back through      **
      **     ADA000151S so they post under an expense run. The load  **
      **     is passed blank in its new source-application           **
      **     parameter, i.e. an ADOS run.                            **
      **-------------------------------------------------------------**
      /
       Environment Division.
           05  ws-115-Trial-Mode       pic x.
           05  ws-115-Member-Mode      pic x.
           05  ws-115-Trailer-Mode     pic x.
           05  ws-115-Source-Appl      pic x(10).
      /
       Linkage section.

      *  The staging file is built from corrected suspense rows, not
      *    sent by ADOS - there is no control trailer to verify.
           move 'N'                    to ws-115-Trailer-Mode.
           move spaces                 to ws-115-Source-Appl.
           call 'ADA000115S' using ws-115-Return-Code
                                   ls-Resub-Run-Number
                                   ws-115-Record-Number
                                   ws-115-Delimiter
                                   ws-115-Trial-Mode
                                   ws-115-Member-Mode
                                   ws-115-Trailer-Mode
                                   ws-115-Source-Appl.

           if  ws-115-Return-Code  not =  spaces
               move ws-115-Return-Code to ls-Return-Code.
           if  not Rej-Corrected
               go to ba-990.

      *  Expense claim rows are resubmitted by the expense feed itself
           if  Rej-Source-Appl  not =  spaces
           and Rej-Source-Appl  not =  'ADOS'
               go to ba-990.

           move Rej-Raw-Text           to Resub-R.
           write Resub-R.

