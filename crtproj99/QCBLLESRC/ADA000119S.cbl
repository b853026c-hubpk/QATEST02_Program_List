      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26452 2026/10/06 DR001 Reversal shown on the posted line - date   *
      *                            and supervisor from the ADA000134S         *
      *                            screen; the reason is on the audit log     *
      **************************************************************************

       ENVIRONMENT DIVISION.
           MOVE gaadRunNbr  TO W-RUN-ED.
           MOVE gaadSupAmt  TO W-AMT-ED.
           MOVE SPACES      TO W-L-POSTED.
           IF gaadRevSts = "R"
             STRING "REVERSED " gaadRevDte " BY " gaadRevIni
                    " - RUN " W-RUN-ED " " gaadCurCde " " W-AMT-ED
                    " " gaadDRCR
               DELIMITED BY SIZE
               INTO W-L-POSTED
             END-STRING
             GO TO CHECK-POSTED-E
           END-IF.
           STRING "RUN " W-RUN-ED " " gaadCurCde " " W-AMT-ED
                  " " gaadDRCR " REF " gaadSppInv
             DELIMITED BY SIZE
           MOVE HH-Run-Number TO W-RUN-ED.
           MOVE HH-Amount     TO W-AMT-ED.
           MOVE SPACES        TO W-L-POSTED.
           IF HH-Reversed = "R"
             STRING "HISTORY REVERSED - RUN " W-RUN-ED " "
                    HH-Currency-Code " " W-AMT-ED " " HH-DR-CR
               DELIMITED BY SIZE
               INTO W-L-POSTED
             END-STRING
             GO TO CHECK-POSTED-HISTORY-E
           END-IF.
           STRING "HISTORY RUN " W-RUN-ED " " HH-Currency-Code
                  " " W-AMT-ED " " HH-DR-CR " REF "
                  HH-Supplier-Invoice
