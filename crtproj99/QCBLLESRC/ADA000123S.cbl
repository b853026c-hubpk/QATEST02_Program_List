      *    monitor holds the evening ADOS stream instead of the load           *
      *    discovering it as NO EXCHANGE RATE rejects at 2am.                  *
      *                                                                        *
      *  Each run registers on ADRUNREGL0 as a RATEFEED run - a missing        *
      *    rate ends it failed, so the OPS000608C stream stops there too.      *
      *                                                                        *
      *  Author: D.Rowan 2026-09-02                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26445 2026/09/02 DR001 Audit rows written through the             *
      *                            OPS000607C log server                     *
      *  IPN26471 2026/10/15 DR001 Run registered on ADRUNREGL0 as RATEFEED    *
      *                            through OPS000602C - failed when an active  *
      *                            currency is left without a rate             *
      **************************************************************************

       ENVIRONMENT DIVISION.
        01 W-CNT-ED         PIC Z(4)9.
        01 W-LINE           PIC X(80).

      * Run register server parameters - every run registers as a
      *   RATEFEED run of its own, numbered by the server, so the night
      *   stream controller can judge it by its register row
        01 W-REG-FUNCTION    PIC X(1).
        01 W-REG-APPLICATION PIC X(10) VALUE "RATEFEED".
        01 W-REG-RUN         PIC S9(7) COMP-3.
        01 W-REG-STATUS      PIC X(1).
        01 W-REG-COUNT-1     PIC S9(7) COMP-3.
        01 W-REG-COUNT-2     PIC S9(7) COMP-3.
        01 W-REG-RETURN      PIC X(1).
        01 W-REG-STARTED     PIC 9 VALUE ZERO.
      * Set once the run has got through its work - a run that never
      *   did is reported as abended
        01 W-PROC-DONE       PIC 9 VALUE ZERO.

       LINKAGE SECTION.
      * Input : the rate date the evening load will run with
      *   (yyyymmdd), zero = today - the missing-rate check runs
             MOVE 10 TO W-TOLERANCE
           END-IF.

           MOVE 0 TO W-PROC-DONE.
           PERFORM REGISTER-START.

           PERFORM OPEN-FILES.

           MOVE 0 TO W-EOF.

           COMPUTE L-PROBLEM-COUNT = W-REJECT-COUNT + W-MISSING-COUNT.

           MOVE 1 TO W-PROC-DONE.

       MAIN-E.
           GO TO PGM-END.

       PRINT-SUMMARY-E.
           EXIT.

      ******************************************************************
      * A zero run number is allocated the next RATEFEED number by
      *   the register server. A start the server could not record
      *   reports no end either - there is no row of this run's to
      *   end.
       REGISTER-START SECTION.
       REGISTER-START-B.
           MOVE 0 TO W-REG-STARTED.
           MOVE "S"   TO W-REG-FUNCTION.
           MOVE ZERO  TO W-REG-RUN.
           MOVE SPACE TO W-REG-STATUS.
           MOVE ZERO  TO W-REG-COUNT-1 W-REG-COUNT-2.
           CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                   W-REG-RUN W-REG-STATUS
                                   W-REG-COUNT-1 W-REG-COUNT-2
                                   W-REG-RETURN.
           IF W-REG-RETURN = "0"
             MOVE 1 TO W-REG-STARTED
           END-IF.

       REGISTER-START-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
             MOVE 0 TO O-LOADRPT
           END-IF.

      * Report the run's end to the register - a run that never got
      *   through is an abend, an active currency left without a rate
      *   fails it (the ADOS load must not start on the stream), and
      *   rows rejected end it with exceptions.
           IF W-REG-STARTED = 1
             MOVE "E" TO W-REG-FUNCTION
             EVALUATE TRUE
               WHEN W-PROC-DONE = 0
                 MOVE "A" TO W-REG-STATUS
               WHEN W-MISSING-COUNT > ZERO
                 MOVE "F" TO W-REG-STATUS
               WHEN W-REJECT-COUNT > ZERO
                 MOVE "X" TO W-REG-STATUS
               WHEN OTHER
                 MOVE "E" TO W-REG-STATUS
             END-EVALUATE
             MOVE W-APPLIED-COUNT TO W-REG-COUNT-1
             MOVE W-REJECT-COUNT TO W-REG-COUNT-2
             CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                     W-REG-RUN W-REG-STATUS
                                     W-REG-COUNT-1 W-REG-COUNT-2
                                     W-REG-RETURN
             MOVE 0 TO W-REG-STARTED
           END-IF.

           GOBACK.
