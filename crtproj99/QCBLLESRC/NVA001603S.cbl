      *    then deleted (which is what keeps the run count meaning             *
      *    "consecutive").                                                     *
      *                                                                        *
      *  Each run registers on ADRUNREGL0 as an AOLESCAL run - a run           *
      *    number matching no tracker row ends it failed, so the               *
      *    OPS000608C stream stops there.                                      *
      *                                                                        *
      *  Author: D.Rowan 2026-08-23                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26471 2026/10/15 DR001 Run registered on ADRUNREGL0 as AOLESCAL    *
      *                            through OPS000602C - failed when the run    *
      *                            number matches no tracker row               *
      **************************************************************************

       ENVIRONMENT DIVISION.
           88 W-TAB-FULL             VALUE 1.
        01 W-TX              PIC 9(4).

      * Run register server parameters - every run registers as a
      *   AOLESCAL run of its own, numbered by the server, so the night
      *   stream controller can judge it by its register row
        01 W-REG-FUNCTION    PIC X(1).
        01 W-REG-APPLICATION PIC X(10) VALUE "AOLESCAL".
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
      * Input : the enrichment run number just completed
        01 L-RUN-NUMBER      PIC S9(7) COMP-3.
       PROCEDURE DIVISION USING L-RUN-NUMBER L-THRESHOLD.
       MAIN SECTION.
       MAIN-B.
           MOVE 0 TO W-PROC-DONE.
           PERFORM REGISTER-START.

           MOVE L-THRESHOLD TO W-THRESHOLD.
           IF W-THRESHOLD = ZERO
             MOVE 3 TO W-THRESHOLD
             PERFORM PRINT-RUN-WARNING
           END-IF.

           MOVE 1 TO W-PROC-DONE.

       MAIN-E.
           GO TO PGM-END.

       PRINT-REPORT-E.
           EXIT.

      ******************************************************************
      * A zero run number is allocated the next AOLESCAL number by
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
             MOVE 0 TO O-ESCRPT
           END-IF.

      * Report the run's end to the register - a run that never got
      *   through is an abend, a run number matching no tracker row
      *   fails it, and a table that overflowed ends it with
      *   exceptions.
           IF W-REG-STARTED = 1
             MOVE "E" TO W-REG-FUNCTION
             EVALUATE TRUE
               WHEN W-PROC-DONE = 0
                 MOVE "A" TO W-REG-STATUS
               WHEN NOT W-RUN-SANE
                 MOVE "F" TO W-REG-STATUS
               WHEN W-TAB-FULL
                 MOVE "X" TO W-REG-STATUS
               WHEN OTHER
                 MOVE "E" TO W-REG-STATUS
             END-EVALUATE
             COMPUTE W-REG-COUNT-1 = W-ESC-AOL-COUNT
                                   + W-ESC-EXC-COUNT
             MOVE W-RESOLVED-COUNT TO W-REG-COUNT-2
             CALL "OPS000602C" USING W-REG-FUNCTION W-REG-APPLICATION
                                     W-REG-RUN W-REG-STATUS
                                     W-REG-COUNT-1 W-REG-COUNT-2
                                     W-REG-RETURN
             MOVE 0 TO W-REG-STARTED
           END-IF.

           GOBACK.
