      *                                                                   *
      *  IPN26445 2026/09/02 DR001 Audit rows written through the       *
      *                            OPS000607C log server               *
      *  IPN26458 2026/10/12 DR001 Rebuilt images and deletions kept on   *
      *                            the VORHISTL0 transmission history     *
      *                            under the retransmission run           *
      *********************************************************************

       ENVIRONMENT DIVISION.
                           ACCESS        IS SEQUENTIAL
                           FILE STATUS   IS ST-VOR02DEL.

      * Transmission history - the retransmission sends the images
      *   again, so it records them again under its own run
           SELECT VORHIST  ASSIGN       TO DATABASE-VORHISTL0
                           ORGANIZATION  IS INDEXED
                           ACCESS        IS DYNAMIC
                           RECORD KEY    IS VH-Key
                           FILE STATUS   IS ST-VORHIST.

       DATA DIVISION.
        FILE SECTION.
         FD VORCYC.
         FD VOR02DEL.
          01 VOR02DEL-REC              PIC X(20).

         FD VORHIST.
          01 VORHIST-REC.
             COPY VORHISTL0.

       WORKING-STORAGE SECTION.
        01  ST-VORCYC    PIC X(2).
        01  ST-VORSTATE  PIC X(2).
        01  O-VORSTATE   PIC 9 VALUE ZERO.
        01  O-VORCTL     PIC 9 VALUE ZERO.
        01  O-DELTAS     PIC 9 VALUE ZERO.
        01  ST-VORHIST   PIC X(2).
        01  O-VORHIST    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

        01 W-TEXT           PIC X(60).
        01 W-RUN-ED         PIC 9(7).

      * History row values - one date/time stamp for the whole run
        01 W-HIST-DATE      PIC 9(8).
        01 W-HIST-TIME      PIC 9(8).
        01 W-HIST-ACTION    PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "VAX000603C".
        01 W-ALG-KEY        PIC X(20) VALUE SPACES.
           END-IF.
           MOVE 1 TO O-DELTAS.

      * As in VAX000601C the history is evidence, not transmission -
      *   an unavailable file is reported and the rebuild goes on
           OPEN I-O VORHIST.
           IF ST-VORHIST NOT = "00"
             MOVE "HISTORY UNAVAILABLE - RETRANSMISSION NOT RECORDED"
               TO W-TEXT
             MOVE SPACES              TO W-ALG-KEY
             MOVE 2                   TO W-ALG-SEVERITY
             CALL "OPS000607C" USING W-ALG-PROGRAM L-RETRANS-RUN
                                   W-ALG-KEY W-ALG-SEVERITY W-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN
           ELSE
             MOVE 1 TO O-VORHIST
           END-IF.
           ACCEPT W-HIST-DATE FROM DATE YYYYMMDD.
           ACCEPT W-HIST-TIME FROM TIME.

           MOVE LOW-VALUES TO VST-Key.
           START VORSTATE KEY >= VST-Key
             INVALID KEY
               ADD 1 TO W-DLT02-COUNT
             END-IF
             ADD 1 TO W-REBUILT-COUNT
             MOVE SPACE TO W-HIST-ACTION
             PERFORM WRITE-HISTORY-ROW
           END-IF.

           IF VST-Del-Run = L-FAILED-RUN
               ADD 1 TO W-DEL02-COUNT
             END-IF
             ADD 1 TO W-REBUILT-COUNT
             MOVE "D" TO W-HIST-ACTION
             PERFORM WRITE-HISTORY-ROW
           END-IF.

       REBUILD-ONE-ROW-E.
           EXIT.

      ******************************************************************
      * One history row for the state row just rebuilt, under the
      *   retransmission run and pointing back at the failed run. A
      *   rebuilt image keeps the action the failed run recorded for
      *   it (new or changed), or changed if that row is not there.
       WRITE-HISTORY-ROW SECTION.
       WRITE-HISTORY-ROW-B.
           IF O-VORHIST = 0
             GO TO WRITE-HISTORY-ROW-E
           END-IF.

           IF W-HIST-ACTION = SPACE
             MOVE VST-File            TO VH-File
             MOVE VST-Rec-Key         TO VH-Rec-Key
             MOVE L-FAILED-RUN        TO VH-Run
             READ VORHIST
               INVALID KEY
                 MOVE "C"             TO W-HIST-ACTION
               NOT INVALID KEY
                 MOVE VH-Action       TO W-HIST-ACTION
             END-READ
           END-IF.

           MOVE VST-File            TO VH-File.
           MOVE VST-Rec-Key         TO VH-Rec-Key.
           MOVE L-RETRANS-RUN       TO VH-Run.
           MOVE W-HIST-ACTION       TO VH-Action.
           MOVE L-FAILED-RUN        TO VH-Orig-Run.
           MOVE W-HIST-DATE         TO VH-Sent-Date.
           MOVE W-HIST-TIME         TO VH-Sent-Time.
           MOVE VST-Image           TO VH-Image.
           WRITE VORHIST-REC
             INVALID KEY
               REWRITE VORHIST-REC
           END-WRITE.

       WRITE-HISTORY-ROW-E.
           EXIT.

      ******************************************************************
      * Fresh trailers for the rebuilt members - the Windows loader
      *   acknowledges against these and VAX000602C reconciles the
             CLOSE VORCTL
           END-IF.

           IF O-VORHIST = 1
             CLOSE VORHIST
           END-IF.

      * Report the retransmission's end to the register - a run that
      *   never produced its members is reported as abended.
           IF W-REG-STARTED = 1
