       IDENTIFICATION DIVISION.
        PROGRAM-ID.   VAX000604S.

      *********************************************************************
      *  VOR application. IPN26458                                        *
      *    Transmission history inquiry. VORSTATEL0 only holds the        *
      *    last image of each VOR01DLLG/VOR02DLLG record, so when the     *
      *    Windows side disputes what a night's cycle sent there was      *
      *    nothing to show them. Operations key a file, a record key      *
      *    and a date: the screen shows the image the Windows side        *
      *    should have held at the end of that date - the last one        *
      *    VAX000601C or a VAX000603C retransmission sent on or before    *
      *    it, from the VORHISTL0 history - and then pages through the    *
      *    record's run-by-run history, each run with its VORCYCL0        *
      *    reconciliation status.                                         *
      *                                                                   *
      *  Rows older than the retention VAX000605C purges with are on      *
      *    the VORHSTAL0 archive, not here.                               *
      *                                                                   *
      *  Author: D.Rowan 2026-10-12                                       *
      *                                                                   *
      *  Change:                                                          *
      *                                                                   *
      *********************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.
         SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Transmission history written by VAX000601C and VAX000603C
           SELECT VORHIST  ASSIGN       TO DATABASE-VORHISTL0
                           ORGANIZATION  IS INDEXED
                           ACCESS        IS DYNAMIC
                           RECORD KEY    IS VH-Key
                           FILE STATUS   IS ST-VORHIST.

      * Extract cycle status written by VAX000602C
           SELECT VORCYC   ASSIGN       TO DATABASE-VORCYCL0
                           ORGANIZATION  IS SEQUENTIAL
                           ACCESS        IS SEQUENTIAL
                           FILE STATUS   IS ST-VORCYC.

       DATA DIVISION.
        FILE SECTION.
         FD VORHIST.
          01 VORHIST-REC.
             COPY VORHISTL0.

         FD VORCYC.
          01 VORCYC-REC.
             05  CY-RUN-NUMBER         PIC S9(7)      COMP-3.
             05  CY-STATUS             PIC X(1).
                 88  CY-COMPLETE           VALUE "C".
                 88  CY-FAILED             VALUE "F".
             05  CY-RECON-DATE         PIC 9(8).
             05  CY-RECON-TIME         PIC 9(8).

       WORKING-STORAGE SECTION.
        01  ST-VORHIST   PIC X(2).
        01  ST-VORCYC    PIC X(2).
        01  O-VORHIST    PIC 9 VALUE ZERO.
        01  O-VORCYC     PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-EOF            PIC 9 VALUE ZERO.
        01 W-STOP-PAGE-FLAG PIC 9 VALUE ZERO.
           88 W-STOP-PAGING         VALUE 1.

      * Selection - a zero date means today
        01 W-F-FILE         PIC X(1).
        01 W-F-KEY          PIC X(20).
        01 W-F-AS-AT        PIC 9(8) VALUE ZERO.
        01 W-ACTION         PIC X(01).
        01 W-STATUS-MSG     PIC X(50).

        01 W-HIST-COUNT     PIC 9(5) VALUE ZERO.

      * The image in effect at the end of the keyed date - the last
      *   history row sent on or before it
        01 W-PIT-FOUND      PIC 9 VALUE ZERO.
        01 W-PIT-RUN        PIC 9(7).
        01 W-PIT-RUN-ED     PIC 9(7) BLANK WHEN ZERO.
        01 W-PIT-DATE       PIC 9(8) BLANK WHEN ZERO.
        01 W-PIT-ACTION     PIC X(1).
        01 W-PIT-IMAGE      PIC X(150).
        01 W-PIT-TEXT       PIC X(40).
        01 W-PIT-CYCLE      PIC X(14).
        01 W-PIT-CY-SEEN    PIC 9.
        01 W-PIT-CY-STATUS  PIC X(1).

      * One screen page of the run-by-run history
        01 W-IX             PIC 9(2).
        01 W-PG-COUNT       PIC 9(2) VALUE ZERO.
        01 W-PAGE-TABLE.
           05 W-PG-ENTRY       OCCURS 10.
              10 W-PG-RUN        PIC S9(7) COMP-3.
              10 W-PG-ORIG       PIC S9(7) COMP-3.
              10 W-PG-DATE       PIC 9(8).
              10 W-PG-TIME       PIC 9(6).
              10 W-PG-ACTION     PIC X(1).
              10 W-PG-CY-SEEN    PIC 9.
              10 W-PG-CY-STATUS  PIC X(1).

        01 W-PAGE-LINES.
           05 W-PL-01          PIC X(78).
           05 W-PL-02          PIC X(78).
           05 W-PL-03          PIC X(78).
           05 W-PL-04          PIC X(78).
           05 W-PL-05          PIC X(78).
           05 W-PL-06          PIC X(78).
           05 W-PL-07          PIC X(78).
           05 W-PL-08          PIC X(78).
           05 W-PL-09          PIC X(78).
           05 W-PL-10          PIC X(78).
        01 W-PAGE-LINE-TAB REDEFINES W-PAGE-LINES.
           05 W-PL             PIC X(78) OCCURS 10.

        01 W-DETAIL-LINE.
           05 W-DL-RUN         PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-DL-DATE        PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 W-DL-TIME        PIC 9(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-DL-ACTION      PIC X(12).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 W-DL-ORIG        PIC 9(7) BLANK WHEN ZERO.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 W-DL-CYCLE       PIC X(14).

      * Work fields for the action and cycle descriptions
        01 W-ACT-CODE       PIC X(1).
        01 W-ACT-TEXT       PIC X(12).
        01 W-CYC-SEEN       PIC 9.
        01 W-CYC-STATUS     PIC X(1).
        01 W-CYC-TEXT       PIC X(14).
        01 W-CYC-UNAVAIL    PIC 9 VALUE ZERO.

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "VOR TRANSMISSION HISTORY".
           05 LINE 3  COLUMN 1  VALUE "FILE (1=VOR01DLLG 2=VOR02DLLG):".
           05 LINE 3  COLUMN 33 PIC X(1)  USING W-F-FILE.
           05 LINE 4  COLUMN 1  VALUE "RECORD KEY  . . . . . . . . . :".
           05 LINE 4  COLUMN 33 PIC X(20) USING W-F-KEY.
           05 LINE 5  COLUMN 1  VALUE "AS AT DATE YYYYMMDD (0=TODAY) :".
           05 LINE 5  COLUMN 33 PIC 9(8)  USING W-F-AS-AT.
           05 LINE 7  COLUMN 1  VALUE "BLANK KEY TO EXIT".
           05 LINE 8  COLUMN 1  PIC X(50) FROM W-STATUS-MSG.

        01 SCR-HISTORY.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "VOR TRANSMISSION HISTORY".
           05 LINE 3  COLUMN 1  VALUE "FILE:".
           05 LINE 3  COLUMN 7  PIC X(1)  FROM W-F-FILE.
           05 LINE 3  COLUMN 10 VALUE "KEY:".
           05 LINE 3  COLUMN 15 PIC X(20) FROM W-F-KEY.
           05 LINE 3  COLUMN 37 VALUE "AS AT:".
           05 LINE 3  COLUMN 44 PIC 9(8)  FROM W-F-AS-AT.
           05 LINE 5  COLUMN 1  VALUE "HELD AS AT DATE:".
           05 LINE 5  COLUMN 18 PIC X(40) FROM W-PIT-TEXT.
           05 LINE 6  COLUMN 1  VALUE "RUN:".
           05 LINE 6  COLUMN 6  PIC 9(7)  FROM W-PIT-RUN-ED.
           05 LINE 6  COLUMN 15 VALUE "SENT:".
           05 LINE 6  COLUMN 21 PIC 9(8)  FROM W-PIT-DATE.
           05 LINE 6  COLUMN 31 VALUE "CYCLE:".
           05 LINE 6  COLUMN 38 PIC X(14) FROM W-PIT-CYCLE.
           05 LINE 7  COLUMN 1  PIC X(75) FROM W-PIT-IMAGE(1:75).
           05 LINE 8  COLUMN 1  PIC X(75) FROM W-PIT-IMAGE(76:75).
           05 LINE 10 COLUMN 1  VALUE "RUN      SENT     TIME".
           05 LINE 10 COLUMN 27 VALUE "ACTION        RETRANS OF".
           05 LINE 10 COLUMN 53 VALUE "CYCLE".
           05 LINE 11 COLUMN 1  PIC X(78) FROM W-PL-01.
           05 LINE 12 COLUMN 1  PIC X(78) FROM W-PL-02.
           05 LINE 13 COLUMN 1  PIC X(78) FROM W-PL-03.
           05 LINE 14 COLUMN 1  PIC X(78) FROM W-PL-04.
           05 LINE 15 COLUMN 1  PIC X(78) FROM W-PL-05.
           05 LINE 16 COLUMN 1  PIC X(78) FROM W-PL-06.
           05 LINE 17 COLUMN 1  PIC X(78) FROM W-PL-07.
           05 LINE 18 COLUMN 1  PIC X(78) FROM W-PL-08.
           05 LINE 19 COLUMN 1  PIC X(78) FROM W-PL-09.
           05 LINE 20 COLUMN 1  PIC X(78) FROM W-PL-10.
           05 LINE 22 COLUMN 1  VALUE "ENTER=NEXT PAGE X=EXIT:".
           05 LINE 22 COLUMN 25 PIC X(01) USING W-ACTION.
           05 LINE 23 COLUMN 1  PIC X(50) FROM W-STATUS-MSG.

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-B.
           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               PERFORM SHOW-HISTORY
             END-IF
           END-PERFORM.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       GET-SELECTION SECTION.
       GET-SELECTION-B.
           DISPLAY SCR-SELECT.
           ACCEPT SCR-SELECT.
           MOVE SPACES TO W-STATUS-MSG.
           IF W-F-KEY = SPACES
             SET W-EXIT TO TRUE
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Finds the image in effect at the keyed date, then pages through
      *   the record's whole history. The history file is opened and
      *   closed per inquiry so each one starts from a fresh position.
       SHOW-HISTORY SECTION.
       SHOW-HISTORY-B.
           IF W-F-FILE NOT = "1" AND W-F-FILE NOT = "2"
             MOVE "FILE MUST BE 1 OR 2" TO W-STATUS-MSG
             GO TO SHOW-HISTORY-E
           END-IF.

           IF W-F-AS-AT = ZERO
             ACCEPT W-F-AS-AT FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT VORHIST.
           IF ST-VORHIST NOT = "00"
             MOVE "HISTORY FILE OPEN FAILED" TO W-STATUS-MSG
             GO TO SHOW-HISTORY-E
           END-IF.
           MOVE 1 TO O-VORHIST.

           PERFORM FIND-POINT-IN-TIME.
           IF W-HIST-COUNT = ZERO
             MOVE "NO TRANSMISSION HISTORY FOR THAT KEY"
               TO W-STATUS-MSG
             CLOSE VORHIST
             MOVE 0 TO O-VORHIST
             GO TO SHOW-HISTORY-E
           END-IF.

           PERFORM POSITION-ON-KEY.
           MOVE 0 TO W-STOP-PAGE-FLAG.
           PERFORM UNTIL W-EOF = 1 OR W-STOP-PAGING
             PERFORM FILL-PAGE
             IF W-PG-COUNT > ZERO
               PERFORM LOOKUP-CYCLES
               PERFORM SHOW-PAGE
             END-IF
           END-PERFORM.

           CLOSE VORHIST.
           MOVE 0 TO O-VORHIST.

       SHOW-HISTORY-E.
           EXIT.

      ******************************************************************
      * Starts the history at the keyed record's first run. Anything
      *   read past the last row for that record counts as the end.
       POSITION-ON-KEY SECTION.
       POSITION-ON-KEY-B.
           MOVE 0 TO W-EOF.
           MOVE W-F-FILE TO VH-File.
           MOVE W-F-KEY  TO VH-Rec-Key.
           MOVE ZERO     TO VH-Run.
           START VORHIST KEY >= VH-Key
             INVALID KEY
               MOVE 1 TO W-EOF
           END-START.

       POSITION-ON-KEY-E.
           EXIT.

      ******************************************************************
       READ-NEXT-HISTORY SECTION.
       READ-NEXT-HISTORY-B.
           READ VORHIST NEXT
             AT END
               MOVE 1 TO W-EOF
           END-READ.

           IF W-EOF = 0
             IF VH-File NOT = W-F-FILE OR VH-Rec-Key NOT = W-F-KEY
               MOVE 1 TO W-EOF
             END-IF
           END-IF.

       READ-NEXT-HISTORY-E.
           EXIT.

      ******************************************************************
      * Runs are numbered in the order they ran, so the last row sent
      *   on or before the keyed date is the one in effect. A deletion
      *   means the Windows side held nothing - the last image is still
      *   shown so the operator can see what was removed.
       FIND-POINT-IN-TIME SECTION.
       FIND-POINT-IN-TIME-B.
           MOVE 0      TO W-HIST-COUNT.
           MOVE 0      TO W-PIT-FOUND.
           MOVE ZERO   TO W-PIT-RUN W-PIT-DATE.
           MOVE SPACE  TO W-PIT-ACTION.
           MOVE SPACES TO W-PIT-IMAGE W-PIT-CYCLE.

           PERFORM POSITION-ON-KEY.
           PERFORM UNTIL W-EOF = 1
             PERFORM READ-NEXT-HISTORY
             IF W-EOF = 0
               ADD 1 TO W-HIST-COUNT
               IF VH-Sent-Date NOT > W-F-AS-AT
                 MOVE 1            TO W-PIT-FOUND
                 MOVE VH-Run       TO W-PIT-RUN
                 MOVE VH-Sent-Date TO W-PIT-DATE
                 MOVE VH-Action    TO W-PIT-ACTION
                 MOVE VH-Image     TO W-PIT-IMAGE
               END-IF
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN W-PIT-FOUND = 0
               MOVE "NOTHING SENT ON OR BEFORE THAT DATE"
                 TO W-PIT-TEXT
             WHEN W-PIT-ACTION = "D"
               MOVE "DELETED - NOT HELD (LAST IMAGE BELOW)"
                 TO W-PIT-TEXT
             WHEN OTHER
               MOVE W-PIT-ACTION TO W-ACT-CODE
               PERFORM SET-ACTION-TEXT
               MOVE SPACES TO W-PIT-TEXT
               STRING "HELD - " W-ACT-TEXT
                 DELIMITED BY SIZE INTO W-PIT-TEXT
               END-STRING
           END-EVALUATE.

       FIND-POINT-IN-TIME-E.
           EXIT.

      ******************************************************************
       FILL-PAGE SECTION.
       FILL-PAGE-B.
           MOVE 0 TO W-PG-COUNT.
           PERFORM UNTIL W-PG-COUNT = 10 OR W-EOF = 1
             PERFORM READ-NEXT-HISTORY
             IF W-EOF = 0
               ADD 1 TO W-PG-COUNT
               MOVE VH-Run            TO W-PG-RUN(W-PG-COUNT)
               MOVE VH-Orig-Run       TO W-PG-ORIG(W-PG-COUNT)
               MOVE VH-Sent-Date      TO W-PG-DATE(W-PG-COUNT)
               MOVE VH-Sent-Time(1:6) TO W-PG-TIME(W-PG-COUNT)
               MOVE VH-Action         TO W-PG-ACTION(W-PG-COUNT)
             END-IF
           END-PERFORM.

       FILL-PAGE-E.
           EXIT.

      ******************************************************************
      * One pass of VORCYCL0 for the page's runs and the run of the
      *   image in effect. The file is in the order VAX000602C wrote
      *   it, so the newest row for a run is the last one seen - a
      *   failed cycle later retransmitted keeps its own F status,
      *   the retransmission run carries the reconciliation after.
       LOOKUP-CYCLES SECTION.
       LOOKUP-CYCLES-B.
           MOVE 0     TO W-PIT-CY-SEEN.
           MOVE SPACE TO W-PIT-CY-STATUS.
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-PG-COUNT
             MOVE 0     TO W-PG-CY-SEEN(W-IX)
             MOVE SPACE TO W-PG-CY-STATUS(W-IX)
           END-PERFORM.

           MOVE 0 TO W-CYC-UNAVAIL.
           OPEN INPUT VORCYC.
           IF ST-VORCYC NOT = "00"
             MOVE 1 TO W-CYC-UNAVAIL
             GO TO LOOKUP-CYCLES-E
           END-IF.
           MOVE 1 TO O-VORCYC.

           MOVE 0 TO W-CYC-SEEN.
           PERFORM UNTIL W-CYC-SEEN = 1
             READ VORCYC NEXT
               AT END
                 MOVE 1 TO W-CYC-SEEN
               NOT AT END
                 PERFORM MATCH-CYCLE-ROW
             END-READ
           END-PERFORM.

           CLOSE VORCYC.
           MOVE 0 TO O-VORCYC.

       LOOKUP-CYCLES-E.
           EXIT.

      ******************************************************************
       MATCH-CYCLE-ROW SECTION.
       MATCH-CYCLE-ROW-B.
           IF W-PIT-FOUND = 1 AND CY-RUN-NUMBER = W-PIT-RUN
             MOVE 1         TO W-PIT-CY-SEEN
             MOVE CY-STATUS TO W-PIT-CY-STATUS
           END-IF.

           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-PG-COUNT
             IF CY-RUN-NUMBER = W-PG-RUN(W-IX)
               MOVE 1         TO W-PG-CY-SEEN(W-IX)
               MOVE CY-STATUS TO W-PG-CY-STATUS(W-IX)
             END-IF
           END-PERFORM.

       MATCH-CYCLE-ROW-E.
           EXIT.

      ******************************************************************
       SHOW-PAGE SECTION.
       SHOW-PAGE-B.
           MOVE W-PIT-RUN TO W-PIT-RUN-ED.
           MOVE SPACES TO W-PIT-CYCLE.
           IF W-PIT-FOUND = 1
             MOVE W-PIT-CY-SEEN   TO W-CYC-SEEN
             MOVE W-PIT-CY-STATUS TO W-CYC-STATUS
             PERFORM SET-CYCLE-TEXT
             MOVE W-CYC-TEXT      TO W-PIT-CYCLE
           END-IF.

           MOVE SPACES TO W-PAGE-LINES.
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-PG-COUNT
             MOVE W-PG-RUN(W-IX)       TO W-DL-RUN
             MOVE W-PG-DATE(W-IX)      TO W-DL-DATE
             MOVE W-PG-TIME(W-IX)      TO W-DL-TIME
             MOVE W-PG-ACTION(W-IX)    TO W-ACT-CODE
             PERFORM SET-ACTION-TEXT
             MOVE W-ACT-TEXT           TO W-DL-ACTION
             MOVE W-PG-ORIG(W-IX)      TO W-DL-ORIG
             MOVE W-PG-CY-SEEN(W-IX)   TO W-CYC-SEEN
             MOVE W-PG-CY-STATUS(W-IX) TO W-CYC-STATUS
             PERFORM SET-CYCLE-TEXT
             MOVE W-CYC-TEXT           TO W-DL-CYCLE
             MOVE W-DETAIL-LINE        TO W-PL(W-IX)
           END-PERFORM.

           IF W-EOF = 1
             MOVE "END OF HISTORY" TO W-STATUS-MSG
           ELSE
             MOVE SPACES           TO W-STATUS-MSG
           END-IF.
           MOVE SPACE TO W-ACTION.

           DISPLAY SCR-HISTORY.
           ACCEPT SCR-HISTORY.
           MOVE FUNCTION UPPER-CASE(W-ACTION) TO W-ACTION.
           MOVE SPACES TO W-STATUS-MSG.

           IF W-ACTION = "X"
             SET W-STOP-PAGING TO TRUE
           END-IF.

       SHOW-PAGE-E.
           EXIT.

      ******************************************************************
       SET-ACTION-TEXT SECTION.
       SET-ACTION-TEXT-B.
           EVALUATE W-ACT-CODE
             WHEN "N"
               MOVE "NEW"          TO W-ACT-TEXT
             WHEN "C"
               MOVE "CHANGED"      TO W-ACT-TEXT
             WHEN "D"
               MOVE "DELETED"      TO W-ACT-TEXT
             WHEN "F"
               MOVE "FULL REFRESH" TO W-ACT-TEXT
             WHEN OTHER
               MOVE W-ACT-CODE     TO W-ACT-TEXT
           END-EVALUATE.

       SET-ACTION-TEXT-E.
           EXIT.

      ******************************************************************
      * A run with no VORCYCL0 row has not been through VAX000602C yet
       SET-CYCLE-TEXT SECTION.
       SET-CYCLE-TEXT-B.
           EVALUATE TRUE
             WHEN W-CYC-UNAVAIL = 1
               MOVE "CYCLE FILE N/A"  TO W-CYC-TEXT
             WHEN W-CYC-SEEN = 0
               MOVE "NOT RECONCILED"  TO W-CYC-TEXT
             WHEN W-CYC-STATUS = "C"
               MOVE "COMPLETE"        TO W-CYC-TEXT
             WHEN W-CYC-STATUS = "F"
               MOVE "FAILED"          TO W-CYC-TEXT
             WHEN OTHER
               MOVE W-CYC-STATUS      TO W-CYC-TEXT
           END-EVALUATE.

       SET-CYCLE-TEXT-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-VORHIST = 1
             CLOSE VORHIST
             MOVE 0 TO O-VORHIST
           END-IF.

           IF O-VORCYC = 1
             CLOSE VORCYC
             MOVE 0 TO O-VORCYC
           END-IF.

           GOBACK.
