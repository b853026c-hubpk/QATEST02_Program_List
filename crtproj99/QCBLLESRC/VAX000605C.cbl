       IDENTIFICATION DIVISION.
        PROGRAM-ID.   VAX000605C.

      *********************************************************************
      *  VOR application. IPN26458                                        *
      *    Retention purge of the VORHISTL0 transmission history.         *
      *    Every cycle adds a row per image it sent, so the history is    *
      *    cut back to the retention the caller passes: rows sent         *
      *    before the cutoff are moved to the VORHSTAL0 archive and       *
      *    deleted, the same way OPS000605S archives the run register.    *
      *                                                                   *
      *  The last row before the cutoff for each record is kept - it      *
      *    is the image the Windows side held at the cutoff, and the      *
      *    VAX000604S inquiry needs it for any date after. It goes too    *
      *    only when it is a deletion with nothing sent since: the        *
      *    record has long left the extract.                              *
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

      * Archive - purged history rows land here
           SELECT VORHSTA  ASSIGN       TO DATABASE-VORHSTAL0
                           ORGANIZATION  IS SEQUENTIAL
                           ACCESS        IS SEQUENTIAL
                           FILE STATUS   IS ST-VORHSTA.

       DATA DIVISION.
        FILE SECTION.
         FD VORHIST.
          01 VORHIST-REC.
             COPY VORHISTL0.

      * Archived rows are byte images of the 196-byte history record
         FD VORHSTA.
          01 VORHSTA-REC               PIC X(196).

       WORKING-STORAGE SECTION.
        01  ST-VORHIST   PIC X(2).
        01  ST-VORHSTA   PIC X(2).
        01  O-VORHIST    PIC 9 VALUE ZERO.
        01  O-VORHSTA    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

      * Purge cutoff - rows sent before this date are candidates
        01 W-TODAY          PIC 9(8).
        01 W-CUTOFF-DATE    PIC 9(8).
        01 W-CUTOFF-INT     PIC 9(8).

      * The row just read, and the previous row sent before the
      *   cutoff - held back until the next row shows whether it was
      *   the last one before the cutoff for its record. Both are
      *   laid out over the history record's bytes.
        01 W-CUR-REC.
           05 W-CUR-KEY        PIC X(21).
           05 FILLER           PIC X(4).
           05 W-CUR-ACTION     PIC X(1).
           05 FILLER           PIC X(4).
           05 W-CUR-DATE       PIC 9(8).
           05 FILLER           PIC X(158).
        01 W-HELD-REC.
           05 W-HELD-KEY       PIC X(21).
           05 FILLER           PIC X(4).
           05 W-HELD-ACTION    PIC X(1).
           05 FILLER           PIC X(4).
           05 W-HELD-DATE      PIC 9(8).
           05 FILLER           PIC X(158).
        01 W-HELD-FLAG      PIC 9 VALUE ZERO.
           88 W-ROW-HELD               VALUE 1.

        01 W-PURGE-COUNT    PIC 9(7) VALUE ZERO.
        01 W-CNT-ED         PIC Z(6)9.

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "VAX000605C".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20) VALUE SPACES.
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       LINKAGE SECTION.
      * Input : retention in days - history sent more than this many
      *   days ago is archived. Zero is refused: it would archive
      *   every record's current image.
        01 L-RETAIN-DAYS     PIC S9(5)      COMP-3.

      * Output: 0 = purge ran, N = no retention given, F = the
      *   history or the archive would not open
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-RETAIN-DAYS L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.

           IF L-RETAIN-DAYS NOT > ZERO
             MOVE "N" TO L-RETURN
             MOVE "NO RETENTION DAYS GIVEN - HISTORY NOT PURGED"
               TO W-ALG-TEXT
             MOVE 2 TO W-ALG-SEVERITY
             PERFORM WRITE-AUDIT-LOG
             GO TO MAIN-E
           END-IF.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           COMPUTE W-CUTOFF-INT
             = FUNCTION INTEGER-OF-DATE(W-TODAY) - L-RETAIN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(W-CUTOFF-INT)
             TO W-CUTOFF-DATE.

           PERFORM OPEN-FILES.
           PERFORM PURGE-HISTORY.

           MOVE SPACES TO W-ALG-TEXT.
           MOVE W-PURGE-COUNT TO W-CNT-ED.
           STRING W-CNT-ED " HISTORY ROWS ARCHIVED - SENT BEFORE "
                  W-CUTOFF-DATE
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 3 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN I-O VORHIST.
           IF ST-VORHIST NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-VORHIST.

           OPEN EXTEND VORHSTA.
           IF ST-VORHSTA NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-VORHSTA.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * One pass in key order, so each record's rows arrive together,
      *   oldest run first. A held row goes once the next row for the
      *   same record was also sent before the cutoff; a held deletion
      *   goes once the record's rows run out.
       PURGE-HISTORY SECTION.
       PURGE-HISTORY-B.
           MOVE LOW-VALUES TO VH-Key.
           START VORHIST KEY >= VH-Key
             INVALID KEY
               GO TO PURGE-HISTORY-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ VORHIST NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 MOVE VORHIST-REC TO W-CUR-REC
                 PERFORM JUDGE-HELD-ROW
                 IF W-CUR-DATE < W-CUTOFF-DATE
                   MOVE W-CUR-REC TO W-HELD-REC
                   MOVE 1 TO W-HELD-FLAG
                 ELSE
                   MOVE 0 TO W-HELD-FLAG
                 END-IF
             END-READ
           END-PERFORM.

           IF W-ROW-HELD AND W-HELD-ACTION = "D"
             PERFORM PURGE-HELD-ROW
           END-IF.

       PURGE-HISTORY-E.
           EXIT.

      ******************************************************************
       JUDGE-HELD-ROW SECTION.
       JUDGE-HELD-ROW-B.
           IF NOT W-ROW-HELD
             GO TO JUDGE-HELD-ROW-E
           END-IF.

           IF W-CUR-KEY = W-HELD-KEY
             IF W-CUR-DATE < W-CUTOFF-DATE
               PERFORM PURGE-HELD-ROW
             END-IF
           ELSE
             IF W-HELD-ACTION = "D"
               PERFORM PURGE-HELD-ROW
             END-IF
           END-IF.

       JUDGE-HELD-ROW-E.
           EXIT.

      ******************************************************************
      * Deleted by key - the held row is behind the read position, and
      *   deleting it leaves the position where it was.
       PURGE-HELD-ROW SECTION.
       PURGE-HELD-ROW-B.
           MOVE W-HELD-REC TO VORHIST-REC.
           DELETE VORHIST
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE W-HELD-REC TO VORHSTA-REC
               WRITE VORHSTA-REC
               ADD 1 TO W-PURGE-COUNT
           END-DELETE.
           MOVE 0 TO W-HELD-FLAG.

       PURGE-HELD-ROW-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-AUDIT-LOG-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-VORHIST = 1
             CLOSE VORHIST
             MOVE 0 TO O-VORHIST
           END-IF.

           IF O-VORHSTA = 1
             CLOSE VORHSTA
             MOVE 0 TO O-VORHSTA
           END-IF.

           GOBACK.
