      *    later. Every open and close is written to the shared audit          *
      *    log with the operator's initials.                                   *
      *                                                                        *
      *  A close runs the ADA000150S readiness check first and is refused      *
      *    while it lists anything on ADPCLRPL0, unless a supervisor           *
      *    (CALENDAR, supervise) keys their initials and a reason - the        *
      *    override and its reason go to the audit log at severity 2.          *
      *                                                                        *
      *  Author: D.Rowan 2026-09-02                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26445 2026/09/03 DR001 Audit rows written through the             *
      *                            OPS000607C log server                     *
      *  IPN26462 2026/10/15 DR001 Initials checked through OPS000610C against *
      *                            the ADUSRAUTL0 user authority file          *
      *                            (CALENDAR, maintain)                        *
      *  IPN26468 2026/10/15 DR001 Close refused while the ADA000150S          *
      *                            readiness check lists blockers, unless a    *
      *                            supervisor overrides with a reason          *
      **************************************************************************

       ENVIRONMENT DIVISION.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.
        01 W-CLEAR-FLAG     PIC 9 VALUE ZERO.
           88 W-CLOSE-CLEARED          VALUE 1.
        01 W-OVERRIDE-FLAG  PIC 9 VALUE ZERO.
           88 W-OVERRIDDEN             VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-KEY-PERIOD     PIC 9(6) VALUE ZERO.
        01 W-LOG-TEXT       PIC X(60).
        01 W-PERIOD-MM      PIC 9(2).

      * Readiness check results and the supervisor override
        01 W-CHK-BLOCKERS   PIC 9(5).
        01 W-CHK-RETURN     PIC X(1).
        01 W-CHK-MSG        PIC X(40).
        01 W-BLOCKERS-ED    PIC Z(4)9.
        01 W-SUP-INITS      PIC X(3).
        01 W-REASON         PIC X(40).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "CALENDAR".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000128S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
           05 LINE 7  COLUMN 1  VALUE "O=OPEN PERIOD  C=CLOSE PERIOD".
           05 LINE 9  COLUMN 1  PIC X(40) FROM W-STATUS-MSG.

        01 SCR-OVERRIDE.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "PERIOD CLOSE - NOT READY".
           05 LINE 3  COLUMN 1  VALUE "PERIOD YYYYMM  . . . . :".
           05 LINE 3  COLUMN 27 PIC 9(6)  FROM W-KEY-PERIOD.
           05 LINE 4  COLUMN 1  VALUE "BLOCKERS . . . . . . . :".
           05 LINE 4  COLUMN 27 PIC X(5)  FROM W-BLOCKERS-ED.
           05 LINE 5  COLUMN 27 PIC X(40) FROM W-CHK-MSG.
           05 LINE 7  COLUMN 1  VALUE "SUPERVISOR INITIALS  . :".
           05 LINE 7  COLUMN 27 PIC X(3)  USING W-SUP-INITS.
           05 LINE 8  COLUMN 1  VALUE "REASON . . . . . . . . :".
           05 LINE 8  COLUMN 27 PIC X(40) USING W-REASON.
           05 LINE 10 COLUMN 1
              VALUE "BLANK INITIALS = LEAVE THE PERIOD OPEN".

      ***************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
             MOVE SPACE TO W-ACTION
           END-IF.

           IF W-ACTION NOT = SPACE
             PERFORM CHECK-AUTHORITY
             IF NOT W-AUTHORISED
               MOVE SPACE TO W-ACTION
             END-IF
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Every period change needs the operator's initials to hold
      *   CALENDAR at maintain on the ADUSRAUTL0 user authority file.
       CHECK-AUTHORITY SECTION.
       CHECK-AUTHORITY-B.
           MOVE 0 TO W-AUTH-FLAG.

           MOVE W-INITS TO W-AUT-INITS.
           MOVE SPACES  TO W-AUT-PROFILE.
           CALL "OPS000610C" USING W-AUT-INITS W-AUT-PROFILE
                                   W-AUT-FUNCTION W-AUT-ROLE
                                   W-AUT-ENTITY W-AUT-AMOUNT
                                   W-AUT-NAME W-AUT-MESSAGE
                                   W-AUT-RETURN.
           IF W-AUT-RETURN = "0"
             MOVE W-AUT-INITS TO W-INITS
             SET W-AUTHORISED TO TRUE
           ELSE
             MOVE W-AUT-MESSAGE TO W-STATUS-MSG
           END-IF.

       CHECK-AUTHORITY-E.
           EXIT.

      ******************************************************************
      * Open or close the keyed period - a period never seen before
      *   is written on the spot, so opening a new month is one
             GO TO SET-PERIOD-STATUS-E
           END-IF.

           MOVE 0 TO W-OVERRIDE-FLAG.
           IF W-ACTION = "C"
             PERFORM CHECK-READINESS
             IF NOT W-CLOSE-CLEARED
               GO TO SET-PERIOD-STATUS-E
             END-IF
           END-IF.

           MOVE SPACES TO W-LOG-TEXT.
           IF W-ACTION = "O"
             STRING "PERIOD OPENED - WAS '" PCL-Status "'"
           REWRITE PERCAL-REC.

           PERFORM WRITE-AUDIT-LOG.
           IF W-OVERRIDDEN
             PERFORM WRITE-OVERRIDE-LOG
           END-IF.
           IF W-ACTION = "O"
             MOVE "OPENED" TO W-STATUS-MSG
           ELSE
             IF W-OVERRIDDEN
               MOVE "CLOSED - BLOCKERS OVERRIDDEN" TO W-STATUS-MSG
             ELSE
               MOVE "CLOSED" TO W-STATUS-MSG
             END-IF
           END-IF.

       SET-PERIOD-STATUS-E.
           EXIT.

      ******************************************************************
      * A period may only close once ADA000150S lists nothing against
      *   it. Otherwise the close waits for a supervisor to override -
      *   their initials must hold CALENDAR at supervise, and a reason
      *   is mandatory. A check that could not run at all is treated
      *   the same way, so a missing file cannot hold month end.
       CHECK-READINESS SECTION.
       CHECK-READINESS-B.
           MOVE 0 TO W-CLEAR-FLAG.

           CALL "ADA000150S" USING W-KEY-PERIOD W-CHK-BLOCKERS
                                   W-CHK-RETURN.
           IF W-CHK-RETURN = "0"
             SET W-CLOSE-CLEARED TO TRUE
             GO TO CHECK-READINESS-E
           END-IF.

           EVALUATE W-CHK-RETURN
             WHEN "B"
               MOVE "LISTED ON ADPCLRPL0" TO W-CHK-MSG
             WHEN "T"
               MOVE "ADPCLRPL0 INCOMPLETE - A TABLE IS FULL"
                 TO W-CHK-MSG
             WHEN OTHER
               MOVE "READINESS CHECK COULD NOT RUN" TO W-CHK-MSG
           END-EVALUATE.
           MOVE W-CHK-BLOCKERS TO W-BLOCKERS-ED.
           MOVE SPACES TO W-SUP-INITS.
           MOVE SPACES TO W-REASON.
           DISPLAY SCR-OVERRIDE.
           ACCEPT SCR-OVERRIDE.

           IF W-SUP-INITS = SPACES
             MOVE SPACES TO W-STATUS-MSG
             STRING "CLOSE REFUSED - " W-BLOCKERS-ED " BLOCKERS"
               DELIMITED BY SIZE INTO W-STATUS-MSG
             END-STRING
             GO TO CHECK-READINESS-E
           END-IF.
           IF W-REASON = SPACES
             MOVE "OVERRIDE REASON REQUIRED - NOT CLOSED"
               TO W-STATUS-MSG
             GO TO CHECK-READINESS-E
           END-IF.

           MOVE W-SUP-INITS TO W-AUT-INITS.
           MOVE SPACES      TO W-AUT-PROFILE.
           MOVE "S"         TO W-AUT-ROLE.
           CALL "OPS000610C" USING W-AUT-INITS W-AUT-PROFILE
                                   W-AUT-FUNCTION W-AUT-ROLE
                                   W-AUT-ENTITY W-AUT-AMOUNT
                                   W-AUT-NAME W-AUT-MESSAGE
                                   W-AUT-RETURN.
           MOVE "M"         TO W-AUT-ROLE.
           IF W-AUT-RETURN NOT = "0"
             MOVE W-AUT-MESSAGE TO W-STATUS-MSG
             GO TO CHECK-READINESS-E
           END-IF.

           MOVE W-AUT-INITS TO W-SUP-INITS.
           SET W-OVERRIDDEN    TO TRUE.
           SET W-CLOSE-CLEARED TO TRUE.

       CHECK-READINESS-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT-LOG SECTION.
       WRITE-AUDIT-LOG-B.
       WRITE-AUDIT-LOG-E.
           EXIT.

      ******************************************************************
      * The override and its reason, each a row of its own so that
      *   neither is cut short.
       WRITE-OVERRIDE-LOG SECTION.
       WRITE-OVERRIDE-LOG-B.
           MOVE SPACES              TO W-ALG-KEY.
           MOVE W-KEY-PERIOD        TO W-ALG-KEY(1:6).
           MOVE 2                   TO W-ALG-SEVERITY.

           MOVE SPACES              TO W-ALG-TEXT.
           STRING "CLOSED WITH " W-BLOCKERS-ED
                  " BLOCKERS - OVERRIDDEN BY " W-SUP-INITS
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

           MOVE SPACES              TO W-ALG-TEXT.
           STRING "OVERRIDE REASON: " W-REASON
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-OVERRIDE-LOG-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
