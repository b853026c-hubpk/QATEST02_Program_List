      *    if the project comes back to life.                                  *
      *                                                                        *
      *  Dispositions need supervisor authority - the operator's               *
      *    initials must hold DISPOSAL at supervise on the ADUSRAUTL0          *
      *    user authority file - and every add or removal is written           *
      *    to the shared audit log, the same rule as the NVA001604S            *
      *    maintenance screen.                                                 *
      *                                                                        *
      *  Author: D.Rowan 2026-09-02                                            *
      *                                                                        *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26445 2026/09/02 DR001 Audit rows written through the             *
      *                            OPS000607C log server                     *
      *  IPN26462 2026/10/15 DR001 Authority checked through OPS000610C        *
      *                            against ADUSRAUTL0 (DISPOSAL, supervise)    *
      *                            instead of NVAAUTHL0                        *
      **************************************************************************

       ENVIRONMENT DIVISION.
                         RECORD KEY    IS DSP-InvBCV
                         FILE STATUS   IS ST-AOLDISP.

       DATA DIVISION.
        FILE SECTION.
         FD AOLDISP.
          01 AOLDISP-REC.
             COPY AOLDISPL0.

       WORKING-STORAGE SECTION.
        01  ST-AOLDISP  PIC X(2).
        01  O-AOLDISP   PIC 9 VALUE ZERO.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
        01 W-TODAY          PIC 9(8).
        01 W-LOG-TEXT       PIC X(60).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "DISPOSAL".
        01 W-AUT-ROLE       PIC X(1)  VALUE "S".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "NVA001605S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.

           PERFORM CHECK-AUTHORITY.
           IF NOT W-AUTHORISED
             MOVE SPACE TO W-ACTION
           END-IF.

           EXIT.

      ******************************************************************
      * Dispositions are supervisor-only - the operator's initials must
      *   hold DISPOSAL at supervise on the ADUSRAUTL0 authority file.
       CHECK-AUTHORITY SECTION.
       CHECK-AUTHORITY-B.
           MOVE 0 TO W-AUTH-FLAG.

           MOVE W-INITS  TO W-AUT-INITS.
           MOVE SPACES   TO W-AUT-PROFILE.
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

