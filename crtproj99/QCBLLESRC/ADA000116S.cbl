      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26462 2026/10/15 DR001 Operator checked by user profile through    *
      *                            OPS000610C against the ADUSRAUTL0 user      *
      *                            authority file (SUSPENSE, maintain)         *
      **************************************************************************

       ENVIRONMENT DIVISION.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.
        01 W-EOF            PIC 9 VALUE ZERO.
        01 W-STOP-PAGE-FLAG PIC 9 VALUE ZERO.
           88 W-STOP-PAGING         VALUE 1.
           05 W-TEXT-3      PIC X(70).
           05 W-TEXT-4      PIC X(40).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "SUSPENSE".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
      *   blank one would hole the amendment trail
           IF W-OPERATOR = SPACES
             MOVE "OPERATOR REQUIRED" TO W-STATUS-MSG
             GO TO GET-RUN-NUMBER-E
           END-IF.

           PERFORM CHECK-AUTHORITY.
           IF W-AUTHORISED
             MOVE 1 TO W-INPUT-OK
           END-IF.

       GET-RUN-NUMBER-E.
           EXIT.

      ******************************************************************
      * Corrections are stamped with the user profile, not initials, so
      *   the operator is found on the ADUSRAUTL0 user authority file
      *   by profile and must hold SUSPENSE at maintain.
       CHECK-AUTHORITY SECTION.
       CHECK-AUTHORITY-B.
           MOVE 0 TO W-AUTH-FLAG.

           MOVE SPACES     TO W-AUT-INITS.
           MOVE W-OPERATOR TO W-AUT-PROFILE.
           CALL "OPS000610C" USING W-AUT-INITS W-AUT-PROFILE
                                   W-AUT-FUNCTION W-AUT-ROLE
                                   W-AUT-ENTITY W-AUT-AMOUNT
                                   W-AUT-NAME W-AUT-MESSAGE
                                   W-AUT-RETURN.
           IF W-AUT-RETURN = "0"
             MOVE W-AUT-PROFILE TO W-OPERATOR
             SET W-AUTHORISED TO TRUE
           ELSE
             MOVE W-AUT-MESSAGE TO W-STATUS-MSG
           END-IF.

       CHECK-AUTHORITY-E.
           EXIT.

      ******************************************************************
      * Walks the whole suspense file and offers every row belonging
      *   to the keyed run for correction. Opened and closed per pass
