      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26445 2026/09/02 DR001 Audit rows written through the             *
      *                            OPS000607C log server                     *
      *  IPN26462 2026/10/15 DR001 Initials checked through OPS000610C against *
      *                            the ADUSRAUTL0 user authority file          *
      *                            (CURRENCY, maintain)                        *
      **************************************************************************

       ENVIRONMENT DIVISION.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.

        01 W-INITS          PIC X(3).
        01 W-KEY-CODE       PIC X(3).

        01 W-LOG-TEXT       PIC X(60).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "CURRENCY".
        01 W-AUT-ROLE       PIC X(1)  VALUE "M".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000118S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
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
      * Every currency change needs the operator's initials to hold
      *   CURRENCY at maintain on the ADUSRAUTL0 user authority file.
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
       ADD-CURRENCY SECTION.
       ADD-CURRENCY-B.
