      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26445 2026/09/02 DR001 Audit rows written through the             *
      *                            OPS000607C log server                     *
      *  IPN26462 2026/10/15 DR001 Initials checked through OPS000610C against *
      *                            the ADUSRAUTL0 user authority file (RUNREG, *
      *                            view to browse, maintain to purge or close  *
      *                            a row)                                      *
      **************************************************************************

       ENVIRONMENT DIVISION.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.
        01 W-EOF            PIC 9 VALUE ZERO.
        01 W-STOP-PAGE-FLAG PIC 9 VALUE ZERO.
           88 W-STOP-PAGING         VALUE 1.

        01 W-CNT-ED         PIC Z(4)9.

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "RUNREG".
        01 W-AUT-ROLE       PIC X(1)  VALUE "V".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "OPS000605S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
           PERFORM UNTIL W-EXIT
             PERFORM GET-SELECTION
             IF NOT W-EXIT
               IF W-MODE = "P"
                 MOVE "M" TO W-AUT-ROLE
               ELSE
                 MOVE "V" TO W-AUT-ROLE
               END-IF
               PERFORM CHECK-AUTHORITY
               IF W-AUTHORISED
                 EVALUATE W-MODE
                   WHEN "B"
                     PERFORM BROWSE-REGISTER
                   WHEN "P"
                     PERFORM PURGE-REGISTER
                   WHEN OTHER
                     MOVE "MODE MUST BE B OR P" TO W-STATUS-MSG
                 END-EVALUATE
               END-IF
             END-IF
           END-PERFORM.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Browsing the register needs RUNREG at view on the ADUSRAUTL0
      *   user authority file; a purge or closing a stuck row needs it
      *   at maintain.
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
      * Walks the register and offers every row passing the filters.
      *   Opened and closed per pass so each new filter set starts
             GO TO CLOSE-STUCK-ROW-E
           END-IF.

           MOVE "M" TO W-AUT-ROLE.
           PERFORM CHECK-AUTHORITY.
           IF NOT W-AUTHORISED
             GO TO CLOSE-STUCK-ROW-E
           END-IF.

           SET RR-Abended TO TRUE.
           ACCEPT RR-End-Date FROM DATE YYYYMMDD.
           ACCEPT RR-End-Time FROM TIME.
