      *                            server, rewritten in order by the          *
      *                            OPS000601C housekeeping), so a dated       *
      *                            inquiry no longer reads to end of file     *
      *  IPN26462 2026/10/15 DR001 Initials checked through OPS000610C against *
      *                            the ADUSRAUTL0 user authority file          *
      *                            (AUDITLOG, view to browse, maintain to      *
      *                            stamp a row)                                *
      **************************************************************************

       ENVIRONMENT DIVISION.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.
        01 W-EOF            PIC 9 VALUE ZERO.
        01 W-STOP-PAGE-FLAG PIC 9 VALUE ZERO.
           88 W-STOP-PAGING         VALUE 1.
        01 W-REVIEW-NOTE    PIC X(30).
        01 W-ACTION         PIC X(01).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "AUDITLOG".
        01 W-AUT-ROLE       PIC X(1)  VALUE "V".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

       SCREEN SECTION.
        01 SCR-SELECT.
           05 BLANK SCREEN.
           PERFORM UNTIL W-EXIT
             PERFORM GET-FILTERS
             IF NOT W-EXIT
               MOVE "V" TO W-AUT-ROLE
               PERFORM CHECK-AUTHORITY
               IF W-AUTHORISED
                 PERFORM BROWSE-LOG
               END-IF
             END-IF
           END-PERFORM.

       GET-FILTERS-E.
           EXIT.

      ******************************************************************
      * Browsing the log needs AUDITLOG at view on the ADUSRAUTL0 user
      *   authority file; stamping a row reviewed needs it at maintain.
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
      * Walks the whole log and offers every row passing the filters
      *   for review. Opened and closed per pass so each new filter
             MOVE FUNCTION UPPER-CASE(W-REVIEW-CODE) TO W-REVIEW-CODE
           END-PERFORM.

      * Paging past a row unchanged is not an update - only a real
      *   change needs maintain authority
           IF  W-REVIEW-CODE = AL-REVIEW-STATUS
           AND W-REVIEW-NOTE = AL-REVIEW-NOTE
             GO TO SAVE-REVIEW-E
           END-IF.
           MOVE "M" TO W-AUT-ROLE.
           PERFORM CHECK-AUTHORITY.
           IF NOT W-AUTHORISED
             GO TO SAVE-REVIEW-E
           END-IF.

           MOVE W-REVIEW-CODE    TO AL-REVIEW-STATUS.
           MOVE W-REVIEW-NOTE    TO AL-REVIEW-NOTE.
           IF W-REVIEW-CODE = SPACE
