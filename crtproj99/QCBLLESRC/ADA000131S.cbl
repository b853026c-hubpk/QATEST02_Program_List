      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26452 2026/10/06 DR001 Reversed invoices no longer offered -      *
      *                            a header the ADA000134S screen backed      *
      *                            out has nothing left to approve            *
      *  IPN26462 2026/10/15 DR001 Approvers checked through OPS000610C        *
      *                            against the ADUSRAUTL0 user authority file  *
      *                            (APPROVAL, approve) - entity and approval   *
      *                            limit checked per invoice                   *
      *  IPN26471 2026/10/15 DR001 A legacy row with no entity checked against *
      *                            the approver as GBR, not as any entity      *
      **************************************************************************

       ENVIRONMENT DIVISION.

        01 W-EXIT-FLAG      PIC 9 VALUE ZERO.
           88 W-EXIT                   VALUE 1.
        01 W-AUTH-FLAG      PIC 9 VALUE ZERO.
           88 W-AUTHORISED             VALUE 1.
        01 W-EOF            PIC 9 VALUE ZERO.
        01 W-STOP-PAGE-FLAG PIC 9 VALUE ZERO.
           88 W-STOP-PAGING         VALUE 1.

        01 W-LOG-TEXT       PIC X(60).

      * Parameter set for the OPS000610C authority server
        01 W-AUT-INITS      PIC X(3).
        01 W-AUT-PROFILE    PIC X(10) VALUE SPACES.
        01 W-AUT-FUNCTION   PIC X(10) VALUE "APPROVAL".
        01 W-AUT-ROLE       PIC X(1)  VALUE "A".
        01 W-AUT-ENTITY     PIC X(3)  VALUE SPACES.
        01 W-AUT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 W-AUT-NAME       PIC X(30).
        01 W-AUT-MESSAGE    PIC X(40).
        01 W-AUT-RETURN     PIC X(1).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000131S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
             MOVE ZERO TO W-RUN-NUMBER
           END-IF.

           MOVE SPACES TO W-AUT-ENTITY.
           MOVE ZERO   TO W-AUT-AMOUNT.
           IF W-RUN-NUMBER NOT = ZERO
             PERFORM CHECK-AUTHORITY
             IF NOT W-AUTHORISED
               MOVE ZERO TO W-RUN-NUMBER
             END-IF
           END-IF.

       GET-SELECTION-E.
           EXIT.

      ******************************************************************
      * Approvers must hold APPROVAL at approve on the ADUSRAUTL0 user
      *   authority file. Signing on is checked with no entity and no
      *   amount; each invoice is checked again for its entity and
      *   its base-currency amount before it is stamped.
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
      * Walks the run's headers and offers every one not yet fully
      *   approved. Opened and closed per pass so each new run number
               NOT AT END
                 IF  gaadRunNbr = W-RUN-NUMBER
                 AND gaadAppSts NOT = "A"
                 AND gaadRevSts NOT = "R"
                   ADD 1 TO W-FOUND-COUNT
                   PERFORM REVIEW-INVOICE
                 END-IF
      * Above the threshold the approval is two-handed: the first
      *   approver parks the invoice at status 1, and only a second,
      *   different approver moves it to A. The same person cannot
      *   give both approvals. Either approval needs the approver's
      *   authority to cover the invoice's entity and amount.
       APPROVE-INVOICE SECTION.
       APPROVE-INVOICE-B.
      * A blank entity on a legacy row is GBR - passed blank, the
      *   server would take it as any entity
           MOVE gaadEntCde TO W-AUT-ENTITY.
           IF W-AUT-ENTITY = SPACES
             MOVE "GBR" TO W-AUT-ENTITY
           END-IF.
           MOVE gaadBasAmt TO W-AUT-AMOUNT.
           PERFORM CHECK-AUTHORITY.
           IF NOT W-AUTHORISED
             GO TO APPROVE-INVOICE-E
           END-IF.

           IF gaadAppSts = "1"
             IF gaadAppIn1 = W-INITS
               MOVE "SECOND APPROVER MUST DIFFER" TO W-STATUS-MSG
