       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS000612C.

      **************************************************************************
      *  Operations user authority cutover. IPN26462                           *
      *                                                                        *
      *  Run once when the ADUSRAUTL0 user authority file goes live,           *
      *    before the screens are switched to the OPS000610C server:           *
      *                                                                        *
      *     - every NVAAUTHL0 row not already on ADUSRAUTL0 is added as        *
      *       an active user under the same initials and name. A row           *
      *       with the supervisor flag is granted supervise on the three       *
      *       functions that flag opened - AOLCODES (NVA001604S),              *
      *       DISPOSAL (NVA001605S) and REVERSAL (ADA000134S) - and            *
      *       nothing else; every other function is granted on the             *
      *       OPS000611S screen;                                               *
      *     - the initials passed are made the first security admin            *
      *       (SECURITY at maintain), added first if need be - but only        *
      *       while no user on file holds SECURITY at all, so this can         *
      *       never be used to hand out admin once there is one.               *
      *                                                                        *
      *  Users already on ADUSRAUTL0 are left as they are, so a rerun is       *
      *    harmless. Each user added and the admin grant are written to        *
      *    the shared audit log.                                               *
      *                                                                        *
      *  Return code: 0 = done, N = done but the admin was not granted         *
      *    (one is already on file, or no initials were passed),               *
      *    F = ADUSRAUTL0 would not open.                                      *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26471 2026/10/15 DR001 Twenty role slots searched and cleared, as  *
      *                            ADUSRAUTL0 now holds                        *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * User authority file - written here
           SELECT USRAUT   ASSIGN      TO DATABASE-ADUSRAUTL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS UA-Initials
                         FILE STATUS   IS ST-USRAUT.

      * The VFS-UK supervisor list it replaces
           SELECT AUTHF  ASSIGN        TO DATABASE-NVAAUTHL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS AUT-INITIALS
                         FILE STATUS   IS ST-AUTHF.

       DATA DIVISION.
        FILE SECTION.
         FD USRAUT.
          01 USRAUT-REC.
             COPY ADUSRAUTL0.

         FD AUTHF.
          01 AUTHF-REC.
             05  AUT-INITIALS          PIC X(3).
             05  AUT-NAME              PIC X(30).
             05  AUT-SUPERVISOR        PIC X(1).
                 88  AUT-IS-SUPERVISOR     VALUE 'S'.

       WORKING-STORAGE SECTION.
        01  ST-USRAUT   PIC X(2).
        01  ST-AUTHF    PIC X(2).
        01  O-USRAUT    PIC 9 VALUE ZERO.
        01  O-AUTHF     PIC 9 VALUE ZERO.

        01 W-EOF            PIC 9.
        01 W-TODAY          PIC 9(8).
        01 W-RX             PIC 9(2).
        01 W-SLOT           PIC 9(2).
        01 W-ADMIN-FLAG     PIC 9 VALUE ZERO.
           88 W-ADMIN-ON-FILE          VALUE 1.

        01 W-ADDED-COUNT    PIC 9(5) VALUE ZERO.
        01 W-KEPT-COUNT     PIC 9(5) VALUE ZERO.
        01 W-ADDED-ED       PIC Z(4)9.
        01 W-KEPT-ED        PIC Z(4)9.

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "OPS000612C".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       LINKAGE SECTION.
      * Input : the first security admin - initials, name and profile
      *   (the name and profile are only used if the initials are not
      *   on file yet)
        01 L-ADMIN-INITS     PIC X(3).
        01 L-ADMIN-NAME      PIC X(30).
        01 L-ADMIN-PROFILE   PIC X(10).

      * Output: return code
        01 L-RETURN          PIC X(1).

      ***************************************************************
       PROCEDURE DIVISION USING L-ADMIN-INITS L-ADMIN-NAME
                                L-ADMIN-PROFILE L-RETURN.
       MAIN SECTION.
       MAIN-B.
           MOVE "0" TO L-RETURN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           OPEN I-O USRAUT.
           IF ST-USRAUT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-USRAUT.

      * No list to convert is not an error - the admin can still be set
           OPEN INPUT AUTHF.
           IF ST-AUTHF = "00"
             MOVE 1 TO O-AUTHF
             PERFORM CONVERT-LIST
           END-IF.

           PERFORM SEED-ADMIN.

           MOVE W-ADDED-COUNT TO W-ADDED-ED.
           MOVE W-KEPT-COUNT  TO W-KEPT-ED.
           MOVE SPACES TO W-ALG-KEY W-ALG-TEXT.
           STRING "NVAAUTHL0 CUTOVER - " W-ADDED-ED " USERS ADDED, "
                  W-KEPT-ED " ALREADY ON FILE"
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           MOVE 3 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       CONVERT-LIST SECTION.
       CONVERT-LIST-B.
           MOVE LOW-VALUES TO AUT-INITIALS.
           START AUTHF KEY >= AUT-INITIALS
             INVALID KEY
               GO TO CONVERT-LIST-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ AUTHF NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 PERFORM CONVERT-ONE-USER
             END-READ
           END-PERFORM.

       CONVERT-LIST-E.
           EXIT.

      ******************************************************************
       CONVERT-ONE-USER SECTION.
       CONVERT-ONE-USER-B.
           IF AUT-INITIALS = SPACES
             GO TO CONVERT-ONE-USER-E
           END-IF.

           MOVE AUT-INITIALS TO UA-Initials.
           READ USRAUT
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO W-KEPT-COUNT
               GO TO CONVERT-ONE-USER-E
           END-READ.

           PERFORM CLEAR-USER-ROW.
           MOVE AUT-INITIALS TO UA-Initials.
           MOVE AUT-NAME     TO UA-Name.
           MOVE SPACES TO W-ALG-TEXT.
           IF AUT-IS-SUPERVISOR
             MOVE "AOLCODES" TO UA-Function(1)
             MOVE "S"        TO UA-Role(1)
             MOVE "DISPOSAL" TO UA-Function(2)
             MOVE "S"        TO UA-Role(2)
             MOVE "REVERSAL" TO UA-Function(3)
             MOVE "S"        TO UA-Role(3)
             MOVE "CONVERTED FROM NVAAUTHL0 - SUPERVISE ON 3 FUNCTIONS"
               TO W-ALG-TEXT
           ELSE
             MOVE "CONVERTED FROM NVAAUTHL0 - NO ROLES" TO W-ALG-TEXT
           END-IF.
           WRITE USRAUT-REC
             INVALID KEY
               GO TO CONVERT-ONE-USER-E
           END-WRITE.
           ADD 1 TO W-ADDED-COUNT.

           MOVE SPACES       TO W-ALG-KEY.
           MOVE AUT-INITIALS TO W-ALG-KEY.
           MOVE 3 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

       CONVERT-ONE-USER-E.
           EXIT.

      ******************************************************************
      * Only while nobody on file holds SECURITY in any form - once
      *   there is an admin, admins are made on the OPS000611S screen.
       SEED-ADMIN SECTION.
       SEED-ADMIN-B.
           IF L-ADMIN-INITS = SPACES
             MOVE "N" TO L-RETURN
             GO TO SEED-ADMIN-E
           END-IF.

           MOVE 0 TO W-ADMIN-FLAG.
           MOVE LOW-VALUES TO UA-Initials.
           START USRAUT KEY >= UA-Initials
             INVALID KEY
               MOVE 1 TO W-EOF
             NOT INVALID KEY
               MOVE 0 TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = 1 OR W-ADMIN-ON-FILE
             READ USRAUT NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 PERFORM VARYING W-RX FROM 1 BY 1 UNTIL W-RX > 20
                   IF UA-Function(W-RX) = "SECURITY"
                     SET W-ADMIN-ON-FILE TO TRUE
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.

           MOVE SPACES        TO W-ALG-KEY.
           MOVE L-ADMIN-INITS TO W-ALG-KEY.
           IF W-ADMIN-ON-FILE
             MOVE "N" TO L-RETURN
             MOVE "ADMIN ALREADY ON FILE - CUTOVER ADMIN NOT GRANTED"
               TO W-ALG-TEXT
             MOVE 2 TO W-ALG-SEVERITY
             PERFORM WRITE-AUDIT-LOG
             GO TO SEED-ADMIN-E
           END-IF.

           MOVE L-ADMIN-INITS TO UA-Initials.
           READ USRAUT
             INVALID KEY
               PERFORM CLEAR-USER-ROW
               MOVE L-ADMIN-INITS   TO UA-Initials
               MOVE L-ADMIN-NAME    TO UA-Name
               MOVE L-ADMIN-PROFILE TO UA-User-Profile
               MOVE "SECURITY"      TO UA-Function(1)
               MOVE "M"             TO UA-Role(1)
               WRITE USRAUT-REC
                 INVALID KEY
                   MOVE "N" TO L-RETURN
                   GO TO SEED-ADMIN-E
               END-WRITE
             NOT INVALID KEY
               MOVE ZERO TO W-SLOT
               PERFORM VARYING W-RX FROM 20 BY -1 UNTIL W-RX < 1
                 IF UA-Function(W-RX) = SPACES
                   MOVE W-RX TO W-SLOT
                 END-IF
               END-PERFORM
               IF W-SLOT = ZERO
                 MOVE "N" TO L-RETURN
                 MOVE "NO ROLE SLOT FREE - CUTOVER ADMIN NOT GRANTED"
                   TO W-ALG-TEXT
                 MOVE 2 TO W-ALG-SEVERITY
                 PERFORM WRITE-AUDIT-LOG
                 GO TO SEED-ADMIN-E
               END-IF
               MOVE "SECURITY" TO UA-Function(W-SLOT)
               MOVE "M"        TO UA-Role(W-SLOT)
               MOVE ZERO       TO UA-Approve-Limit(W-SLOT)
               SET UA-Active   TO TRUE
               MOVE W-TODAY    TO UA-Status-Date UA-Amend-Date
               MOVE SPACES     TO UA-Amend-Inits
               REWRITE USRAUT-REC
           END-READ.

           MOVE "GRANTED SECURITY M - FIRST SECURITY ADMIN AT CUTOVER"
             TO W-ALG-TEXT.
           MOVE 3 TO W-ALG-SEVERITY.
           PERFORM WRITE-AUDIT-LOG.

       SEED-ADMIN-E.
           EXIT.

      ******************************************************************
      * A new row - active from today, no roles
       CLEAR-USER-ROW SECTION.
       CLEAR-USER-ROW-B.
           MOVE SPACES  TO USRAUT-REC.
           SET UA-Active TO TRUE.
           MOVE W-TODAY TO UA-Status-Date.
           PERFORM VARYING W-RX FROM 1 BY 1 UNTIL W-RX > 20
             MOVE SPACES TO UA-Function(W-RX) UA-Role(W-RX)
             MOVE ZERO   TO UA-Approve-Limit(W-RX)
           END-PERFORM.
           MOVE SPACES  TO UA-Amend-Inits.
           MOVE W-TODAY TO UA-Amend-Date.

       CLEAR-USER-ROW-E.
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
           IF O-USRAUT = 1
             CLOSE USRAUT
             MOVE 0 TO O-USRAUT
           END-IF.

           IF O-AUTHF = 1
             CLOSE AUTHF
             MOVE 0 TO O-AUTHF
           END-IF.

           GOBACK.
