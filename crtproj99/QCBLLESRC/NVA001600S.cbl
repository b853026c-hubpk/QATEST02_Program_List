      *                            an InvBCV closed by a supervisor counts    *
      *                            as dispositioned even when a live AOL      *
      *                            row still matches it                       *
      *  IPN26471 2026/10/15 DR001 InvBCV and first AOL code of every          *
      *                            UNINVOICEO row written to AOLUNACL0 for the *
      *                            NVA001607S accrual                          *
      **************************************************************************

       ENVIRONMENT DIVISION.
                         RECORD KEY    IS DSP-InvBCV
                         FILE STATUS   IS ST-AOLDISP.

      * InvBCV and AOL code of every UNINVOICEO row, for the
      *   NVA001607S month-end accrual
           SELECT AOLUNAC  ASSIGN      TO DATABASE-AOLUNACL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-AOLUNAC.

       DATA DIVISION.
        FILE SECTION.
         FD UNIN.
          01 AOLDISP-REC.
             COPY AOLDISPL0.

         FD AOLUNAC.
          01 AOLUNAC-REC.
             COPY AOLUNACL0.

       WORKING-STORAGE SECTION.
        01  ST-UNIN     PIC X(2).
        01  ST-UNOUT    PIC X(2).
        01  ST-SUMRPT   PIC X(2).
        01  ST-AOLTRK   PIC X(2).
        01  ST-AOLDISP  PIC X(2).
        01  ST-AOLUNAC  PIC X(2).
        01  O-UNIN      PIC 9 VALUE ZERO.
        01  O-UNOUT     PIC 9 VALUE ZERO.
        01  O-PFORD     PIC 9 VALUE ZERO.
        01  O-SUMRPT    PIC 9 VALUE ZERO.
        01  O-AOLTRK    PIC 9 VALUE ZERO.
        01  O-AOLDISP   PIC 9 VALUE ZERO.
        01  O-AOLUNAC   PIC 9 VALUE ZERO.

        01 W-COUNT      PIC 9(6)  VALUE ZEROES.
        01 W-EOF        PIC 9.
           END-IF.
           MOVE 1 TO O-UNOUT.

           OPEN OUTPUT AOLUNAC.
           IF ST-AOLUNAC NOT = "00"
             GO TO MAIN-E
           END-IF.
           MOVE 1 TO O-AOLUNAC.

           OPEN OUTPUT AOLEXCPT.
           IF ST-AOLEXCPT NOT = "00"
             GO TO MAIN-E
                 END-IF
                 WRITE UNOUTREC
                 END-WRITE
                 PERFORM WRITE-ACCRUAL-ITEM
             END-READ
           END-PERFORM.

       PROCESS-DATA-E.
           EXIT.

      ******************************************************************
      * The row NVA001607S accrues from - the InvBCV, which UNINVOICEO
      *   does not carry, and the first AOL code, which it charges
       WRITE-ACCRUAL-ITEM SECTION.
       WRITE-ACCRUAL-ITEM-B.
           MOVE SPACES TO AOLUNAC-REC.
           MOVE J6INVBCV OF UNIN TO UNA-InvBCV.
           UNSTRING AOL OF UNOUT DELIMITED BY ALL SPACE
             INTO UNA-AOL-Code
           END-UNSTRING.
           MOVE L-RUN-NUMBER TO UNA-Run-Number.
           WRITE AOLUNAC-REC.

       WRITE-ACCRUAL-ITEM-E.
           EXIT.

      ******************************************************************
      * Loads PFORD-TABLE once, in ascending InvBCV key order, so
      *   ADD-AOL below can scan memory for each UNIN record instead
             MOVE 0 TO O-AOLDISP
           END-IF.

           IF O-AOLUNAC = 1
             CLOSE AOLUNAC
             MOVE 0 TO O-AOLUNAC
           END-IF.

      * Report the run's end to the register - a run that started but
      *   never finished its pass is reported as abended, one that
      *   left InvBCVs with no AOL code as ended-with-exceptions. A
