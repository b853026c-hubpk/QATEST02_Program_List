       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA000147S.

      **************************************************************************
      *  Finance application. IPN26466                                         *
      *                                                                        *
      *  Nightly reject feedback to ADOS. A row the ADA000115S load            *
      *    rejects into the ADOSREJL0 suspense file is corrected here in       *
      *    the ADA000116S workbench, but the mistake behind it stays in        *
      *    ADOS and comes back the next month. This run sends ADOS a           *
      *    file (ADOSFBKL0) listing:                                           *
      *                                                                        *
      *     - each suspense row not yet reported - REJECTED, with the          *
      *       ADOS invoice number and supplier reference off the raw           *
      *       upload text, the reject reason, the upload column that           *
      *       failed and the member the row arrived in;                        *
      *     - each reported row since resubmitted by ADA000117S or             *
      *       written off in the workbench - RESUBMITTED (with the             *
      *       resubmission run) or WRITTEN OFF,                                *
      *                                                                        *
      *    so ADOS users can fix the record at source. The file is CSV         *
      *    like the ADOS upload, with a column-header row first and a          *
      *    *TRAILER* row last carrying the batch number, the detail row        *
      *    count and the hash of the rows' load record numbers.                *
      *                                                                        *
      *  Every file sent is registered on ADOSFBRL0 under its batch            *
      *    number. ADOS answers each batch on the ADOSFBAL0                    *
      *    acknowledgement file (batch, rows, hash, A accepted / R             *
      *    refused), which is reconciled at the start of the next run:         *
      *    a batch refused, or acknowledged with totals that differ            *
      *    from ours, is unwound on the suspense rows and its rows go          *
      *    out again in tonight's batch. A batch still unacknowledged          *
      *    after W-ACK-DAYS days is reported. Every problem goes on            *
      *    the audit log at severity 2 and the control report                  *
      *    ADOSFBPL0 lists what was sent and what was reconciled.              *
      *                                                                        *
      *  Author: D.Rowan 2026-10-15                                            *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26469 2026/10/15 DR001 Suspense rows of the EXPENSES claims feed   *
      *                            left out - only ADOS rows are fed back      *
      **************************************************************************

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.      IBM-AS400.
         OBJECT-COMPUTER.      IBM-AS400.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Suspense rows written by ADA000115S - stamped here with what
      *   ADOS has been told
           SELECT REJFILE  ASSIGN      TO DATABASE-ADOSREJL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-REJFILE.

      * Feedback batch register - one row per file sent
           SELECT FBREG    ASSIGN      TO DATABASE-ADOSFBRL0
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS DYNAMIC
                         RECORD KEY    IS FBR-Batch-No
                         FILE STATUS   IS ST-FBREG.

      * Acknowledgements from ADOS - none yet is not an error
           SELECT ACKIN    ASSIGN      TO DATABASE-ADOSFBAL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-ACKIN.

      * Tonight's feedback file for ADOS
           SELECT FBKOUT   ASSIGN      TO DATABASE-ADOSFBKL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-FBKOUT.

      * Control report
           SELECT FBKRPT   ASSIGN      TO DATABASE-ADOSFBPL0
                         ORGANIZATION  IS SEQUENTIAL
                         ACCESS        IS SEQUENTIAL
                         FILE STATUS   IS ST-FBKRPT.

       DATA DIVISION.
        FILE SECTION.
         FD REJFILE.
          01 REJECT-R.
             COPY ADOSREJL0.

         FD FBREG.
          01 FBREG-REC.
             COPY ADOSFBRL0.

      * One CSV row per batch: batch number, detail rows received,
      *   record-number hash received, A or R
         FD ACKIN.
          01 ACKIN-REC                 PIC X(80).

      * CSV rows, the width of the ADOS upload rows
         FD FBKOUT.
          01 FBKOUT-REC                PIC X(250).

         FD FBKRPT.
          01 FBKRPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01  ST-REJFILE  PIC X(2).
        01  ST-FBREG    PIC X(2).
        01  ST-ACKIN    PIC X(2).
        01  ST-FBKOUT   PIC X(2).
        01  ST-FBKRPT   PIC X(2).
        01  O-REJFILE   PIC 9 VALUE ZERO.
        01  O-FBREG     PIC 9 VALUE ZERO.
        01  O-ACKIN     PIC 9 VALUE ZERO.
        01  O-FBKOUT    PIC 9 VALUE ZERO.
        01  O-FBKRPT    PIC 9 VALUE ZERO.

        01 W-EOF        PIC 9.

        01 W-TODAY          PIC 9(8).
        01 W-TODAY-INT      PIC S9(9) COMP-3.
        01 W-AGE-DAYS       PIC S9(9) COMP-3.
      * Days ADOS has to acknowledge a batch before it is reported
        01 W-ACK-DAYS       PIC 9(2) VALUE 3.

      * Tonight's batch and its trailer totals
        01 W-BATCH-NO       PIC S9(7)  COMP-3 VALUE ZERO.
        01 W-ROW-COUNT      PIC S9(7)  COMP-3 VALUE ZERO.
        01 W-HASH-TOTAL     PIC S9(11) COMP-3 VALUE ZERO.

      * Batches whose acknowledgement failed tonight - their rows are
      *   unwound and sent again
        01 W-FAIL-TAB-MAX   PIC 9(2) VALUE 50.
        01 W-FAIL-TAB-COUNT PIC 9(2) VALUE ZERO.
        01 W-FAIL-TAB.
           05 W-FAIL-ENTRY OCCURS 50.
              10 WF-BATCH     PIC S9(7) COMP-3.
        01 W-FX             PIC 9(2).
        01 W-FAIL-FOUND     PIC 9 VALUE ZERO.

        01 W-TAB-FULL-FLAG  PIC 9 VALUE ZERO.
           88 W-TAB-FULL            VALUE 1.

      * The upload column each load reject reason points at - a reason
      *   not listed leaves the column blank
        01 W-REASON-VALUES.
           05 FILLER PIC X(50) VALUE
              "INVOICE NO NOT NUMERIC        INVOICE NO".
           05 FILLER PIC X(50) VALUE
              "DUPLICATE INVOICE HEADER      INVOICE NO".
           05 FILLER PIC X(50) VALUE
              "DETAIL FOR REJECTED HEADER    INVOICE NO".
           05 FILLER PIC X(50) VALUE
              "DUPLICATE SUPPLIER REFERENCE  SUPPLIER INVOICE".
           05 FILLER PIC X(50) VALUE
              "SUPPLIER LOC NOT NUMERIC      ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "SUPPLIER ACC NOT NUMERIC      ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "SUPPLIER NATURE NOT NUMERIC   ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "SUPPLIER ACCOUNT NOT FOUND    ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "SUPPLIER ACCOUNT CLOSED       ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "ACCOUNT LOC NOT NUMERIC       ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "ACCOUNT NO NOT NUMERIC        ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "GL ACCOUNT NOT FOUND          ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "GL ACCOUNT CLOSED             ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "ACCOUNT TAX NOT NUMERIC       ACCOUNT - TAX CODE".
           05 FILLER PIC X(50) VALUE
              "INVALID TAX CODE              ACCOUNT - TAX CODE".
           05 FILLER PIC X(50) VALUE
              "ACCOUNT DEPT NOT NUMERIC      ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "ACCOUNT ANAL NOT NUMERIC      ACCOUNT".
           05 FILLER PIC X(50) VALUE
              "INVALID CURRENCY CODE         CURRENCY".
           05 FILLER PIC X(50) VALUE
              "CURRENCY CODE INACTIVE        CURRENCY".
           05 FILLER PIC X(50) VALUE
              "CURRENCY NOT EFFECTIVE        CURRENCY".
           05 FILLER PIC X(50) VALUE
              "NO EXCHANGE RATE FOR DATE     CURRENCY".
           05 FILLER PIC X(50) VALUE
              "ENTITY CODE NOT ON MASTER     ENTITY".
           05 FILLER PIC X(50) VALUE
              "ENTITY CLOSED                 ENTITY".
           05 FILLER PIC X(50) VALUE
              "ENTITY MISMATCH ON DETAIL     ENTITY".
        01 W-REASON-TAB REDEFINES W-REASON-VALUES.
           05 W-REASON-ENTRY OCCURS 24.
              10 WN-REASON    PIC X(30).
              10 WN-FIELD     PIC X(20).
        01 W-REASON-MAX     PIC 9(2) VALUE 24.
        01 W-NX             PIC 9(2).
        01 W-FAIL-FIELD     PIC X(20).

      * The ADOS invoice number and supplier reference - the second
      *   and first columns of the raw upload text, split the way the
      *   load splits it (quoted columns may hold commas)
        01 W-ADOS-REF       PIC X(20).
        01 W-ADOS-INV       PIC X(7).
        01 W-CSV-PTR        PIC 9(3).
        01 W-CSV-CHAR       PIC X(1).
        01 W-CSV-FIELD-NO   PIC 9(2).
        01 W-CSV-BUF        PIC X(75).
        01 W-CSV-LEN        PIC 9(3).
        01 W-CSV-QUOTE-FLAG PIC 9 VALUE ZERO.
           88 W-IN-QUOTES           VALUE 1.

      * The feedback row being built, and the column being added
        01 W-OUT            PIC X(250).
        01 W-OUT-PTR        PIC 9(3).
        01 W-FLD-TEXT       PIC X(75).
        01 W-FLD-LEN        PIC 9(3).
        01 W-FLD-X          PIC 9(3).
        01 W-FBK-STATUS     PIC X(1).
        01 W-FBK-TEXT       PIC X(12).

      * An acknowledgement row, split
        01 W-ACK-F-BATCH    PIC X(20).
        01 W-ACK-F-ROWS     PIC X(20).
        01 W-ACK-F-HASH     PIC X(20).
        01 W-ACK-F-STATUS   PIC X(20).
        01 W-ACK-BATCH      PIC S9(7)  COMP-3.
        01 W-ACK-ROWS       PIC S9(7)  COMP-3.
        01 W-ACK-HASH       PIC S9(11) COMP-3.
        01 W-ACK-RESULT     PIC X(30).

        01 W-REJ-CHANGED    PIC 9 VALUE ZERO.

        01 W-NEW-COUNT      PIC 9(7) VALUE ZERO.
        01 W-RESUB-COUNT    PIC 9(7) VALUE ZERO.
        01 W-WOFF-COUNT     PIC 9(7) VALUE ZERO.
        01 W-UNWOUND-COUNT  PIC 9(7) VALUE ZERO.
        01 W-ACK-OK-COUNT   PIC 9(5) VALUE ZERO.
        01 W-ACK-BAD-COUNT  PIC 9(5) VALUE ZERO.
        01 W-OVERDUE-COUNT  PIC 9(5) VALUE ZERO.

        01 W-NUM            PIC S9(11)V99 COMP-3.
        01 W-BATCH-ED       PIC 9(7).
        01 W-RUN-ED         PIC 9(7).
        01 W-REC-ED         PIC 9(5).
        01 W-CNT-ED         PIC Z(6)9.
        01 W-HASH-ED        PIC Z(10)9.
        01 W-LINE           PIC X(132).

      * Parameter set for the OPS000607C audit-log server
        01 W-ALG-PROGRAM    PIC X(10) VALUE "ADA000147S".
        01 W-ALG-RUN        PIC S9(7) COMP-3 VALUE ZERO.
        01 W-ALG-KEY        PIC X(20).
        01 W-ALG-SEVERITY   PIC 9(1).
        01 W-ALG-TEXT       PIC X(60).
        01 W-ALG-MEMBER     PIC X(10) VALUE SPACES.
        01 W-ALG-RETURN     PIC X(1).

       LINKAGE SECTION.
      * Output: 0 = file sent, all earlier batches acknowledged in
      *   order; A = an acknowledgement was refused, did not agree or
      *   named a batch we never sent (those rows go out again
      *   tonight); O = a batch is overdue for acknowledgement;
      *   F = a file would not open (nothing sent)
        01 L-RETURN          PIC X(1).

      * Output: tonight's batch number and its detail row count
        01 L-BATCH-NO        PIC S9(7) COMP-3.
        01 L-ROW-COUNT       PIC S9(7) COMP-3.

      ***************************************************************
       PROCEDURE DIVISION USING L-RETURN L-BATCH-NO L-ROW-COUNT.
       MAIN SECTION.
       MAIN-B.
           MOVE "0"  TO L-RETURN.
           MOVE ZERO TO L-BATCH-NO.
           MOVE ZERO TO L-ROW-COUNT.

           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).

           PERFORM OPEN-FILES.

           MOVE "ACKNOWLEDGEMENTS RECONCILED:" TO FBKRPT-REC.
           WRITE FBKRPT-REC.
           PERFORM RECONCILE-ACKS.
           MOVE SPACES TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE "BATCHES OVERDUE FOR ACKNOWLEDGEMENT:" TO FBKRPT-REC.
           WRITE FBKRPT-REC.
           PERFORM SCAN-REGISTER.
           ADD 1 TO W-BATCH-NO.
           MOVE SPACES TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           PERFORM WRITE-FEEDBACK-FILE.
           PERFORM REGISTER-BATCH.
           PERFORM PRINT-TOTALS.

           MOVE W-BATCH-NO  TO L-BATCH-NO.
           MOVE W-ROW-COUNT TO L-ROW-COUNT.

           IF W-OVERDUE-COUNT > ZERO
             MOVE "O" TO L-RETURN
           END-IF.
           IF W-ACK-BAD-COUNT > ZERO
             MOVE "A" TO L-RETURN
           END-IF.

       MAIN-E.
           GO TO PGM-END.

      ******************************************************************
       OPEN-FILES SECTION.
       OPEN-FILES-B.
           OPEN I-O REJFILE.
           IF ST-REJFILE NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-REJFILE.

           OPEN I-O FBREG.
           IF ST-FBREG NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-FBREG.

      * No acknowledgement file just means ADOS has sent nothing yet
           OPEN INPUT ACKIN.
           IF ST-ACKIN = "00"
             MOVE 1 TO O-ACKIN
           END-IF.

           OPEN OUTPUT FBKOUT.
           IF ST-FBKOUT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-FBKOUT.

           OPEN OUTPUT FBKRPT.
           IF ST-FBKRPT NOT = "00"
             MOVE "F" TO L-RETURN
             GO TO PGM-END
           END-IF.
           MOVE 1 TO O-FBKRPT.

           MOVE SPACES TO FBKRPT-REC.
           STRING "ADOS REJECT FEEDBACK - " W-TODAY
             DELIMITED BY SIZE INTO FBKRPT-REC
           END-STRING.
           WRITE FBKRPT-REC.
           MOVE SPACES TO FBKRPT-REC.
           WRITE FBKRPT-REC.

       OPEN-FILES-E.
           EXIT.

      ******************************************************************
      * Each ADOS acknowledgement against the batch it names. A batch
      *   already reconciled is passed by - the acknowledgement file
      *   accumulates, and reading it twice must change nothing.
       RECONCILE-ACKS SECTION.
       RECONCILE-ACKS-B.
           IF O-ACKIN = 0
             MOVE "  NO ACKNOWLEDGEMENT FILE FROM ADOS" TO FBKRPT-REC
             WRITE FBKRPT-REC
             GO TO RECONCILE-ACKS-E
           END-IF.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ ACKIN NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF ACKIN-REC NOT = SPACES
                   PERFORM RECONCILE-ONE-ACK
                 END-IF
             END-READ
           END-PERFORM.

       RECONCILE-ACKS-E.
           EXIT.

      ******************************************************************
       RECONCILE-ONE-ACK SECTION.
       RECONCILE-ONE-ACK-B.
           MOVE SPACES TO W-ACK-F-BATCH W-ACK-F-ROWS W-ACK-F-HASH
                          W-ACK-F-STATUS.
           UNSTRING ACKIN-REC DELIMITED BY ","
             INTO W-ACK-F-BATCH W-ACK-F-ROWS W-ACK-F-HASH
                  W-ACK-F-STATUS
           END-UNSTRING.

      * A row that will not parse cannot be matched to a batch
           IF W-ACK-F-BATCH = SPACES
           OR FUNCTION TEST-NUMVAL(W-ACK-F-BATCH) NOT = 0
           OR W-ACK-F-ROWS = SPACES
           OR FUNCTION TEST-NUMVAL(W-ACK-F-ROWS) NOT = 0
           OR W-ACK-F-HASH = SPACES
           OR FUNCTION TEST-NUMVAL(W-ACK-F-HASH) NOT = 0
             MOVE ZERO TO W-ACK-BATCH
             MOVE "UNREADABLE ACKNOWLEDGEMENT" TO W-ACK-RESULT
             PERFORM REPORT-BAD-ACK
             GO TO RECONCILE-ONE-ACK-E
           END-IF.
           COMPUTE W-NUM = FUNCTION NUMVAL(W-ACK-F-BATCH).
           MOVE W-NUM TO W-ACK-BATCH.
           COMPUTE W-NUM = FUNCTION NUMVAL(W-ACK-F-ROWS).
           MOVE W-NUM TO W-ACK-ROWS.
           COMPUTE W-NUM = FUNCTION NUMVAL(W-ACK-F-HASH).
           MOVE W-NUM TO W-ACK-HASH.

           MOVE W-ACK-BATCH TO FBR-Batch-No.
           READ FBREG
             INVALID KEY
               MOVE "BATCH NEVER SENT" TO W-ACK-RESULT
               PERFORM REPORT-BAD-ACK
               GO TO RECONCILE-ONE-ACK-E
           END-READ.

           IF NOT FBR-Awaiting-Ack
             GO TO RECONCILE-ONE-ACK-E
           END-IF.

           MOVE W-TODAY    TO FBR-Ack-Date.
           MOVE W-ACK-ROWS TO FBR-Ack-Row-Count.
           MOVE W-ACK-HASH TO FBR-Ack-Hash-Total.
           EVALUATE TRUE
             WHEN W-ACK-F-STATUS(1:1) = "R"
               SET FBR-Ack-Refused TO TRUE
               MOVE "REFUSED BY ADOS - SENT AGAIN" TO W-ACK-RESULT
             WHEN W-ACK-ROWS NOT = FBR-Row-Count
             OR   W-ACK-HASH NOT = FBR-Hash-Total
               SET FBR-Ack-Mismatch TO TRUE
               MOVE "TOTALS DIFFER - SENT AGAIN" TO W-ACK-RESULT
             WHEN OTHER
               SET FBR-Acknowledged TO TRUE
               MOVE "AGREED" TO W-ACK-RESULT
           END-EVALUATE.
           REWRITE FBREG-REC.

           IF FBR-Acknowledged
             ADD 1 TO W-ACK-OK-COUNT
             PERFORM PRINT-ACK-LINE
             GO TO RECONCILE-ONE-ACK-E
           END-IF.

           PERFORM REPORT-BAD-ACK.
           IF W-FAIL-TAB-COUNT >= W-FAIL-TAB-MAX
             SET W-TAB-FULL TO TRUE
             GO TO RECONCILE-ONE-ACK-E
           END-IF.
           ADD 1 TO W-FAIL-TAB-COUNT.
           MOVE W-ACK-BATCH TO WF-BATCH(W-FAIL-TAB-COUNT).

       RECONCILE-ONE-ACK-E.
           EXIT.

      ******************************************************************
       REPORT-BAD-ACK SECTION.
       REPORT-BAD-ACK-B.
           ADD 1 TO W-ACK-BAD-COUNT.
           PERFORM PRINT-ACK-LINE.

           MOVE W-ACK-BATCH TO W-BATCH-ED.
           MOVE SPACES TO W-ALG-KEY.
           STRING "FBK BATCH " W-BATCH-ED
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE SPACES TO W-ALG-TEXT.
           STRING "ADOS FEEDBACK ACKNOWLEDGEMENT - " W-ACK-RESULT
             DELIMITED BY SIZE INTO W-ALG-TEXT
           END-STRING.
           PERFORM WRITE-AUDIT.

       REPORT-BAD-ACK-E.
           EXIT.

      ******************************************************************
       PRINT-ACK-LINE SECTION.
       PRINT-ACK-LINE-B.
           MOVE W-ACK-BATCH TO W-BATCH-ED.
           MOVE SPACES TO W-LINE.
           STRING "  BATCH " W-BATCH-ED
                  "  ROWS " W-ACK-F-ROWS(1:9)
                  "  HASH " W-ACK-F-HASH(1:13)
                  "  " W-ACK-F-STATUS(1:1)
                  "  " W-ACK-RESULT
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

       PRINT-ACK-LINE-E.
           EXIT.

      ******************************************************************
      * One pass of the register: tonight's batch number is one past
      *   the highest sent, and a batch still awaiting acknowledgement
      *   after W-ACK-DAYS days is reported.
       SCAN-REGISTER SECTION.
       SCAN-REGISTER-B.
           MOVE ZERO TO FBR-Batch-No.
           START FBREG KEY >= FBR-Batch-No
             INVALID KEY
               GO TO SCAN-REGISTER-E
           END-START.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ FBREG NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 IF FBR-Batch-No > W-BATCH-NO
                   MOVE FBR-Batch-No TO W-BATCH-NO
                 END-IF
                 IF FBR-Awaiting-Ack
                   PERFORM CHECK-OVERDUE
                 END-IF
             END-READ
           END-PERFORM.

       SCAN-REGISTER-E.
           EXIT.

      ******************************************************************
       CHECK-OVERDUE SECTION.
       CHECK-OVERDUE-B.
           COMPUTE W-AGE-DAYS = W-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(FBR-Created-Date).
           IF W-AGE-DAYS <= W-ACK-DAYS
             GO TO CHECK-OVERDUE-E
           END-IF.

           ADD 1 TO W-OVERDUE-COUNT.
           MOVE FBR-Batch-No TO W-BATCH-ED.
           MOVE FBR-Row-Count TO W-CNT-ED.
           MOVE SPACES TO W-LINE.
           STRING "  BATCH " W-BATCH-ED
                  "  SENT " FBR-Created-Date
                  "  ROWS " W-CNT-ED
                  "  NOT ACKNOWLEDGED BY ADOS"
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE SPACES TO W-ALG-KEY.
           STRING "FBK BATCH " W-BATCH-ED
             DELIMITED BY SIZE INTO W-ALG-KEY
           END-STRING.
           MOVE "ADOS FEEDBACK BATCH OVERDUE FOR ACKNOWLEDGEMENT"
             TO W-ALG-TEXT.
           PERFORM WRITE-AUDIT.

       CHECK-OVERDUE-E.
           EXIT.

      ******************************************************************
      * The feedback file: column headings, a row for each change ADOS
      *   has not yet been told about, and the control trailer.
       WRITE-FEEDBACK-FILE SECTION.
       WRITE-FEEDBACK-FILE-B.
           MOVE SPACES TO FBKOUT-REC.
           STRING "Batch,Status,Invoice No,Supplier Invoice,"
                  "Reject Reason,Failing Column,Member,Load Run,"
                  "Load Record,Entity,Status Date,Resubmission Run"
             DELIMITED BY SIZE INTO FBKOUT-REC
           END-STRING.
           WRITE FBKOUT-REC.

           MOVE "ROWS SENT:" TO FBKRPT-REC.
           WRITE FBKRPT-REC.
           MOVE SPACES TO W-LINE.
           MOVE "  STATUS       INVOICE  SUPPLIER INVOICE" TO W-LINE.
           MOVE "REJECT REASON"    TO W-LINE(45:30).
           MOVE "FAILING COLUMN"   TO W-LINE(76:20).
           MOVE "MEMBER     RUN     REC" TO W-LINE(97:22).
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE 0 TO W-EOF.
           PERFORM UNTIL W-EOF = 1
             READ REJFILE NEXT
               AT END
                 MOVE 1 TO W-EOF
               NOT AT END
                 PERFORM FEEDBACK-ONE-ROW
             END-READ
           END-PERFORM.

           MOVE W-BATCH-NO   TO W-BATCH-ED.
           MOVE W-ROW-COUNT  TO W-CNT-ED.
           MOVE W-HASH-TOTAL TO W-HASH-ED.
           MOVE SPACES TO FBKOUT-REC.
           STRING "*TRAILER*," W-BATCH-ED "," W-CNT-ED "," W-HASH-ED
             DELIMITED BY SIZE INTO FBKOUT-REC
           END-STRING.
           WRITE FBKOUT-REC.

           MOVE SPACES TO FBKRPT-REC.
           WRITE FBKRPT-REC.

       WRITE-FEEDBACK-FILE-E.
           EXIT.

      ******************************************************************
      * One suspense row: unwind it first if a failed batch carried
      *   it, then send whatever ADOS has not yet been told - the
      *   reject itself, and the resubmission or write-off once there
      *   is one (both in one batch when both are new).
       FEEDBACK-ONE-ROW SECTION.
       FEEDBACK-ONE-ROW-B.
           MOVE 0 TO W-REJ-CHANGED.

      * Rows from the expense claims feed never came from ADOS - the
      *   expenses system is not told about them here
           IF  Rej-Source-Appl NOT = SPACES
           AND Rej-Source-Appl NOT = "ADOS"
             GO TO FEEDBACK-ONE-ROW-E
           END-IF.

           IF W-FAIL-TAB-COUNT > ZERO
             PERFORM UNWIND-FAILED-BATCH
           END-IF.

           IF Rej-Fbk-Status = SPACE
             MOVE "O" TO W-FBK-STATUS
             PERFORM SEND-ROW
             MOVE "O"        TO Rej-Fbk-Status
             MOVE W-BATCH-NO TO Rej-Fbk-Batch
             MOVE 1 TO W-REJ-CHANGED
             ADD 1 TO W-NEW-COUNT
           END-IF.

           IF  (Rej-Resubmitted OR Rej-Written-Off)
           AND Rej-Fbk-Status NOT = Rej-Status
             MOVE Rej-Status TO W-FBK-STATUS
             PERFORM SEND-ROW
             MOVE Rej-Status TO Rej-Fbk-Status
             MOVE W-BATCH-NO TO Rej-Fbk-Fup-Batch
             MOVE 1 TO W-REJ-CHANGED
             IF Rej-Resubmitted
               ADD 1 TO W-RESUB-COUNT
             ELSE
               ADD 1 TO W-WOFF-COUNT
             END-IF
           END-IF.

           IF W-REJ-CHANGED = 1
             REWRITE REJECT-R
           END-IF.

       FEEDBACK-ONE-ROW-E.
           EXIT.

      ******************************************************************
      * A reject carried by a failed batch goes back to unreported; a
      *   follow-up carried by one goes back to the reject alone.
       UNWIND-FAILED-BATCH SECTION.
       UNWIND-FAILED-BATCH-B.
           IF Rej-Fbk-Status = SPACE
             GO TO UNWIND-FAILED-BATCH-E
           END-IF.

           MOVE Rej-Fbk-Batch TO W-ACK-BATCH.
           PERFORM FIND-FAILED-BATCH.
           IF W-FAIL-FOUND = 1
             MOVE SPACE TO Rej-Fbk-Status
             MOVE ZERO  TO Rej-Fbk-Batch
             MOVE ZERO  TO Rej-Fbk-Fup-Batch
             MOVE 1 TO W-REJ-CHANGED
             ADD 1 TO W-UNWOUND-COUNT
             GO TO UNWIND-FAILED-BATCH-E
           END-IF.

           IF Rej-Fbk-Fup-Batch = ZERO
             GO TO UNWIND-FAILED-BATCH-E
           END-IF.
           MOVE Rej-Fbk-Fup-Batch TO W-ACK-BATCH.
           PERFORM FIND-FAILED-BATCH.
           IF W-FAIL-FOUND = 1
             MOVE "O"  TO Rej-Fbk-Status
             MOVE ZERO TO Rej-Fbk-Fup-Batch
             MOVE 1 TO W-REJ-CHANGED
             ADD 1 TO W-UNWOUND-COUNT
           END-IF.

       UNWIND-FAILED-BATCH-E.
           EXIT.

      ******************************************************************
       FIND-FAILED-BATCH SECTION.
       FIND-FAILED-BATCH-B.
           MOVE 0 TO W-FAIL-FOUND.
           PERFORM VARYING W-FX FROM 1 BY 1
                   UNTIL W-FX > W-FAIL-TAB-COUNT
                      OR W-FAIL-FOUND = 1
             IF WF-BATCH(W-FX) = W-ACK-BATCH
               MOVE 1 TO W-FAIL-FOUND
             END-IF
           END-PERFORM.

       FIND-FAILED-BATCH-E.
           EXIT.

      ******************************************************************
      * One feedback row for the suspense row, with W-FBK-STATUS saying
      *   which news it carries, and its line on the control report.
       SEND-ROW SECTION.
       SEND-ROW-B.
           EVALUATE W-FBK-STATUS
             WHEN "R"
               MOVE "RESUBMITTED" TO W-FBK-TEXT
             WHEN "W"
               MOVE "WRITTEN OFF" TO W-FBK-TEXT
             WHEN OTHER
               MOVE "REJECTED"    TO W-FBK-TEXT
           END-EVALUATE.

           PERFORM SPLIT-RAW-TEXT.
           PERFORM FIND-FAIL-FIELD.

           MOVE SPACES TO W-OUT.
           MOVE 1 TO W-OUT-PTR.
           MOVE W-BATCH-NO TO W-BATCH-ED.
           MOVE W-BATCH-ED TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
           MOVE W-FBK-TEXT TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
           MOVE W-ADOS-INV TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
           MOVE W-ADOS-REF TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
           MOVE Rej-Reason TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
           MOVE W-FAIL-FIELD TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
           MOVE Rej-Member-Name TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
           MOVE Rej-Run-Number TO W-RUN-ED.
           MOVE W-RUN-ED TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
           MOVE Rej-Record-Number TO W-REC-ED.
           MOVE W-REC-ED TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
           MOVE Rej-Entity-Code TO W-FLD-TEXT.
           PERFORM ADD-COLUMN.
      * The reject is dated by tonight's run; a resubmission or
      *   write-off by its workbench or resubmission stamp
           IF W-FBK-STATUS = "O"
           OR Rej-Amend-Date = ZERO
             MOVE W-TODAY TO W-FLD-TEXT
           ELSE
             MOVE Rej-Amend-Date TO W-FLD-TEXT
           END-IF.
           PERFORM ADD-COLUMN.
           MOVE SPACES TO W-FLD-TEXT.
           IF W-FBK-STATUS = "R"
             MOVE Rej-Resub-Run-Number TO W-RUN-ED
             MOVE W-RUN-ED TO W-FLD-TEXT
           END-IF.
           PERFORM ADD-COLUMN.

      * Drop the separator the last column left behind
           SUBTRACT 1 FROM W-OUT-PTR.
           MOVE SPACE TO W-OUT(W-OUT-PTR:1).
           MOVE W-OUT TO FBKOUT-REC.
           WRITE FBKOUT-REC.

           ADD 1 TO W-ROW-COUNT.
           ADD Rej-Record-Number TO W-HASH-TOTAL.

           MOVE Rej-Run-Number    TO W-RUN-ED.
           MOVE Rej-Record-Number TO W-REC-ED.
           MOVE SPACES TO W-LINE.
           STRING "  " W-FBK-TEXT
                  " " W-ADOS-INV
                  "  " W-ADOS-REF
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE Rej-Reason      TO W-LINE(45:30).
           MOVE W-FAIL-FIELD    TO W-LINE(76:20).
           MOVE Rej-Member-Name TO W-LINE(97:10).
           MOVE W-RUN-ED        TO W-LINE(108:7).
           MOVE W-REC-ED        TO W-LINE(116:5).
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

       SEND-ROW-E.
           EXIT.

      ******************************************************************
      * Adds W-FLD-TEXT to the row as a quoted CSV column and a comma -
      *   trailing spaces dropped, an embedded quote doubled, so ADOS
      *   reads it back with the same rules the load uses.
       ADD-COLUMN SECTION.
       ADD-COLUMN-B.
           MOVE 75 TO W-FLD-LEN.
           PERFORM UNTIL W-FLD-LEN = 0
                      OR W-FLD-TEXT(W-FLD-LEN:1) NOT = SPACE
             SUBTRACT 1 FROM W-FLD-LEN
           END-PERFORM.

           MOVE '"' TO W-OUT(W-OUT-PTR:1).
           ADD 1 TO W-OUT-PTR.
           PERFORM VARYING W-FLD-X FROM 1 BY 1
                   UNTIL W-FLD-X > W-FLD-LEN
             IF W-FLD-TEXT(W-FLD-X:1) = '"'
               MOVE '"' TO W-OUT(W-OUT-PTR:1)
               ADD 1 TO W-OUT-PTR
             END-IF
             MOVE W-FLD-TEXT(W-FLD-X:1) TO W-OUT(W-OUT-PTR:1)
             ADD 1 TO W-OUT-PTR
           END-PERFORM.
           MOVE '"' TO W-OUT(W-OUT-PTR:1).
           ADD 1 TO W-OUT-PTR.
           MOVE "," TO W-OUT(W-OUT-PTR:1).
           ADD 1 TO W-OUT-PTR.

       ADD-COLUMN-E.
           EXIT.

      ******************************************************************
      * The first two columns of the raw upload text - supplier
      *   invoice reference, then ADOS invoice number - honouring CSV
      *   double-quoting as the load does.
       SPLIT-RAW-TEXT SECTION.
       SPLIT-RAW-TEXT-B.
           MOVE SPACES TO W-ADOS-REF W-ADOS-INV W-CSV-BUF.
           MOVE 1 TO W-CSV-FIELD-NO.
           MOVE 0 TO W-CSV-LEN.
           MOVE 0 TO W-CSV-QUOTE-FLAG.

           PERFORM VARYING W-CSV-PTR FROM 1 BY 1
                   UNTIL W-CSV-PTR > 250
                      OR W-CSV-FIELD-NO > 2
             MOVE Rej-Raw-Text(W-CSV-PTR:1) TO W-CSV-CHAR
             EVALUATE TRUE
               WHEN W-CSV-CHAR = '"'
                 IF W-IN-QUOTES
                   IF  W-CSV-PTR < 250
                   AND Rej-Raw-Text(W-CSV-PTR + 1:1) = '"'
                     PERFORM ADD-CSV-CHAR
                     ADD 1 TO W-CSV-PTR
                   ELSE
                     MOVE 0 TO W-CSV-QUOTE-FLAG
                   END-IF
                 ELSE
                   MOVE 1 TO W-CSV-QUOTE-FLAG
                 END-IF
               WHEN W-CSV-CHAR = "," AND NOT W-IN-QUOTES
                 PERFORM STORE-CSV-FIELD
                 ADD 1 TO W-CSV-FIELD-NO
                 MOVE SPACES TO W-CSV-BUF
                 MOVE 0 TO W-CSV-LEN
               WHEN OTHER
                 PERFORM ADD-CSV-CHAR
             END-EVALUATE
           END-PERFORM.

           IF W-CSV-FIELD-NO <= 2
             PERFORM STORE-CSV-FIELD
           END-IF.

       SPLIT-RAW-TEXT-E.
           EXIT.

      ******************************************************************
       ADD-CSV-CHAR SECTION.
       ADD-CSV-CHAR-B.
           IF W-CSV-LEN < 75
             ADD 1 TO W-CSV-LEN
             MOVE W-CSV-CHAR TO W-CSV-BUF(W-CSV-LEN:1)
           END-IF.

       ADD-CSV-CHAR-E.
           EXIT.

      ******************************************************************
       STORE-CSV-FIELD SECTION.
       STORE-CSV-FIELD-B.
           EVALUATE W-CSV-FIELD-NO
             WHEN 1
               MOVE W-CSV-BUF TO W-ADOS-REF
             WHEN 2
               MOVE W-CSV-BUF TO W-ADOS-INV
           END-EVALUATE.

       STORE-CSV-FIELD-E.
           EXIT.

      ******************************************************************
       FIND-FAIL-FIELD SECTION.
       FIND-FAIL-FIELD-B.
           MOVE SPACES TO W-FAIL-FIELD.
           PERFORM VARYING W-NX FROM 1 BY 1
                   UNTIL W-NX > W-REASON-MAX
                      OR W-FAIL-FIELD NOT = SPACES
             IF WN-REASON(W-NX) = Rej-Reason
               MOVE WN-FIELD(W-NX) TO W-FAIL-FIELD
             END-IF
           END-PERFORM.

       FIND-FAIL-FIELD-E.
           EXIT.

      ******************************************************************
      * Tonight's batch on the register, awaiting ADOS's answer, and
      *   each failed batch pointed at the batch that resent it.
       REGISTER-BATCH SECTION.
       REGISTER-BATCH-B.
           INITIALIZE FBREG-REC.
           MOVE W-BATCH-NO   TO FBR-Batch-No.
           MOVE W-TODAY      TO FBR-Created-Date.
           MOVE W-ROW-COUNT  TO FBR-Row-Count.
           MOVE W-HASH-TOTAL TO FBR-Hash-Total.
           SET FBR-Awaiting-Ack TO TRUE.
           WRITE FBREG-REC
             INVALID KEY
               MOVE "F" TO L-RETURN
           END-WRITE.

           PERFORM VARYING W-FX FROM 1 BY 1
                   UNTIL W-FX > W-FAIL-TAB-COUNT
             MOVE WF-BATCH(W-FX) TO FBR-Batch-No
             READ FBREG
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE W-BATCH-NO TO FBR-Resent-Batch
                 REWRITE FBREG-REC
             END-READ
           END-PERFORM.

       REGISTER-BATCH-E.
           EXIT.

      ******************************************************************
       PRINT-TOTALS SECTION.
       PRINT-TOTALS-B.
           IF W-TAB-FULL
             MOVE "** TOO MANY FAILED BATCHES - SOME NOT SENT AGAIN"
               TO FBKRPT-REC
             WRITE FBKRPT-REC
             MOVE SPACES TO FBKRPT-REC
             WRITE FBKRPT-REC
           END-IF.

           MOVE SPACES TO W-LINE.
           MOVE W-BATCH-NO TO W-BATCH-ED.
           STRING "FEEDBACK BATCH SENT . . . . . . . : " W-BATCH-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-NEW-COUNT TO W-CNT-ED.
           STRING "REJECTS REPORTED  . . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-RESUB-COUNT TO W-CNT-ED.
           STRING "RESUBMISSIONS REPORTED  . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-WOFF-COUNT TO W-CNT-ED.
           STRING "WRITE-OFFS REPORTED . . . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-ROW-COUNT TO W-CNT-ED.
           MOVE W-HASH-TOTAL TO W-HASH-ED.
           STRING "TRAILER ROWS / HASH . . . . . . . : " W-CNT-ED
                  " / " W-HASH-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-UNWOUND-COUNT TO W-CNT-ED.
           STRING "ROWS UNWOUND FROM FAILED BATCHES  : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-ACK-OK-COUNT TO W-CNT-ED.
           STRING "ACKNOWLEDGEMENTS AGREED . . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-ACK-BAD-COUNT TO W-CNT-ED.
           STRING "ACKNOWLEDGEMENT PROBLEMS  . . . . : " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

           MOVE SPACES TO W-LINE.
           MOVE W-OVERDUE-COUNT TO W-CNT-ED.
           STRING "BATCHES OVERDUE FOR ACKNOWLEDGEMENT: " W-CNT-ED
             DELIMITED BY SIZE INTO W-LINE
           END-STRING.
           MOVE W-LINE TO FBKRPT-REC.
           WRITE FBKRPT-REC.

       PRINT-TOTALS-E.
           EXIT.

      ******************************************************************
       WRITE-AUDIT SECTION.
       WRITE-AUDIT-B.
           MOVE 2 TO W-ALG-SEVERITY.
           CALL "OPS000607C" USING W-ALG-PROGRAM W-ALG-RUN W-ALG-KEY
                                   W-ALG-SEVERITY W-ALG-TEXT
                                   W-ALG-MEMBER W-ALG-RETURN.

       WRITE-AUDIT-E.
           EXIT.

      ******************************************************************
       PGM-END SECTION.
       PGM-END-B.
           IF O-REJFILE = 1
             CLOSE REJFILE
             MOVE 0 TO O-REJFILE
           END-IF.

           IF O-FBREG = 1
             CLOSE FBREG
             MOVE 0 TO O-FBREG
           END-IF.

           IF O-ACKIN = 1
             CLOSE ACKIN
             MOVE 0 TO O-ACKIN
           END-IF.

           IF O-FBKOUT = 1
             CLOSE FBKOUT
             MOVE 0 TO O-FBKOUT
           END-IF.

           IF O-FBKRPT = 1
             CLOSE FBKRPT
             MOVE 0 TO O-FBKRPT
           END-IF.

           GOBACK.
