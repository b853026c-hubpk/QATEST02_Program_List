      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26469 2026/10/15 DR001 EXPENSES runs allocated from 8000001, apart *
      *                            from the ADOS runs                          *
      **************************************************************************

       ENVIRONMENT DIVISION.
      * Input : function - S = start of run, E = end of run
        01 L-FUNCTION        PIC X(1).

      * Input : application - ADOS, EXPENSES, VFSUK, VOR
        01 L-APPLICATION     PIC X(10).

      * In/out: run number - zero on a start call means "allocate the
                                     RR-End-Date RR-End-Time
               MOVE ZERO          TO RR-Record-Count-1
                                     RR-Record-Count-2
      * The expense claims feed posts to the same interface files as
      *   ADOS, which carry the run number alone - its runs are
      *   numbered from 8000001 so the two can never meet
               IF L-APPLICATION = "EXPENSES"
                 MOVE 8000000     TO RR-Record-Count-1
               END-IF
               MOVE "C"           TO RR-Status
               WRITE RUNREG-REC
           END-READ.
