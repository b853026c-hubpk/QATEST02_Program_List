      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26445 2026/09/02 DR001 Audit rows written through the             *
      *                            OPS000607C log server                     *
      *  IPN26464 2026/10/15 DR001 New supplier rows start with the CIS        *
      *                            status, UTR and verification number blank - *
      *                            they are not carried on the extract and a   *
      *                            change leaves them alone                    *
      *  IPN26467 2026/10/15 DR001 New supplier rows start with no             *
      *                            intercompany entity - it is not carried on  *
      *                            the extract either                          *
      **************************************************************************

       ENVIRONMENT DIVISION.
             MOVE CX-ACCOUNT TO SUPM-Supplier-Acc
             MOVE CX-NAME    TO SUPM-Supplier-Name
             MOVE SPACE      TO SUPM-Status
      * CIS details are keyed on ADA000144S, never synced - a new
      *   supplier starts as no CIS subcontractor
             MOVE SPACE      TO SUPM-CIS-Status
             MOVE SPACES     TO SUPM-CIS-UTR
             MOVE SPACES     TO SUPM-CIS-Verify-No
      * Likewise the intercompany flag, keyed on ADA000148S
             MOVE SPACES     TO SUPM-IC-Entity
             WRITE SUPMAST-REC
               INVALID KEY
                 CONTINUE
