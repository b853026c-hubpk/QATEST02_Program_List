      **************************************************************************
      *  Payment proposal file - one row per supplier account, entity          *
      *    and currency, written by the ADA000122S proposal run for the        *
      *    cashier to approve, and paid from by the ADA000133S BACS/SEPA       *
      *    payment run.                                                        *
      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      *  IPN26451 2026/10/05 DR001 Layout moved here from ADA000122S;        *
      *                            transmitted status and bank-run number    *
      *                            added - a row the payment run has put     *
      *                            on a bank file is stamped T and is        *
      *                            never paid again                          *
      *  IPN26464 2026/10/15 DR001 CIS labour and deduction added - a        *
      *                            subcontractor row's net pay is after the  *
      *                            deduction                                 *
      **************************************************************************
           05  PP-SUPPLIER-LOC         PIC X(2).
           05  PP-SUPPLIER-ACC         PIC X(6).
      *  Which company's ledger pays this row - a proposal row never
      *    nets across entities
           05  PP-ENTITY               PIC X(3).
           05  PP-SUPPLIER-NAME        PIC X(30).
           05  PP-CURRENCY             PIC X(3).
           05  PP-DR-TOTAL             PIC S9(11)V99  COMP-3.
           05  PP-CR-TOTAL             PIC S9(11)V99  COMP-3.
           05  PP-NET-PAY              PIC S9(11)V99  COMP-3.
           05  PP-INVOICE-COUNT        PIC S9(5)      COMP-3.
           05  PP-PAY-DATE             PIC 9(8).
      *  P = payable, proposed on the headers; C = net credit or zero,
      *    reported only and carried forward unmarked; T = paid - put
      *    on a bank file by the payment run
           05  PP-STATUS               PIC X(1).
               88  PP-PAYABLE                         VALUE "P".
               88  PP-NET-CREDIT                      VALUE "C".
               88  PP-TRANSMITTED                     VALUE "T".
      *  The payment run that transmitted the row - zero until paid
           05  PP-BANK-RUN             PIC S9(7)      COMP-3.
      *  CIS subcontractor rows only (blank status otherwise): the
      *    labour part of the net, the deduction taken off it at the
      *    supplier's CIS rate, and PP-NET-PAY is then what is left
      *    to pay - DR less CR less the deduction
           05  PP-CIS-STATUS           PIC X(1).
           05  PP-CIS-LABOUR           PIC S9(11)V99  COMP-3.
           05  PP-CIS-DEDUCTION        PIC S9(11)V99  COMP-3.
