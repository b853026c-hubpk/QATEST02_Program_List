      **************************************************************************
      *  GL journal file the ledger side loads - one journal per file,         *
      *    D lines then the one C control record carrying the line             *
      *    count and the amount hash the ledger verifies. Written by           *
      *    the ADA000127S ADOS journal extract, the NVA001607S                 *
      *    month-end accrual run and the ADA000143S month-end FX               *
      *    revaluation.                                                        *
      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      *  IPN26454 2026/10/08 DR001 Layout moved here from ADA000127S;        *
      *                            auto-reverse date added                   *
      *  IPN26463 2026/10/15 DR001 ADA000143S FX revaluation added as        *
      *                            a writer of reversing journals            *
      **************************************************************************
           05  GJ-JOURNAL-NO           PIC 9(7).
           05  GJ-LINE-NO              PIC S9(5)      COMP-3.
      *  D = journal line, C = the one control record at the end
           05  GJ-RECORD-TYPE          PIC X(1).
           05  GJ-ACCOUNT-LOC          PIC X(2).
           05  GJ-ACCOUNT-NO           PIC X(6).
           05  GJ-DEPT                 PIC X(4).
           05  GJ-ANAL                 PIC X(5).
           05  GJ-DR-CR                PIC X(2).
      *  Always the journal entity's own base currency
           05  GJ-AMOUNT               PIC S9(11)V99  COMP-3.
           05  GJ-DESC                 PIC X(40).
           05  GJ-RUN-NUMBER           PIC S9(7)      COMP-3.
           05  GJ-ENTITY-CODE          PIC X(3).
      *  Zero for an ordinary journal. An accrual or an FX
      *    revaluation carries the date
      *    (yyyymmdd) the ledger is to post its automatic reversal -
      *    the first day of the next calendar period
           05  GJ-REVERSE-DATE         PIC 9(8).
