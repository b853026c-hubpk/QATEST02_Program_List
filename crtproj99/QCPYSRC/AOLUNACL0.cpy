      **************************************************************************
      *  Uninvoiced VFS-UK items for the month-end accrual - one row per       *
      *    UNINVOICEO row, written beside it by the NVA001600S enrichment      *
      *    run and read by the NVA001607S goods-received-not-invoiced          *
      *    accrual. UNINVOICEO carries the AOL codes but not the InvBCV        *
      *    they belong to; this row carries both. Replaced on every run.       *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  UNA-InvBCV              PIC X(15).
      *  The first AOL code found - the one the accrual charges. Blank
      *    when the InvBCV came through with none.
           05  UNA-AOL-Code            PIC X(10).
      *  The NVA001600S run that wrote the row
           05  UNA-Run-Number          PIC S9(7)      COMP-3.
