      **************************************************************************
      *  AOL code to GL mapping, keyed on AOL code - the expense               *
      *    account and department the month-end goods-received-not-            *
      *    invoiced accrual (NVA001607S) charges for an uninvoiced             *
      *    InvBCV carrying that AOL code, and the standard value it            *
      *    accrues for each one.                                               *
      *                                                                       *
      *  Change:                                                             *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                    *
      *  IPN26471 2026/10/15 DR001 Standard accrual value per InvBCV added - *
      *                            UNINVOICEO carries no value the accrual   *
      *                            can take                                  *
      **************************************************************************
           05  MAP-AOL-Code            PIC X(10).
           05  MAP-Account-Loc         PIC X(2).
           05  MAP-Account-No          PIC X(6).
           05  MAP-Dept                PIC X(4).
           05  MAP-Anal                PIC X(5).
      *  Standard value accrued, in GBP, for each uninvoiced InvBCV
      *    carrying the code - zero leaves the InvBCV unaccrued
           05  MAP-Accrual-Value       PIC S9(9)V99   COMP-3.
           05  MAP-Amend-Inits         PIC X(3).
           05  MAP-Amend-Date          PIC 9(8).
