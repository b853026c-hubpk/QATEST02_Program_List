      **************************************************************************
      *  Expense claims feed mapping table - how a claim from the expenses     *
      *    system becomes an interface invoice. Keyed on map type + code:      *
      *     E - an employee number, mapped to the supplier account the         *
      *         employee is reimbursed through and the company employing       *
      *         them;                                                          *
      *     C - an expense category, mapped to the GL account, tax codes       *
      *         and analysis code its claim lines post to.                     *
      *    Maintained on the ADA000152S screen, every change audited; the      *
      *    ADA000151S feed holds back any claim whose employee or              *
      *    category is missing or suspended here.                              *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  EXM-Key.
               10  EXM-Map-Type        pic x(1).
                   88  EXM-Employee-Map               value 'E'.
                   88  EXM-Category-Map               value 'C'.
               10  EXM-Code            pic x(10).
      *  Type E - the employee
           05  EXM-Employee-Data.
               10  EXM-Supplier-Loc    pic x(2).
               10  EXM-Supplier-Acc    pic x(6).
               10  EXM-Supplier-Nature pic x(1).
      *  Blank is the UK company, as on the ADOS extract
               10  EXM-Entity-Code     pic x(3).
               10  EXM-Employee-Name   pic x(30).
               10  filler              pic x(5).
      *  Type C - the expense category
           05  EXM-Category-Data       redefines EXM-Employee-Data.
               10  EXM-Account-Loc     pic x(2).
               10  EXM-Account-No      pic x(6).
      *  Tax code for a line carrying VAT, and for a line claimed with
      *    no VAT (no receipt, or a zero-rated or exempt purchase) -
      *    blank takes the first code for both
               10  EXM-Tax-Code        pic x(2).
               10  EXM-Nil-Tax-Code    pic x(2).
               10  EXM-Anal            pic x(5).
               10  EXM-Category-Desc   pic x(30).
           05  EXM-Status              pic x(1).
               88  EXM-Active                         value 'A'.
               88  EXM-Suspended                      value 'S'.
           05  EXM-Amend-Inits         pic x(3).
           05  EXM-Amend-Date          pic 9(8).
