      **************************************************************************
      *  Supplier pairs confirmed different, keyed on the two supplier         *
      *    accounts (location + account), the lower of the two first.          *
      *    The ADA000153S duplicate supplier report finds suppliers that       *
      *    look like the same business on more than one account - the          *
      *    same name once normalised, or the same bank details - and           *
      *    leaves out any pair a reviewer has marked here on the               *
      *    ADA000154S screen as two genuinely different suppliers.             *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  SDF-Key.
               10  SDF-First-Loc       pic x(2).
               10  SDF-First-Acc       pic x(6).
               10  SDF-Second-Loc      pic x(2).
               10  SDF-Second-Acc      pic x(6).
      *  Why the reviewer is satisfied they are different
           05  SDF-Reason              pic x(40).
           05  SDF-Confirm-Inits       pic x(3).
           05  SDF-Confirm-Date        pic 9(8).
