      **************************************************************************
      *  User authority - one row per person allowed on the Finance,           *
      *    VFS-UK, VOR and Operations screens, keyed on the initials the       *
      *    screens ask for. Replaces the VFS-UK NVAAUTHL0 supervisor list.     *
      *    Maintained on the OPS000611S screen (security admins only,          *
      *    every grant and revoke audited) and checked by every screen         *
      *    through the OPS000610C authority server.                            *
      *                                                                        *
      *  A leaver is disabled here, once, and is refused everywhere from       *
      *    then on - the row is kept so old audit trails still resolve.        *
      *                                                                        *
      *  Each role row grants one screen function at one level - view,         *
      *    maintain, supervise or approve, each including the ones before      *
      *    it. An approve role carries the largest invoice (in the             *
      *    entity's base currency) the holder may approve - all nines          *
      *    is no limit, and zero approves nothing. A blank entity covers       *
      *    every entity. A user holds at most 20 functions.                    *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      *  IPN26471 2026/10/15 DR001 Role slots raised from 12 to 20 to hold     *
      *                            every function; no-limit approval keyed as  *
      *                            all nines, zero no longer unlimited         *
      **************************************************************************
           05  UA-Initials             pic x(3).
           05  UA-User-Profile         pic x(10).
           05  UA-Name                 pic x(30).
           05  UA-Entity-Code          pic x(3).
           05  UA-Status               pic x(1).
               88  UA-Active                          value 'A'.
               88  UA-Disabled                        value 'D'.
           05  UA-Status-Date          pic 9(8).
           05  UA-Roles.
               10  UA-Role-Entry                      occurs 20.
                   15  UA-Function     pic x(10).
                   15  UA-Role         pic x(1).
                       88  UA-Role-View               value 'V'.
                       88  UA-Role-Maintain           value 'M'.
                       88  UA-Role-Supervise          value 'S'.
                       88  UA-Role-Approve            value 'A'.
                   15  UA-Approve-Limit
                                       pic s9(9)v99   comp-3.
           05  UA-Amend-Inits          pic x(3).
           05  UA-Amend-Date           pic 9(8).
