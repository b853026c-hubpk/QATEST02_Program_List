      **************************************************************************
      *  Night batch stream definition (ADSTRDEFL0) - one row per step of      *
      *    a named stream, in the order OPS000608C runs them. Each step        *
      *    carries the CL command that runs it, the ADRUNREGL0 application     *
      *    its run registers under (blank for a program that does not          *
      *    register itself - the controller then registers the step under      *
      *    its step name), whether the stream may carry on past its            *
      *    failure, and up to five steps that must be complete before it       *
      *    may start.                                                          *
      *                                                                        *
      *  Change:                                                               *
      *  IPNxxxx yyyy/mm/dd BZxxx Comment                                      *
      **************************************************************************
           05  SD-Key.
               10  SD-Stream           pic x(10).
               10  SD-Step-Seq         pic 9(3).
           05  SD-Step-Name            pic x(10).
           05  SD-Command              pic x(200).
      *  Application the step's program registers under - ADOS, EXPENSES,
      *    PAYMENT, RATEFEED, CRNMATCH, GLJOURNAL, VFSUK, AOLESCAL,
      *    AOLPOSTED, VOR or VORACK
           05  SD-Reg-Application      pic x(10).
      *  Y - a failure is logged and the stream goes on with the steps
      *    that do not depend on this one; otherwise the stream stops
           05  SD-Skip-On-Fail         pic x(1).
               88  SD-Skippable                       value 'Y'.
      *  Step sequence numbers this step waits for - zero is unused
           05  SD-Depends.
               10  SD-Dep-Seq          pic 9(3)       occurs 5.
