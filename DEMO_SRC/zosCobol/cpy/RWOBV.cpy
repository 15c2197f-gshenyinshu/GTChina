      *    COVERS, CARRYING HOW MANY YEARS ITS ROWS MUST BE KEPT      *
      *    BEFORE PHYSICAL DESTRUCTION IS PERMITTED, AND THE POLICY   *
      *    REFERENCE QUOTED ON THE DESTRUCTION LOG.                   *
      *    RETAIN-DAYS, WHEN NOT ZERO, STATES THE PERIOD IN DAYS      *
      *    INSTEAD - FOR THE OPERATIONAL LOGS THE LCBBLPRG PURGE      *
      *    COVERS, WHOSE PERIODS ARE SHORTER THAN A YEAR.  MJPB1      *
      *    READS RETAIN-YEARS ONLY.                                   *
      *                                                                *
      ******************************************************************
260822 01  TRWBV.
260822     05  TABLE-ID                PIC X(10).
260822     05  RETAIN-YEARS            PIC S9(03) COMP-3.
260822     05  POLICY-REF              PIC X(20).
261015     05  RETAIN-DAYS             PIC S9(05) COMP-3.
