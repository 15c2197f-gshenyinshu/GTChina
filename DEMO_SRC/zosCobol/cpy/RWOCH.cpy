      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCH)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCH  -  YEARLY  NUMBER  SERIES  REGISTER                  *
      *                                                                *
      *    ONE ROW PER YEARLY LCBSNUM NUMBER SERIES THE JEPBF YEAR-END *
      *    ROLLOVER LOOKS AFTER.  THE NUM_ALLOC SERIES NAME IS BUILT   *
      *    AS SERIES-PFX, THE OFFICE CODE WHEN OFFICE-FG IS 'Y' (ONE   *
      *    SERIES PER ACTIVE TTJBA OFFICE), THE YEAR YYYY, THEN        *
      *    SERIES-SFX - E.G. 'TRWCB' + '2027' FOR THE JEPA2 NOTICE     *
      *    NUMBERS.  THE NEW YEAR'S SERIES IS SEEDED AT BASE-NO; A     *
      *    PROGRAM'S BAND RUNS FROM BASE-NO TO LIMIT-NO (LAP11 COUNTER *
      *    RECEIPTS STAY BELOW 7000000, MAPMS STATEMENTS START AT      *
      *    9000000).  DATA-TBL NAMES THE TABLE THE NUMBERS END UP ON - *
      *    'TRWAD' (RCVE_NO_TXOFF/YY/SEQNO), 'TRWCB' (NOTICE_YY/SEQNO) *
      *    OR 'TTJBH' (MAPB4 DEMAND NOTICES, NOTICE_YY/SEQNO OF THE    *
      *    STAGE-CHANGE ROWS) - FOR THE YEAR-CLOSE CONTROL COUNT.      *
      *    PGM-ID IS THE PROGRAM THAT DRAWS FROM THE SERIES.           *
      *                                                                *
      ******************************************************************
261015 01  TRWCH.
261015     05  SERIES-PFX              PIC X(10).
261015     05  SERIES-SFX              PIC X(08).
261015     05  OFFICE-FG               PIC X(01).
261015         88  OFFICE-FG-YES           VALUE 'Y'.
261015         88  OFFICE-FG-NO            VALUE 'N'.
261015     05  PGM-ID                  PIC X(08).
261015     05  DATA-TBL                PIC X(05).
261015     05  BASE-NO                 PIC S9(09) COMP.
261015     05  LIMIT-NO                PIC S9(09) COMP.
261015     05  SERIES-DESC             PIC X(30).
261015     05  ACTIVE-FG               PIC X(01).
261015         88  ACTIVE-FG-YES           VALUE 'Y'.
261015         88  ACTIVE-FG-NO            VALUE 'N'.
261015     05  REGIST-DT               PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
