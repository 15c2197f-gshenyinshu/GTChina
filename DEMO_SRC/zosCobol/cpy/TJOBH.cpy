      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DTJB.TTJBH)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TTJBH  -  ARREARS  COLLECTION  AUDIT  /  NOTICE  REGISTER   *
      *                                                                *
      *    ONE ROW PER CHANGE TO A TTJBG COLLECTION STAGE ROW, HIST-   *
      *    SEQNO 1-ORIGIN PER ACCOUNT.  A STAGE CHANGE ('S') CARRIES   *
      *    THE NUMBERED DEMAND NOTICE IT PRODUCED - NOTICE-YY +        *
      *    NOTICE-SEQNO FROM THE LCBSNUM 'TTJBH'+YEAR SERIES - AND     *
      *    THE TRWAP OUTPUT-QUEUE ROW THAT PRINTS IT (FORM-ID SPACES   *
      *    WHEN NO ACTIVE TRWBB CATALOG FORM WAS FOUND FOR THE STAGE). *
      *    EVENT-TP:                                                   *
      *      'O'  OPENED (OR REOPENED) AT STAGE '0'                    *
      *      'S'  MOVED UP TO TO-STAGE, NOTICE SENT                    *
      *      'P'  PAUSED AT FROM-STAGE (PAUSE-RSN 'A' OR 'S')          *
      *      'R'  RESUMED AT FROM-STAGE                                *
      *      'C'  CLEARED - BALANCE PAID OR OTHERWISE SETTLED          *
      *                                                                *
      ******************************************************************
261015 01  TTJBH.
261015     05  RESID                   PIC X(13).
261015     05  TXPAYER-TP              PIC X(01).
261015     05  HIST-SEQNO              PIC S9(05) COMP-3.
261015     05  EVENT-TP                PIC X(01).
261015         88  EVENT-TP-OPENED         VALUE 'O'.
261015         88  EVENT-TP-STAGE          VALUE 'S'.
261015         88  EVENT-TP-PAUSED         VALUE 'P'.
261015         88  EVENT-TP-RESUMED        VALUE 'R'.
261015         88  EVENT-TP-CLEARED        VALUE 'C'.
261015     05  FROM-STAGE              PIC X(01).
261015     05  TO-STAGE                PIC X(01).
261015     05  PAUSE-RSN               PIC X(01).
261015     05  TXOFF-CD                PIC X(03).
261015     05  NOPAY-AMT               PIC S9(13)V9(02) COMP-3.
261015     05  NOTICE-YY               PIC X(04).
261015     05  NOTICE-SEQNO            PIC 9(07).
261015     05  FORM-ID                 PIC X(06).
261015     05  FORM-SEQNO              PIC S9(05) COMP-3.
261015     05  EVENT-DT                PIC X(08).
261015     05  EVENT-TIME              PIC X(06).
261015     05  EVENT-OPID              PIC X(08).
