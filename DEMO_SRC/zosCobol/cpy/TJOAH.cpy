      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DTJA.TTJAH)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TTJAH  -  ACCOUNT  BALANCE  SUMMARY                         *
      *                                                                *
      *    ONE ROW PER (BUSNID, TAX TYPE, POSTING MONTH) HOLDING THE   *
      *    DTJA.TTJAC POSTINGS OF THAT MONTH ADDED UP BY TRANS-TP,     *
      *    SO MAPML CAN SHOW AN ACCOUNT'S POSITION WITHOUT READING     *
      *    EVERY DETAIL ROW.  REBUILT FROM TTJAC EVERY NIGHT BY MAPB9  *
      *    (BUILD-DT = THAT NIGHT); DURING THE DAY EACH NEW TTJAC ROW  *
      *    IS ADDED IN BY THE MAPSE SERVICE AS IT IS POSTED (DELTA-CNT *
      *    = ROWS ADDED SINCE THE BUILD).  MAPB9 CHECKS THE DAY'S      *
      *    SUMMARY AGAINST THE DETAIL BEFORE IT REBUILDS.              *
      *                                                                *
      *    NET-AMT = PN + IN + RF + ES - PY - OF - WO  (WHAT THE       *
      *    MONTH'S ACTIVITY ADDED TO THE AMOUNT OWED).  A TRANS-TP     *
      *    OUTSIDE THOSE SEVEN IS KEPT IN OTH-AMT AND NOT NETTED.      *
      *                                                                *
      ******************************************************************
261015 01  TTJAH.
261015     05  BUSNID                  PIC X(10).
261015     05  TXTP-CD                 PIC X(02).
261015     05  POST-YYMM               PIC X(06).
261015     05  PY-AMT                  PIC S9(13)V9(02) COMP-3.
261015     05  RF-AMT                  PIC S9(13)V9(02) COMP-3.
261015     05  PN-AMT                  PIC S9(13)V9(02) COMP-3.
261015     05  IN-AMT                  PIC S9(13)V9(02) COMP-3.
261015     05  OF-AMT                  PIC S9(13)V9(02) COMP-3.
261015     05  ES-AMT                  PIC S9(13)V9(02) COMP-3.
261015     05  WO-AMT                  PIC S9(13)V9(02) COMP-3.
261015     05  OTH-AMT                 PIC S9(13)V9(02) COMP-3.
261015     05  NET-AMT                 PIC S9(13)V9(02) COMP-3.
261015     05  TRANS-CNT               PIC S9(09) COMP.
261015     05  LAST-TRANS-DT           PIC X(08).
261015     05  BUILD-DT                PIC X(08).
261015     05  DELTA-CNT               PIC S9(09) COMP.
261015     05  UPD-DT                  PIC X(08).
