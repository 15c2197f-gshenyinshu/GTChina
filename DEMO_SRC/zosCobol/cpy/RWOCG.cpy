      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCG)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCG  -  TAX  OFFICE  MERGE  MAP                           *
      *                                                                *
      *    ONE ROW PER CLOSED OFFICE, WRITTEN BY THE LAPBC MERGE RUN   *
      *    ONCE THE OFFICE'S BUSINESSES AND OPEN WORK HAVE MOVED TO    *
      *    THE SURVIVING OFFICE.  CLOSED RECEIPTS KEEP THEIR BIRTH     *
      *    OFFICE IN THE RECEIPT KEY, SO A REPORT ROLLING HISTORY UP   *
      *    BY OFFICE LEFT JOINS THIS TABLE ON OLD_TXOFF_CD AND TAKES   *
      *    COALESCE(NEW_TXOFF_CD, RCVE_NO_TXOFF).  THE MAP IS KEPT     *
      *    FLAT:  WHEN A SURVIVING OFFICE IS ITSELF MERGED LATER,      *
      *    EVERY ROW POINTING AT IT IS REPOINTED TO THE NEW SURVIVOR,  *
      *    SO ONE LOOKUP ALWAYS GIVES THE CURRENT OFFICE.              *
      *    MOVED-BUSN-CNT IS THE NUMBER OF TTAAA BUSINESSES MOVED.     *
      *                                                                *
      ******************************************************************
261015 01  TRWCG.
261015     05  OLD-TXOFF-CD            PIC X(03).
261015     05  NEW-TXOFF-CD            PIC X(03).
261015     05  EFF-DT                  PIC X(08).
261015     05  MOVED-BUSN-CNT          PIC S9(07) COMP-3.
261015     05  REGIST-DT               PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
