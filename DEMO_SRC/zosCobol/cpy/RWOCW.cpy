      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCW)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCW  -  CARD-SALES  MATCH  (UNDER-REPORTING  LEAD)        *
      *                                                                *
      *    ONE ROW PER BUSINESS THE MIPB7 RUN FOUND CARD SALES FOR IN  *
      *    A RETURN PERIOD OF TXTP-CD (ASS-YYMM-FR TO ASS-YYMM-TO).    *
      *    CARD-AMT / SLIP-CNT ARE THE SETTLED SLIPS OF EVERY MERCHANT *
      *    NUMBER LINKED TO THE BUSNID BY THE LCHD2K14.TK140 SET '07'. *
      *    RPT-AMT IS THE GROSS INCOME ON THE BUSINESS'S RIV010 RETURN *
      *    FOR THE PERIOD (THE HIGHEST WHERE IT FILED MORE THAN ONCE), *
      *    ZERO WITH RTN-FG 'N' WHEN NO RETURN WAS FOUND.              *
      *    GAP-AMT = CARD-AMT - RPT-AMT.  LEAD-FG 'Y' WHEN THE GAP IS  *
      *    ABOVE THE TRWBA 'CARDGAP' THRESHOLD; SELECT-FG 'Y' WHEN THE *
      *    LEAD MADE ITS OFFICE'S AUDIT-SELECTION LIST.  A RERUN OF    *
      *    THE SAME PERIOD REPLACES THE ROWS.                          *
      *                                                                *
      ******************************************************************
261015 01  TRWCW.
261015     05  TXTP-CD                 PIC X(02).
261015     05  ASS-YYMM-FR             PIC X(06).
261015     05  BUSNID                  PIC X(10).
261015     05  ASS-YYMM-TO             PIC X(06).
261015     05  TXOFF-CD                PIC X(03).
261015     05  SLIP-CNT                PIC S9(09) COMP-3.
261015     05  CARD-AMT                PIC S9(15) COMP-3.
261015     05  RTN-FG                  PIC X(01).
261015         88  RTN-FG-FOUND            VALUE 'Y'.
261015         88  RTN-FG-NONE             VALUE 'N'.
261015     05  RPT-AMT                 PIC S9(15) COMP-3.
261015     05  GAP-AMT                 PIC S9(15) COMP-3.
261015     05  LEAD-FG                 PIC X(01).
261015         88  LEAD-FG-YES             VALUE 'Y'.
261015     05  SELECT-FG               PIC X(01).
261015         88  SELECT-FG-YES           VALUE 'Y'.
261015     05  RUN-DT                  PIC X(08).
