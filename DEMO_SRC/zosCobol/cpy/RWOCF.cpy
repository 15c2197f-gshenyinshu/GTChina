      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCF)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCF  -  WEEKLY  INTAKE  VOLUME  FORECAST                  *
      *                                                                *
      *    ONE ROW PER RCVE-NO-TXOFF OFFICE, TX-SRVC-TP AND WEEK       *
      *    (WEEK-DT IS THE MONDAY, WEEK-END-DT THE SUNDAY), WRITTEN    *
      *    BY THE WEEKLY JAPB7 FORECAST RUN.  A WEEK ENTERS THE SIX-   *
      *    WEEK HORIZON WITH FIRST-FCST-CNT AND IS RE-FORECAST EACH    *
      *    RUN IN FCST-CNT UNTIL IT STARTS.  ONCE THE WEEK HAS PASSED  *
      *    JAPB7 COUNTS THE TRWAD RECEIPTS ACTUALLY TAKEN INTO         *
      *    ACTUAL-CNT AND SETS ACTUAL-FG, SO THE ACTUAL-VERSUS-        *
      *    FORECAST PAGE SHOWS HOW FAR EACH HORIZON CAN BE TRUSTED.    *
      *    EXMR-CNT IS THE OFFICE'S ACTIVE TRWBT ROSTER AT THE LAST    *
      *    FORECAST.                                                   *
      *                                                                *
      ******************************************************************
261015 01  TRWCF.
261015     05  TXOFF-CD                PIC X(03).
261015     05  TX-SRVC-TP              PIC X(05).
261015     05  WEEK-DT                 PIC X(08).
261015     05  WEEK-END-DT             PIC X(08).
261015     05  BIZ-DAYS                PIC S9(04) COMP-3.
261015     05  FIRST-FCST-CNT          PIC S9(07) COMP-3.
261015     05  FIRST-FCST-DT           PIC X(08).
261015     05  FCST-CNT                PIC S9(07) COMP-3.
261015     05  LAST-FCST-DT            PIC X(08).
261015     05  EXMR-CNT                PIC S9(04) COMP-3.
261015     05  ACTUAL-CNT              PIC S9(07) COMP-3.
261015     05  ACTUAL-FG               PIC X(01).
261015         88  ACTUAL-FG-YES           VALUE 'Y'.
261015         88  ACTUAL-FG-NO            VALUE 'N'.
