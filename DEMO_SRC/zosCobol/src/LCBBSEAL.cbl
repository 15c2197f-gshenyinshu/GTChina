      ****************************************************************
      *  HANDLER     : NIGHTLY AUDIT-CHAIN SEALING RUN               *
      *  DESCRIPTION : CLOSES THE DAY'S AUDIT_HCHAIN FOR EACH OF    *
      *                THE FIVE CHAINED AUDIT TABLES (TRWAQ, TRWBS,  *
      *                TP421, TRWBX, TRWCO): WALKS THE DAY'S LINKS   *
      *                IN SEQUENCE, RECOMPUTES EVERY CHAIN HASH FROM *
      *                THE PREDECESSOR AND THE STORED IMAGE HASH,    *
      *                AND STORES THE CLOSING HASH WITH THE          *
      *                FIRST/LAST SEQUENCE AND ROW COUNT AS THE      *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/03  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         TRWCO MASTER CHANGE HISTORY    *
      *                               ADDED TO THE SEALED TABLES     *
      ****************************************************************

      ****************************************************************
           05  FILLER                    PIC  X(08)  VALUE 'TRWBS'.
           05  FILLER                    PIC  X(08)  VALUE 'TP421'.
           05  FILLER                    PIC  X(08)  VALUE 'TRWBX'.
261015     05  FILLER                    PIC  X(08)  VALUE 'TRWCO'.
       01  C-TABLE-TAB  REDEFINES  C-TABLE-LIST.
261015     05  C-TABLE-NM                PIC  X(08)  OCCURS 5 TIMES.

      ****************************************************************
      *                                                              *

           PERFORM  S1100-SEAL-ONE-TABLE
                    VARYING  W-TX  FROM  1  BY  1
261015              UNTIL    W-TX  >  5.

       S0100-MAIN-EXIT.

