      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DTJB.TTJBG)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TTJBG  -  ARREARS  COLLECTION  STAGE                        *
      *                                                                *
      *    ONE ROW PER DELINQUENT TAXPAYER ACCOUNT (RESID/TXPAYER_TP - *
      *    THE SAME ACCOUNT THE TTJBE AGREEMENTS AND THE JEPA2 HOLD    *
      *    WORK ON), ALL ITS OPEN TTJBD TAX TYPES TAKEN TOGETHER.      *
      *    THE NIGHTLY MAPB4 RUN OPENS THE ROW THE FIRST NIGHT THE     *
      *    ACCOUNT HAS A BALANCE, MOVES IT UP A STAGE ONCE NEXT-DUE-DT *
      *    IS REACHED (NEXT-DUE-DT IS SET ON ENTERING A STAGE FROM THE *
      *    TRWBA 'COLLECT1'-'COLLECT4' ROW OF THE NEXT STAGE, COUNTED  *
      *    IN BUSINESS DAYS BY LCBSDATE) AND CLOSES IT WHEN THE        *
      *    BALANCE IS CLEARED.                                         *
      *    EVERY CHANGE IS LOGGED ON TTJBH.                            *
      *    COLL-STAGE:                                                 *
      *      '0'  OVERDUE - NOTHING SENT YET                           *
      *      '1'  REMINDER                                             *
      *      '2'  FORMAL DEMAND                                        *
      *      '3'  FINAL DEMAND                                         *
      *      '4'  REFERRED FOR ENFORCEMENT                             *
      *    COLL-STAUS:                                                 *
      *      'A'  ACTIVE - THE STAGE CLOCK IS RUNNING                  *
      *      'P'  PAUSED AT COLL-STAGE - PAUSE-RSN 'A' ACTIVE TTJBE    *
      *           AGREEMENT, 'S' TTBAT SUSPENSION OF THE BUSINESS.     *
      *           ON RESUMPTION THE NEXT STAGE'S FULL PERIOD RUNS      *
      *           AGAIN FROM THE RESUME DATE                           *
      *      'C'  CLEARED - NO OPEN TTJBD BALANCE.  A NEW DELINQUENCY  *
      *           REOPENS THE ROW AT '0'                               *
      *    NOTICE-YY/NOTICE-SEQNO IS THE LAST DEMAND NOTICE SENT.      *
      *                                                                *
      ******************************************************************
261015 01  TTJBG.
261015     05  RESID                   PIC X(13).
261015     05  TXPAYER-TP              PIC X(01).
261015     05  TXOFF-CD                PIC X(03).
261015     05  BUSNID                  PIC X(10).
261015     05  COLL-STAGE              PIC X(01).
261015         88  COLL-STAGE-OVERDUE      VALUE '0'.
261015         88  COLL-STAGE-REMINDER     VALUE '1'.
261015         88  COLL-STAGE-DEMAND       VALUE '2'.
261015         88  COLL-STAGE-FINAL        VALUE '3'.
261015         88  COLL-STAGE-ENFORCE      VALUE '4'.
261015     05  COLL-STAUS              PIC X(01).
261015         88  COLL-STAUS-ACTIVE       VALUE 'A'.
261015         88  COLL-STAUS-PAUSED       VALUE 'P'.
261015         88  COLL-STAUS-CLEARED      VALUE 'C'.
261015     05  PAUSE-RSN               PIC X(01).
261015         88  PAUSE-RSN-AGREEMENT     VALUE 'A'.
261015         88  PAUSE-RSN-SUSPENSION    VALUE 'S'.
261015         88  PAUSE-RSN-NONE          VALUE ' '.
261015     05  DLQ-FR-DT               PIC X(08).
261015     05  STAGE-DT                PIC X(08).
261015     05  NEXT-DUE-DT             PIC X(08).
261015     05  NOPAY-AMT               PIC S9(13)V9(02) COMP-3.
261015     05  NOTICE-YY               PIC X(04).
261015     05  NOTICE-SEQNO            PIC 9(07).
261015     05  PAUSE-DT                PIC X(08).
261015     05  CLEAR-DT                PIC X(08).
261015     05  STAUS-DT                PIC X(08).
261015     05  CHANGE-OPID             PIC X(08).
