      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCO)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCO  -  MASTER  CHANGE  HISTORY                           *
      *                                                                *
      *    ONE ROW PER FIELD CHANGED ON THE DTAA.TTAAA BUSINESS        *
      *    MASTER OR THE DTIA.TTIAA / TTIAB INDIVIDUAL MASTER, WITH    *
      *    ITS BEFORE AND AFTER VALUE, THE PROGRAM AND OPERATOR THAT   *
      *    CHANGED IT AND THE RECEIPT OR EVENT THAT CAUSED IT.         *
      *    WRITTEN ONLY THROUGH LCBSMHST, WHICH ALSO CHAINS EVERY ROW  *
      *    INTO LCBD2CTL.AUDIT_HCHAIN UNDER TABLE 'TRWCO'.             *
      *    MASTER-ID IS THE BUSNID, OR THE RESID OF THE INDIVIDUAL     *
      *    (OF THE HOUSEHOLD HEAD FOR TTIAB); CHG-SEQNO IS 1-ORIGIN    *
      *    PER MASTER-ID.  TXPAYER-TP BLANK ON AN INDIVIDUAL ROW       *
      *    MEANS EVERY TTIAA ROW OF THE PERSON WAS CHANGED.            *
      *    MASTER-TP:                                                  *
      *      'A'  DTAA.TTAAA  (LAST_FG 'Y' ROW)                        *
      *      'I'  DTIA.TTIAA                                           *
      *      'H'  DTIA.TTIAB  HOUSEHOLD ADDRESS                        *
      *                                                                *
      ******************************************************************
261015 01  TRWCO.
261015     05  MASTER-ID               PIC X(13).
261015     05  CHG-SEQNO               PIC S9(05) COMP-3.
261015     05  MASTER-TP               PIC X(01).
261015         88  MASTER-TP-BUSINESS      VALUE 'A'.
261015         88  MASTER-TP-INDIVIDUAL    VALUE 'I'.
261015         88  MASTER-TP-HOUSEHOLD     VALUE 'H'.
261015     05  TXPAYER-TP              PIC X(01).
261015     05  FIELD-NM                PIC X(18).
261015     05  BEFORE-VAL              PIC X(40).
261015     05  AFTER-VAL               PIC X(40).
261015     05  PGM-ID                  PIC X(08).
261015     05  CHG-OPID                PIC X(08).
261015     05  EVENT-KEY               PIC X(20).
261015     05  CHG-DT                  PIC X(08).
261015     05  CHG-TIME                PIC X(06).
