      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWDC)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWDC  -  COMMUNICATION  PREFERENCE  HISTORY                *
      *                                                                *
      *    ONE ROW PER CHANGE TO A DRWB.TRWDB REGISTER ROW, CARRYING   *
      *    THE FULL IMAGE OF THE ROW AS IT STOOD AFTER THE CHANGE, SO  *
      *    THE CHANNEL AND CONSENT IN FORCE ON ANY DATE CAN BE SHOWN.  *
      *    HIST-SEQNO IS 1-ORIGIN PER TXPAYER-ID.  WRITTEN ONLY BY     *
      *    LAP9E, IN THE SAME UNIT OF WORK AS THE TRWDB CHANGE.        *
      *    CHG-TP : 'R' REGISTERED OR CHANNEL / CONTACT CHANGED,       *
      *             'C' CONSENT GIVEN, 'W' CONSENT WITHDRAWN           *
      *    THE REMAINING CODES ARE AS ON TRWDB.                        *
      *                                                                *
      ******************************************************************
261015 01  TRWDC.
261015     05  TXPAYER-ID              PIC X(13).
261015     05  HIST-SEQNO              PIC S9(05) COMP-3.
261015     05  CHG-TP                  PIC X(01).
261015         88  CHG-TP-REGISTER         VALUE 'R'.
261015         88  CHG-TP-CONSENT          VALUE 'C'.
261015         88  CHG-TP-WITHDRAW         VALUE 'W'.
261015     05  ID-TP                   PIC X(01).
261015     05  PREF-CHANNEL            PIC X(01).
261015     05  EDLV-ENDPOINT           PIC X(64).
261015     05  MOBILE-NO               PIC X(15).
261015     05  EMAIL-ADDR              PIC X(64).
261015     05  LANG-CD                 PIC X(01).
261015     05  CONSENT-STAUS           PIC X(01).
261015     05  CONSENT-DT              PIC X(08).
261015     05  CONSENT-EVID-TP         PIC X(01).
261015     05  CONSENT-EVID-REF        PIC X(30).
261015     05  WDRW-DT                 PIC X(08).
261015     05  CHG-DT                  PIC X(08).
261015     05  CHG-TIME                PIC X(06).
261015     05  CHG-OPID                PIC X(08).
