      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWDB)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWDB  -  TAXPAYER  COMMUNICATION  PREFERENCE  REGISTER     *
      *                                                                *
      *    ONE ROW PER TAXPAYER (RESID OR BUSNID) HOLDING HOW THE      *
      *    TAXPAYER WANTS TO BE REACHED, MAINTAINED ON-LINE BY LAP9E   *
      *    AND READ BY EVERY NOTICE PRODUCER THROUGH LCBSCORR.  EVERY  *
      *    CHANGE ALSO WRITES A FULL IMAGE TO DRWB.TRWDC; HIST-SEQNO   *
      *    IS THE TRWDC ROW OF THE LAST CHANGE.                        *
      *    PREF-CHANNEL    : 'P' POST, 'E' E-DELIVERY ENDPOINT,        *
      *                      'S' SMS, 'M' E-MAIL                       *
      *    AN ELECTRONIC CHANNEL IS HONOURED ONLY WHILE CONSENT-STAUS  *
      *    IS 'Y'; ANYTHING ELSE GOES BY POST.                         *
      *    CONSENT-STAUS   : 'Y' GIVEN, 'W' WITHDRAWN, 'N' NEVER GIVEN *
      *    CONSENT-EVID-TP : 'F' SIGNED FORM, 'O' ON-LINE CERTIFIED    *
      *                      LOGIN, 'T' RECORDED TELEPHONE CALL        *
      *    CONSENT-EVID-REF IS THE FORM, SESSION OR CALL REFERENCE.    *
      *    LANG-CD         : 'K' KOREAN, 'E' ENGLISH                   *
      *                                                                *
      ******************************************************************
261015 01  TRWDB.
261015     05  TXPAYER-ID              PIC X(13).
261015     05  ID-TP                   PIC X(01).
261015         88  ID-TP-RESIDENT          VALUE 'R'.
261015         88  ID-TP-BUSINESS          VALUE 'B'.
261015     05  PREF-CHANNEL            PIC X(01).
261015         88  PREF-CHANNEL-POST       VALUE 'P'.
261015         88  PREF-CHANNEL-EDELIVERY  VALUE 'E'.
261015         88  PREF-CHANNEL-SMS        VALUE 'S'.
261015         88  PREF-CHANNEL-EMAIL      VALUE 'M'.
261015     05  EDLV-ENDPOINT           PIC X(64).
261015     05  MOBILE-NO               PIC X(15).
261015     05  EMAIL-ADDR              PIC X(64).
261015     05  LANG-CD                 PIC X(01).
261015         88  LANG-CD-KOREAN          VALUE 'K'.
261015         88  LANG-CD-ENGLISH         VALUE 'E'.
261015     05  CONSENT-STAUS           PIC X(01).
261015         88  CONSENT-GIVEN           VALUE 'Y'.
261015         88  CONSENT-WITHDRAWN       VALUE 'W'.
261015         88  CONSENT-NONE            VALUE 'N'.
261015     05  CONSENT-DT              PIC X(08).
261015     05  CONSENT-EVID-TP         PIC X(01).
261015         88  CONSENT-EVID-FORM       VALUE 'F'.
261015         88  CONSENT-EVID-ONLINE     VALUE 'O'.
261015         88  CONSENT-EVID-PHONE      VALUE 'T'.
261015     05  CONSENT-EVID-REF        PIC X(30).
261015     05  WDRW-DT                 PIC X(08).
261015     05  HIST-SEQNO              PIC S9(05) COMP-3.
261015     05  LAST-CHG-DT             PIC X(08).
261015     05  LAST-CHG-TIME           PIC X(06).
261015     05  LAST-CHG-OPID           PIC X(08).
