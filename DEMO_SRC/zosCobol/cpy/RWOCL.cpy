      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCL)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCL  -  RESIDENT  ADDRESS  CHANGE  HISTORY                *
      *                                                                *
      *    ONE ROW PER NATIONAL RESIDENT-REGISTRY MOVE THE LAPBG       *
      *    NIGHTLY FEED APPLIES TO DTIA.TTIAA / DTIA.TTIAB, CHG-SEQNO  *
      *    1-ORIGIN PER TAXPAYER.  OLD-/NEW- CARRY THE BEFORE AND      *
      *    AFTER IMAGES OF THE HOUSEHOLD LINK AND THE HOUSEHOLD        *
      *    ADDRESS, SO A CERTIFICATE MAILED BEFORE THE MOVE CAN STILL  *
      *    BE TRACED TO THE ADDRESS IT WENT TO.                        *
      *    CHG-TP:                                                     *
      *      'A'  THE HOUSEHOLD MOVED - ITS TTIAB ADDRESS REPLACED     *
      *      'H'  THE TAXPAYER JOINED ANOTHER HOUSEHOLD - TTIAA        *
      *           RE-LINKED (THE NEW HOUSEHOLD'S TTIAB IS SET FROM     *
      *           THE REGISTRY WHEN IT DIFFERS OR IS MISSING)          *
      *    BUSN-CNT / RCVE-CNT / EXCP-CNT ARE THE IMPACT-LIST COUNTS   *
      *    PRINTED FOR THE MOVE: OPEN REGISTRATIONS AT THE OLD HOME    *
      *    ADDRESS, OPEN MAIL RECEIPTS, AND OPEN TRWAU/TRWAX ITEMS.    *
      *                                                                *
      ******************************************************************
261015 01  TRWCL.
261015     05  RESID                   PIC X(13).
261015     05  TXPAYER-TP              PIC X(01).
261015     05  CHG-SEQNO               PIC S9(05) COMP-3.
261015     05  CHG-TP                  PIC X(01).
261015         88  CHG-TP-ADDRESS          VALUE 'A'.
261015         88  CHG-TP-HOUSEHOLD        VALUE 'H'.
261015     05  MOVE-DT                 PIC X(08).
261015     05  REGISTRY-REF            PIC X(20).
261015     05  OLD-RESID-HOUSE-HD      PIC X(13).
261015     05  OLD-TXPAYER-TP-HOUSE    PIC X(01).
261015     05  OLD-LGDONG-CD           PIC X(10).
261015     05  OLD-SAN-BUNJI           PIC X(04).
261015     05  OLD-BUNJI               PIC X(04).
261015     05  OLD-HO                  PIC X(04).
261015     05  OLD-APT-BLOCK           PIC X(30).
261015     05  OLD-APT-DONG            PIC X(12).
261015     05  OLD-APT-HO              PIC X(06).
261015     05  OLD-TONG                PIC X(04).
261015     05  OLD-BAN                 PIC X(04).
261015     05  NEW-RESID-HOUSE-HD      PIC X(13).
261015     05  NEW-TXPAYER-TP-HOUSE    PIC X(01).
261015     05  NEW-ZIP-CD              PIC X(05).
261015     05  NEW-LGDONG-CD           PIC X(10).
261015     05  NEW-SAN-BUNJI           PIC X(04).
261015     05  NEW-BUNJI               PIC X(04).
261015     05  NEW-HO                  PIC X(04).
261015     05  NEW-APT-BLOCK           PIC X(30).
261015     05  NEW-APT-DONG            PIC X(12).
261015     05  NEW-APT-HO              PIC X(06).
261015     05  NEW-TONG                PIC X(04).
261015     05  NEW-BAN                 PIC X(04).
261015     05  BUSN-CNT                PIC S9(05) COMP-3.
261015     05  RCVE-CNT                PIC S9(05) COMP-3.
261015     05  EXCP-CNT                PIC S9(05) COMP-3.
261015     05  APPLY-DT                PIC X(08).
261015     05  APPLY-TIME              PIC X(06).
261015     05  APPLY-OPID              PIC X(08).
