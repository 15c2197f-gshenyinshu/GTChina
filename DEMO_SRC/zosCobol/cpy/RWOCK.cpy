      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCK)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCK  -  BUSINESS LICENCE / PERMIT REGISTER                *
      *                                                                *
      *    ONE ROW PER LICENCE OR PERMIT HELD UNDER A DTBA.TTBAA       *
      *    REGISTRATION (TXOFF_CD/RCVE_YEAR/RCVE_NO), PERMIT_SEQNO     *
      *    1-ORIGIN IN ENTRY ORDER.  LAP11 SEEDS SEQNO 1 FROM THE      *
      *    LICENCE IT CAPTURES AT REGISTRATION (REGIST-SRC 'R', TYPE   *
      *    'LIQ' - THE TTBAU LIQUOR LICENCE THE LIQREG REGISTRY        *
      *    CHECKS); LAP98 (TRAN LA98) ADDS AND MAINTAINS THE REST      *
      *    (REGIST-SRC 'M').  BUSNID IS FILLED ONCE THE REGISTRATION   *
      *    HAS ONE - LAPBE BACKFILLS IT FROM TTBAA EVERY NIGHT.        *
      *    PERMIT-STAUS:                                               *
      *      'A'  ACTIVE                                               *
      *      'S'  SUSPENDED BY THE ISSUING AUTHORITY                   *
      *      'R'  REVOKED BY THE ISSUING AUTHORITY                     *
      *      'E'  EXPIRED - SET BY THE LAPBE SWEEP THE NIGHT AFTER     *
      *           EXPIRY-DT PASSES, OR BY LAP98                        *
      *      'W'  SURRENDERED / NO LONGER NEEDED                       *
      *    A PERMIT IS VALID WHEN 'A' AND EXPIRY-DT IS SPACE (NO       *
      *    EXPIRY) OR NOT BEFORE TODAY.  ISSUE-DT IS SPACE WHEN NOT    *
      *    KNOWN (SEEDED ROWS).                                        *
      *                                                                *
      ******************************************************************
261015 01  TRWCK.
261015     05  TXOFF-CD                PIC X(03).
261015     05  RCVE-YEAR               PIC X(04).
261015     05  RCVE-NO                 PIC 9(07).
261015     05  PERMIT-SEQNO            PIC S9(04) COMP.
261015     05  BUSNID                  PIC X(10).
261015     05  PERMIT-TP               PIC X(03).
261015         88  PERMIT-TP-LIQUOR        VALUE 'LIQ'.
261015     05  PERMIT-SUBTP            PIC X(01).
261015     05  PERMIT-NO               PIC X(30).
261015     05  ISSUE-AUTH              PIC X(40).
261015     05  ISSUE-DT                PIC X(08).
261015     05  EXPIRY-DT               PIC X(08).
261015     05  AREA-BD                 PIC S9(9)V9(4) COMP-3.
261015     05  PERMIT-STAUS            PIC X(01).
261015         88  PERMIT-STAUS-ACTIVE     VALUE 'A'.
261015         88  PERMIT-STAUS-SUSPENDED  VALUE 'S'.
261015         88  PERMIT-STAUS-REVOKED    VALUE 'R'.
261015         88  PERMIT-STAUS-EXPIRED    VALUE 'E'.
261015         88  PERMIT-STAUS-WITHDRAWN  VALUE 'W'.
261015     05  STAUS-DT                PIC X(08).
261015     05  REGIST-SRC              PIC X(01).
261015     05  REGIST-DT               PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
261015     05  CHANGE-DT               PIC X(08).
261015     05  CHANGE-OPID             PIC X(08).
