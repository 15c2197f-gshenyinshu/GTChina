      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCN)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCN  -  CORPORATE-REGISTRY  RECONCILIATION  LINE          *
      *                                                                *
      *    ONE ROW PER DIFFERENCE THE MONTHLY LAPBI RUN FINDS BETWEEN  *
      *    THE COMMERCIAL-REGISTRY EXTRACT AND OUR CORPORATE           *
      *    (BUSN_OWNER_TP '5') REGISTRATIONS ON DTAA.TTAAA, KEYED BY   *
      *    RECON-YM / BUSNID / ITEM-TP.  TXOFF-CD IS THE OFFICE THAT   *
      *    WORKS THE LINE ON LAP9A - THE REGISTRATION'S OFFICE, OR     *
      *    FOR A COMPANY NOT REGISTERED HERE THE OFFICE OF ITS         *
      *    REGISTRY ADDRESS ON DTJA.TTJAD.                             *
      *    ITEM-TP:                                                    *
      *      'N'  NAME DIFFERS FROM TTAAA TRADE-NM                     *
      *      'A'  HEAD-OFFICE ADDRESS DIFFERS FROM TTAAA               *
      *      'R'  REPRESENTATIVE DIFFERS FROM TTAAA RESID-CHIEF        *
      *      'C'  DISSOLVED ON THE REGISTRY, STILL LIVE HERE -         *
      *           CLOSURE CANDIDATE                                    *
      *      'U'  ON THE REGISTRY, NO CORPORATE REGISTRATION HERE -    *
      *           POSSIBLE UNREGISTERED BUSINESS                       *
      *    WORK-STAUS:                                                 *
      *      'O'  OPEN                                                 *
      *      'C'  CLEARED - THE OFFICE CORRECTED OR SETTLED IT         *
      *      'I'  IGNORED - NOT A REAL DIFFERENCE; THE SAME VALUES     *
      *           ARE NOT RAISED AGAIN BY LATER RUNS                   *
      *                                                                *
      ******************************************************************
261015 01  TRWCN.
261015     05  RECON-YM                PIC X(06).
261015     05  BUSNID                  PIC X(10).
261015     05  ITEM-TP                 PIC X(01).
261015         88  ITEM-TP-NAME            VALUE 'N'.
261015         88  ITEM-TP-ADDRESS         VALUE 'A'.
261015         88  ITEM-TP-REPRESENTATIVE  VALUE 'R'.
261015         88  ITEM-TP-CLOSURE         VALUE 'C'.
261015         88  ITEM-TP-UNREGISTERED    VALUE 'U'.
261015     05  TXOFF-CD                PIC X(03).
261015     05  CORPID                  PIC X(13).
261015     05  CORP-NM                 PIC X(30).
261015     05  REGISTRY-VAL            PIC X(60).
261015     05  OUR-VAL                 PIC X(60).
261015     05  WORK-STAUS              PIC X(01).
261015         88  WORK-STAUS-OPEN         VALUE 'O'.
261015         88  WORK-STAUS-CLEARED      VALUE 'C'.
261015         88  WORK-STAUS-IGNORED      VALUE 'I'.
261015     05  CREAT-DT                PIC X(08).
261015     05  STAUS-DT                PIC X(08).
261015     05  STAUS-OPID              PIC X(08).
261015     05  STAUS-NOTE              PIC X(40).
