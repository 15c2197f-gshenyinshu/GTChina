      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCM)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCM  -  DECEASED-OWNER  SUCCESSION  WORK  ITEM            *
      *                                                                *
      *    ONE ROW PER LIVE BUSINESS A DECEASED TAXPAYER OWNED OF      *
      *    RECORD, OPENED BY THE LAPBH REGISTRY DEATH-NOTIFICATION     *
      *    FEED SO THE OFFICE STARTS THE LAP14 SUCCESSION.  THE        *
      *    REGISTRATION KEY IS THE LIVE DTBA.TTBAA ROW, AND            *
      *    COOWNER-CNT / COOWNER-RATE SUM THE DTBA.TTBAH CO-OWNERS     *
      *    WHO CARRY THE BUSINESS ON MEANWHILE.                        *
      *    WORK-STAUS:                                                 *
      *      'O'  OPEN - AWAITING THE LAP14 SUCCESSION                 *
      *      'D'  DONE - LAP14 MOVED THE BUSINESS TO THE SUCCESSOR     *
      *           (SUCCESS-SEQNO IS THE DTBA.TTBAS ROW IT WROTE)       *
      *                                                                *
      ******************************************************************
261015 01  TRWCM.
261015     05  RESID                   PIC X(13).
261015     05  TXPAYER-TP              PIC X(01).
261015     05  BUSNID                  PIC X(10).
261015     05  TXOFF-CD                PIC X(03).
261015     05  RCVE-YEAR               PIC X(04).
261015     05  RCVE-NO                 PIC 9(07).
261015     05  TRADE-NM                PIC X(30).
261015     05  DEATH-DT                PIC X(08).
261015     05  NOTICE-REF              PIC X(20).
261015     05  COOWNER-CNT             PIC S9(03) COMP-3.
261015     05  COOWNER-RATE            PIC S9(03)V99 COMP-3.
261015     05  WORK-STAUS              PIC X(01).
261015         88  WORK-STAUS-OPEN         VALUE 'O'.
261015         88  WORK-STAUS-DONE         VALUE 'D'.
261015     05  OPEN-DT                 PIC X(08).
261015     05  OPEN-OPID               PIC X(08).
261015     05  DONE-DT                 PIC X(08).
261015     05  DONE-OPID               PIC X(08).
261015     05  SUCCESS-SEQNO           PIC S9(04) COMP.
