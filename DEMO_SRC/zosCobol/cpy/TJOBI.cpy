      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DTJB.TTJBI)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TTJBI  -  ARREARS  WRITE-OFF  REGISTER                      *
      *                                                                *
      *    ONE ROW PER WRITE-OFF REQUEST AGAINST A TTJBD ITEM (RESID/  *
      *    TXPAYER_TP/TXTP_CD), WO-SEQNO 1-ORIGIN PER ITEM.  MAPMW     *
      *    RAISES THE REQUEST AND PARKS IT ON TRWBY (RTN-TP 'W',       *
      *    SERIAL-NO = WO-SEQNO); A SECOND OPERATOR APPROVES IT        *
      *    WITHIN THE LCBSAUTH 'MAPWOAPV' AMOUNT BAND, WHICH POSTS     *
      *    THE TTJAC 'WO' OFFSET ROWS (POST-DT/POST-SEQNO IS THE FIRST *
      *    OF THEM) AND TAKES PRIN-AMT OFF THE TTJBD BALANCE.          *
      *    MAPB5 REINSTATES A WRITTEN-OFF ITEM THE NIGHT A PAYMENT     *
      *    IS POSTED AGAINST IT AFTER THE WRITE-OFF.                   *
      *    WO-RSN-CD:                                                  *
      *      'DS'  BUSINESS DISSOLVED                                  *
      *      'BK'  DEBTOR BANKRUPT                                     *
      *      'SL'  STATUTE OF LIMITATIONS PASSED                       *
      *    WO-STAUS:                                                   *
      *      'P'  PENDING APPROVAL                                     *
      *      'W'  WRITTEN OFF - MAPB2 ACCRUES NOTHING ON THE ITEM      *
      *      'J'  REJECTED BY THE APPROVER                             *
      *      'R'  REINSTATED - THE 'WO' ROWS REVERSED, REINST-PAY-AMT  *
      *           IS THE PAYMENT THAT TRIGGERED IT                     *
      *    REQ-AMT IS PRIN-AMT + PEN-AMT + INT-AMT AS AT APPROVAL.     *
      *                                                                *
      ******************************************************************
261015 01  TTJBI.
261015     05  RESID                   PIC X(13).
261015     05  TXPAYER-TP              PIC X(01).
261015     05  TXTP-CD                 PIC X(02).
261015     05  WO-SEQNO                PIC S9(04) COMP.
261015     05  TXOFF-CD                PIC X(03).
261015     05  BUSNID                  PIC X(10).
261015     05  WO-RSN-CD               PIC X(02).
261015         88  WO-RSN-DISSOLVED        VALUE 'DS'.
261015         88  WO-RSN-BANKRUPT         VALUE 'BK'.
261015         88  WO-RSN-STATUTE          VALUE 'SL'.
261015     05  DOC-REF                 PIC X(30).
261015     05  WO-STAUS                PIC X(01).
261015         88  WO-STAUS-PENDING        VALUE 'P'.
261015         88  WO-STAUS-WRITTEN        VALUE 'W'.
261015         88  WO-STAUS-REJECTED       VALUE 'J'.
261015         88  WO-STAUS-REINSTATED     VALUE 'R'.
261015     05  REQ-AMT                 PIC S9(13)V9(02) COMP-3.
261015     05  PRIN-AMT                PIC S9(13)V9(02) COMP-3.
261015     05  PEN-AMT                 PIC S9(13)V9(02) COMP-3.
261015     05  INT-AMT                 PIC S9(13)V9(02) COMP-3.
261015     05  REQ-OPID                PIC X(08).
261015     05  REQ-DT                  PIC X(08).
261015     05  REQ-TIME                PIC X(06).
261015     05  APPV-OPID               PIC X(08).
261015     05  APPV-DT                 PIC X(08).
261015     05  POST-DT                 PIC X(08).
261015     05  POST-SEQNO              PIC S9(07) COMP-3.
261015     05  REINST-DT               PIC X(08).
261015     05  REINST-PAY-AMT          PIC S9(13)V9(02) COMP-3.
261015     05  STAUS-DT                PIC X(08).
