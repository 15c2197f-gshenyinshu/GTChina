      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCX)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCX  -  OUTBOUND  CORRESPONDENCE  REGISTER                *
      *                                                                *
      *    ONE ROW PER NOTICE, STATEMENT OR CERTIFICATE MAILING SENT   *
      *    (OR HELD BACK) FOR A TAXPAYER, WRITTEN ONLY THROUGH         *
      *    LCBSCORR AND READ BACK ON-LINE BY LAP9C.  CORR-SEQNO IS     *
      *    1-ORIGIN PER TXPAYER-ID.  SRC-REF IS THE PRODUCER'S OWN     *
      *    REFERENCE - THE RECEIPT NUMBER (TXOFF, YEAR, SEQNO) FOR A   *
      *    RECEIPT-BASED NOTICE.  LGDONG-CD / ADDR-DTL ARE THE ADDRESS *
      *    THE PAPER WENT TO (ADDR-DTL LAID OUT AS THE DTIA.TTIAB      *
      *    SAN-BUNJI THROUGH BAN COLUMNS, OR THE AGENCY BILLING        *
      *    ADDRESS).                                                   *
      *    ID-TP     : 'R' RESIDENT, 'B' BUSINESS, 'G' AGENCY          *
      *    CHANNEL   : 'P' PAPER MAIL, 'E' ELECTRONIC, 'C' OFFICE      *
      *                COUNTER, 'S' SMS, 'M' E-MAIL                    *
      *    SEND-STAUS: 'S' SENT, 'H' HELD (PAPER SUPPRESSED), 'R'      *
      *                REDIRECTED TO CHANNEL                           *
      *    HOLD-RSN  : 'AU' OPEN TRWAU NON-MAILABLE ITEM,              *
      *                'AX' OPEN TRWAX UNDELIVERABLE ITEM,             *
      *                'CP' SENT BY THE TAXPAYER'S TRWDB PREFERENCE,   *
      *                'CW' ELECTRONIC CONSENT WITHDRAWN - BY PAPER    *
      *    ON AN ELECTRONIC ROW SENT BY PREFERENCE ADDR-DTL HOLDS THE  *
      *    ENDPOINT, MOBILE NUMBER OR E-MAIL ADDRESS USED.             *
      *    RTN-FG 'Y' WHEN THE MAILING CAME BACK (LAP92 / LAPB8).      *
      *                                                                *
      ******************************************************************
261015 01  TRWCX.
261015     05  TXPAYER-ID              PIC X(13).
261015     05  CORR-SEQNO              PIC S9(05) COMP-3.
261015     05  ID-TP                   PIC X(01).
261015         88  ID-TP-RESIDENT          VALUE 'R'.
261015         88  ID-TP-BUSINESS          VALUE 'B'.
261015         88  ID-TP-AGENCY            VALUE 'G'.
261015     05  NOTICE-TP               PIC X(06).
261015     05  SRC-PGM                 PIC X(08).
261015     05  SRC-REF                 PIC X(20).
261015     05  CHANNEL                 PIC X(01).
261015         88  CHANNEL-PAPER           VALUE 'P'.
261015         88  CHANNEL-ELECTRONIC      VALUE 'E'.
261015         88  CHANNEL-COUNTER         VALUE 'C'.
261015         88  CHANNEL-SMS             VALUE 'S'.
261015         88  CHANNEL-EMAIL           VALUE 'M'.
261015     05  SEND-STAUS              PIC X(01).
261015         88  SEND-STAUS-SENT         VALUE 'S'.
261015         88  SEND-STAUS-HELD         VALUE 'H'.
261015         88  SEND-STAUS-REDIRECTED   VALUE 'R'.
261015     05  HOLD-RSN                PIC X(02).
261015     05  LGDONG-CD               PIC X(10).
261015     05  ADDR-DTL                PIC X(68).
261015     05  SEND-DT                 PIC X(08).
261015     05  SEND-TIME               PIC X(06).
261015     05  SEND-OPID               PIC X(08).
261015     05  RTN-FG                  PIC X(01).
261015         88  RTN-FG-YES              VALUE 'Y'.
261015         88  RTN-FG-NO               VALUE 'N'.
261015     05  RTN-DT                  PIC X(08).
261015     05  RTN-PGM                 PIC X(08).
