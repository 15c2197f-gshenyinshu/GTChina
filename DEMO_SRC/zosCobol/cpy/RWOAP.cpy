      *    T75 OR FORM-02) AS A PDF IN ADDITION TO THE PHYSICAL PRINT, *
      *    SO IT CAN BE PICKED UP BY THE DOWNSTREAM PDF-RENDER JOB AND *
      *    EMAILED TO THE TAXPAYER OR FILED IN THE CASE FILE.          *
261015*                                                                *
261015*    ROWS WITH NO TRWAD PARENT:                                  *
261015*    MAPB4 ARREARS DEMAND NOTICES ARE KEYED BY THE NOTICE        *
261015*    NUMBER:  RCVE_NO_TXOFF 'CDN', RCVE_NO_YY/RCVE_NO_SEQNO THE  *
261015*    TTJBH NOTICE-YY/NOTICE-SEQNO, FORM_SEQNO 1 AND THE TRWBB    *
261015*    CATALOG FORM OF THE STAGE.  LAPB1 RENDERS THEM FROM THE     *
261015*    TTJBH STAGE-CHANGE ROW (S2300).                             *
261015*    ON-DEMAND BATCH REPORTS (LCBPRPT/LCBBRPTC) ARE KEYED        *
261015*    RCVE_NO_TXOFF 'RPT', RCVE_NO_YY/RCVE_NO_SEQNO THE           *
261015*    LCBD2CTL.RPT_REQUEST NUMBER, FORM_SEQNO 1 AND THE CATALOG   *
261015*    FORM, ALWAYS FOR POST.  LAPB1 RENDERS THE REQUEST'S OUT_DSN *
261015*    (S2400).  MAPMS STATEMENTS ARE FORM_ID 'STMT'.              *
261015*                                                                *
261015*    DELIV-CHANNEL IS SET BY A NOTICE PRODUCER FROM THE          *
261015*    TAXPAYER'S DRWB.TRWDB PREFERENCE:  'E' E-DELIVERY, 'S' SMS, *
261015*    'M' E-MAIL (DELIV-CONTACT THE ENDPOINT, NUMBER OR ADDRESS), *
261015*    'P' POST.  BLANK FOLLOWS THE RECEIPT'S OWN DISTR-METHOD.    *
261015*    LANG-CD 'K' / 'E' SELECTS THE TEMPLATE LANGUAGE (BLANK 'K').*
261015*    XMIT-DT IS SET BY LAPB5 WHEN THE RENDERED NOTICE IS SENT    *
261015*    ON ITS ELECTRONIC CHANNEL.  DELIV-TXPAYER-ID IS THE         *
261015*    TAXPAYER THE PRODUCER ASKED LCBSCORR ABOUT; LAPB5 CHECKS    *
261015*    THE CONSENT AGAIN FOR IT AT SEND TIME.                      *
      *                                                                *
      ******************************************************************
260201 01  TRWAP.
260201     05  REQUEST-DT              PIC X(08).
260201     05  REQUEST-TIME            PIC X(06).
260201     05  REQUEST-OPID            PIC X(08).
261015     05  DELIV-CHANNEL           PIC X(01).
261015         88  DELIV-CHANNEL-POST      VALUE 'P'.
261015         88  DELIV-CHANNEL-EDELIVERY VALUE 'E'.
261015         88  DELIV-CHANNEL-SMS       VALUE 'S'.
261015         88  DELIV-CHANNEL-EMAIL     VALUE 'M'.
261015     05  DELIV-CONTACT           PIC X(64).
261015     05  LANG-CD                 PIC X(01).
261015     05  XMIT-DT                 PIC X(08).
261015     05  DELIV-TXPAYER-ID        PIC X(13).
