      ****************************************************************
      *                                                              *
      *    LCBYCORR  -  LCBSCORR USERAREA                            *
      *                                                              *
      *    OUTBOUND CORRESPONDENCE REGISTER (DRWB.TRWCX).            *
      *    CORR-FUNC :                                               *
      *      'C'  CHECK ONLY - MAY PAPER GO TO THE TAXPAYER?         *
      *      'S'  SEND - THE SAME CHECK, THEN ONE REGISTER ROW WITH  *
      *           THE DISPOSITION (SENT, HELD OR REDIRECTED)         *
      *      'R'  RETURNED - MARK THE PAPER MAILING OF CORR-SRC-REF  *
      *           AS COME BACK; A MAILING NOT ON THE REGISTER IS     *
      *           REGISTERED AS A RETURNED ROW                       *
      *      'P'  PREFERENCE - THE TAXPAYER'S DRWB.TRWDB CHANNEL,    *
      *           CONTACT AND LANGUAGE ONLY; NO HOLD CHECK, NO ROW   *
      *      'L'  LEGAL - A STATUTORY NOTICE THAT MUST BE SERVED:    *
      *           THE PREFERENCE, THEN ONE REGISTER ROW, BUT NO HOLD *
      *           CHECK - IT IS NEVER HELD OR REDIRECTED             *
      *    ON 'C', 'S' AND 'L' A TAXPAYER WITH A TRWDB PREFERENCE IS *
      *    SENT BY IT:  AN ELECTRONIC CHANNEL WITH CONSENT 'Y'       *
      *    REPLACES PAPER, AND AN ELECTRONIC REQUEST FOR A TAXPAYER  *
      *    WHO HAS WITHDRAWN (OR NEVER GIVEN) CONSENT GOES BY PAPER. *
      *    THE RETURN IS THEN '06' WITH THE CHANNEL IN               *
      *    CORR-CHANNEL-USED AND, WHEN ELECTRONIC, THE CONTACT IN    *
      *    CORR-PREF-CONTACT.                                        *
      *    THE COUNTER CHANNEL 'C' IS NEVER CHANGED.                 *
      *    A PAPER NOTICE IS HELD WHILE THE TAXPAYER HAS AN OPEN     *
      *    TRWAU NON-MAILABLE OR TRWAX UNDELIVERABLE ITEM ON ANY OF  *
      *    ITS RECEIPTS.  WITH CORR-ALT-CHANNEL SET THE NOTICE IS    *
      *    REDIRECTED THERE INSTEAD OF HELD.  AN AGENCY ('G') IS     *
      *    NOT CHECKED - THE ITEMS ARE KEPT BY TAXPAYER.             *
      *    CORR-ID-TP BLANK IS TAKEN FROM THE ID:  A 10-BYTE BUSNID  *
      *    IS 'B', A 13-BYTE RESID 'R'.  A BLANK CORR-ADDR ON PAPER  *
      *    IS FILLED FROM THE DTIA.TTIAB HOUSEHOLD ADDRESS.  ON 'R'  *
      *    A BLANK CORR-TXPAYER-ID IS TAKEN FROM THE TRWAD RECEIPT   *
      *    IN CORR-SRC-RCVE-NO.                                      *
      *    A RETURN OF '08' MEANS NOTHING SHOULD BE COMMITTED.       *
      *                                                              *
      ****************************************************************
261015     05  CORR-INPUT.
261015         10  CORR-FUNC                    PIC  X(001).
261015             88  CORR-FUNC-CHECK               VALUE 'C'.
261015             88  CORR-FUNC-SEND                VALUE 'S'.
261015             88  CORR-FUNC-RETURNED            VALUE 'R'.
261015             88  CORR-FUNC-PREFERENCE          VALUE 'P'.
261015             88  CORR-FUNC-LEGAL               VALUE 'L'.
261015         10  CORR-TXPAYER-ID              PIC  X(013).
261015         10  CORR-ID-TP                   PIC  X(001).
261015         10  CORR-NOTICE-TP               PIC  X(006).
261015         10  CORR-PGM-ID                  PIC  X(008).
261015         10  CORR-OPID                    PIC  X(008).
261015         10  CORR-SRC-REF                 PIC  X(020).
261015         10  CORR-SRC-RCVE-NO  REDEFINES  CORR-SRC-REF.
261015             15  CORR-RCVE-NO-TXOFF       PIC  X(003).
261015             15  CORR-RCVE-NO-YY          PIC  X(004).
261015             15  CORR-RCVE-NO-SEQNO       PIC  9(007).
261015             15  FILLER                   PIC  X(006).
261015         10  CORR-CHANNEL                 PIC  X(001).
261015         10  CORR-ALT-CHANNEL             PIC  X(001).
261015         10  CORR-ADDR.
261015             15  CORR-LGDONG-CD           PIC  X(010).
261015             15  CORR-ADDR-DTL            PIC  X(068).
261015     05  CORR-OUTPUT.
261015         10  CORR-RTN-CD                  PIC  X(002).
261015             88  CORR-RTN-NORMAL               VALUE '00'.
261015             88  CORR-RTN-BAD-INPUT            VALUE '01'.
261015             88  CORR-RTN-HELD                 VALUE '04'.
261015             88  CORR-RTN-REDIRECTED           VALUE '05'.
261015             88  CORR-RTN-PREFERRED            VALUE '06'.
261015             88  CORR-RTN-ERROR                VALUE '08'.
261015         10  CORR-HOLD-RSN                PIC  X(002).
261015         10  CORR-CHANNEL-USED            PIC  X(001).
261015         10  CORR-REG-SEQNO               PIC  9(005).
261015         10  CORR-SQLCODE                 PIC S9(009)  COMP.
261015         10  CORR-ROW-CNT                 PIC  9(003).
261015         10  CORR-PREF-FG                 PIC  X(001).
261015             88  CORR-PREF-FOUND               VALUE 'Y'.
261015         10  CORR-CONSENT-STAUS           PIC  X(001).
261015         10  CORR-LANG-CD                 PIC  X(001).
261015         10  CORR-PREF-CONTACT            PIC  X(064).
