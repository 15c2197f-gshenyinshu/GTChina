      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCB)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCB  -  REFUSAL / RETURN  NOTICE  REGISTER                *
      *                                                                *
      *    ONE ROW PER NUMBERED NOTICE JEPA2 RAISES WHEN A RECEIPT IS  *
      *    REFUSED ('F', STATUS '13') OR RETURNED FOR CORRECTION       *
      *    ('R', STATUS '20').  THE ROW IS THE FILE COPY OF THE        *
      *    LETTER:  THE REASON CODE AND TEXT THE SERVICE CHECK GAVE,   *
      *    THE MANDATORY DOCUMENTS STILL OPEN ON THE TRWAZ CHECKLIST   *
      *    (UP TO TEN 4-BYTE DOC-CDS) AND THE RESPONSE DEADLINE        *
      *    LCBSDATE COUNTED IN BUSINESS DAYS.  FORM-ID/FORM-SEQNO      *
      *    POINT AT THE TRWAP OUTPUT-QUEUE ROW THAT PRINTS OR          *
      *    E-DELIVERS IT FROM THE TRWBB/TRWBC CATALOG LAYOUT (SPACES   *
      *    WHEN NO ACTIVE CATALOG FORM WAS FOUND).  JEPB8 SHOWS THE    *
      *    NOTICE ON THE RECEIPT'S DOSSIER.                            *
      *    RSN-CD : 'RDOC' RETURNED, MANDATORY DOCUMENTS OUTSTANDING   *
      *             'RCHK' RETURNED, SERVICE CHECK NOT MET             *
      *             'FDOC' REFUSED, MANDATORY DOCUMENTS OUTSTANDING    *
      *             'FCHK' REFUSED, RECORD DOES NOT SUPPORT ISSUANCE   *
      *    RSN-TEXT IS THE SERVICE CHECK'S OWN EXPLANATION.            *
      *                                                                *
      ******************************************************************
261015 01  TRWCB.
261015     05  NOTICE-YY               PIC X(04).
261015     05  NOTICE-SEQNO            PIC 9(07).
261015     05  RCVE-NO-TXOFF           PIC X(03).
261015     05  RCVE-NO-YY              PIC X(04).
261015     05  RCVE-NO-SEQNO           PIC 9(07).
261015     05  TX-SRVC-TP              PIC X(05).
261015     05  RESID-BUSNID            PIC X(13).
261015     05  TXPAYER-TP              PIC X(01).
261015     05  NOTICE-TP               PIC X(01).
261015         88  NOTICE-TP-REFUSAL       VALUE 'F'.
261015         88  NOTICE-TP-RETURN        VALUE 'R'.
261015     05  RSN-CD                  PIC X(04).
261015         88  RSN-RETURN-DOCS         VALUE 'RDOC'.
261015         88  RSN-RETURN-CHECK        VALUE 'RCHK'.
261015         88  RSN-REFUSAL-DOCS        VALUE 'FDOC'.
261015         88  RSN-REFUSAL-CHECK       VALUE 'FCHK'.
261015     05  RSN-TEXT                PIC X(50).
261015     05  MISSING-DOC-CNT         PIC S9(03) COMP-3.
261015     05  MISSING-DOC-LIST        PIC X(40).
261015     05  NOTICE-DT               PIC X(08).
261015     05  NOTICE-TIME             PIC X(06).
261015     05  RESP-DUE-DT             PIC X(08).
261015     05  FORM-ID                 PIC X(06).
261015     05  FORM-SEQNO              PIC S9(05) COMP-3.
261015     05  ISSUE-OPID              PIC X(08).
