      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCP)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCP  -  COMPLAINT / GRIEVANCE  REGISTER                   *
      *                                                                *
      *    ONE ROW PER FORMAL COMPLAINT TAKEN THROUGH LEP34 (TRAN      *
      *    LE34), WHICH THE LEP32 INQUIRY AND THE LEP33 DASHBOARD      *
      *    OPEN FOR THE BUSINESS ON SCREEN.  THE KEY IS THE OFFICE,    *
      *    THE YEAR RECEIVED AND A 1-ORIGIN SEQUENCE WITHIN THEM.      *
      *    CASE-NO IS THE LEP32 CASE/CALL CONTEXT THE COMPLAINT WAS    *
      *    TAKEN UNDER (SPACE WHEN OPENED WITHOUT ONE).                *
      *    COMPLAINANT-ID IS THE RESID (OR BUSNID) OF THE PERSON       *
      *    COMPLAINING - WHAT THE LEPB4 REPEAT-COMPLAINANT LIST        *
      *    COUNTS ON.  DUE-DT IS RCVE-DT PLUS LIMIT-DAYS BUSINESS      *
      *    DAYS, COUNTED BY LCBSDATE.                                  *
      *    CMPL-CATG:                                                  *
      *      'DC'  DELAYED CERTIFICATE    (REL-KEY-TP 'R')             *
      *      'RF'  WRONG OR LATE REFUND   (REL-KEY-TP 'F')             *
      *      'SV'  STAFF CONDUCT / SERVICE                             *
      *      'OT'  OTHER                                               *
      *    REL-KEY-TP / REL-KEY:                                       *
      *      'R'  DRWA.TRWAD RECEIPT   - TXOFF(3) YY(4) SEQNO(7)       *
      *      'F'  DRWB.TRWBL REFUND    - TXOFF(3) YY(4) SEQNO(7)       *
      *      ' '  NONE                                                 *
      *    CMPL-STAUS:                                                 *
      *      'O'  OPEN                                                 *
      *      'E'  ESCALATED - STILL OPEN PAST DUE-DT (LEPB3 SETS IT    *
      *           AND ESCAL-DT THE MORNING AFTER THE DUE DATE)         *
      *      'C'  CLOSED WITH A RESPONSE - ONTIME-FG 'Y' WHEN CLOSED   *
      *           ON OR BEFORE DUE-DT                                  *
      *                                                                *
      ******************************************************************
261015 01  TRWCP.
261015     05  TXOFF-CD                PIC X(03).
261015     05  CMPL-YEAR               PIC X(04).
261015     05  CMPL-SEQNO              PIC S9(05) COMP-3.
261015     05  CASE-NO                 PIC X(08).
261015     05  BUSNID                  PIC X(10).
261015     05  COMPLAINANT-ID          PIC X(13).
261015     05  COMPLAINANT-NM          PIC X(30).
261015     05  CMPL-CATG               PIC X(02).
261015         88  CMPL-CATG-CERT-DELAY    VALUE 'DC'.
261015         88  CMPL-CATG-REFUND        VALUE 'RF'.
261015         88  CMPL-CATG-SERVICE       VALUE 'SV'.
261015         88  CMPL-CATG-OTHER         VALUE 'OT'.
261015     05  REL-KEY-TP              PIC X(01).
261015         88  REL-KEY-RECEIPT         VALUE 'R'.
261015         88  REL-KEY-REFUND          VALUE 'F'.
261015         88  REL-KEY-NONE            VALUE ' '.
261015     05  REL-KEY                 PIC X(20).
261015     05  CMPL-SUMMARY            PIC X(80).
261015     05  RCVE-DT                 PIC X(08).
261015     05  RCVE-TIME               PIC X(06).
261015     05  RCVE-OPID               PIC X(08).
261015     05  ASSIGN-OPID             PIC X(08).
261015     05  LIMIT-DAYS              PIC S9(03) COMP-3.
261015     05  DUE-DT                  PIC X(08).
261015     05  CMPL-STAUS              PIC X(01).
261015         88  CMPL-STAUS-OPEN         VALUE 'O'.
261015         88  CMPL-STAUS-ESCALATED    VALUE 'E'.
261015         88  CMPL-STAUS-CLOSED       VALUE 'C'.
261015     05  ESCAL-DT                PIC X(08).
261015     05  CLOSE-DT                PIC X(08).
261015     05  CLOSE-OPID              PIC X(08).
261015     05  ONTIME-FG               PIC X(01).
261015     05  RESPONSE-TXT            PIC X(200).
261015     05  STAUS-DT                PIC X(08).
