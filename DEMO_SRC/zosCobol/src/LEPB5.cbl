      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LEPB5.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : DATA-SUBJECT ACCESS REPORT FOR ONE PERSON     *
      *  DESCRIPTION : ANSWERS A PRIVACY-LAW ACCESS REQUEST.  FOR    *
      *                THE SYSIN RESID IT GATHERS EVERY ROW THAT     *
      *                HOLDS THE PERSON - IDENTITY AND ADDRESS,      *
      *                REGISTRATIONS AND CO-OWNERSHIPS, CERTIFICATE  *
      *                REQUESTS WITH THEIR PRINTS AND DELIVERIES,    *
      *                REFUNDS AND THE REFUND ACCOUNT, ARREARS AND   *
      *                PAYMENT AGREEMENTS, CALLBACKS, COMPLAINTS -   *
      *                AND ENDS WITH EVERY LOGGED STAFF LOOKUP OF    *
      *                THE PERSON OR THEIR BUSINESSES (TRWBS).       *
      *                TWO COPIES ARE PRINTED FROM THE SAME PASS:    *
      *                  LEPP050  FOR THE REQUESTER - PLAIN-WORDS    *
      *                           SECTIONS, STAFF SHOWN BY OFFICE    *
      *                           ONLY, RESID MASKED AFTER SIX       *
      *                  LEPP051  INTERNAL FILE COPY - THE SAME      *
      *                           LINES WITH OPERATOR IDS AND        *
      *                           TERMINALS IN FULL                  *
      *                "THEIR BUSINESSES" ARE THOSE THEY APPLIED FOR *
      *                AS REPRESENTATIVE (TTAAA/TTBAA) OR CO-OWN     *
      *                (TTBAH).                                      *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LEPB5                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-RESID   (PIC X(13))        *
      *                           W-SYSIN-REQ-REF (PIC X(12))        *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTIA.TTIAA / DTIA.TTIAB / DTJA.TTJAD    R                   *
      *  DTAA.TTAAA / DTBA.TTBAA / DTBA.TTBAH    R                   *
      *  DRWA.TRWAD / DRWA.TRWAQ / DRWA.TRWAW    R                   *
      *  DRWA.TRYBD / DRWA.TRYBA                 R                   *
      *  DTJB.TTJBD / DTJB.TTJBE                 R                   *
      *  DRWB.TRWBU / DRWB.TRWCP                 R                   *
      *  DRWB.TRWBS / DRWB.TRWBT                 R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      ****************************************************************

      ****************************************************************
      *                                                              *
      *    E N V I R O N M E N T    D I V I S I O N                  *
      *                                                              *
      ****************************************************************
       ENVIRONMENT                       DIVISION.

       CONFIGURATION                     SECTION.

       SOURCE-COMPUTER.                  IBM.
       OBJECT-COMPUTER.                  IBM.

      ****************************************************************
      *                                                              *
      *    I N P U T - O U T P U T    S E C T I O N                  *
      *                                                              *
      ****************************************************************
       INPUT-OUTPUT                      SECTION.

       FILE-CONTROL.
           SELECT  O-PUB-FILE  ASSIGN     TO  LEPP050
                   FILE         STATUS    IS  S-PUB-STATUS.
           SELECT  O-INT-FILE  ASSIGN     TO  LEPP051
                   FILE         STATUS    IS  S-INT-STATUS.

      ****************************************************************
      *                                                              *
      *    D A T A    D I V I S I O N                                *
      *                                                              *
      ****************************************************************
       DATA                              DIVISION.

      ****************************************************************
      *                                                              *
      *    F I L E    S E C T I O N                                  *
      *                                                              *
      ****************************************************************
       FILE                              SECTION.

       FD  O-PUB-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-PUB-REC.
       01  O-PUB-REC                     PIC  X(132).

       FD  O-INT-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-INT-REC.
       01  O-INT-REC                     PIC  X(132).

      ****************************************************************
      *                                                              *
      *    W O R K I N G - S T O R A G E    S E C T I O N            *
      *                                                              *
      ****************************************************************
       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'LEPB5    - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *    U S E R    A B E N D                                      *
      *                                                              *
      ****************************************************************
       01  USER-ABENDS.

           05  U-ABEND.
               10  U-ABEND-CODE1         PIC  9(02)  VALUE  99.

      ****************************************************************
      *                                                              *
      *    A C C U M U L A T O R S                                   *
      *                                                              *
      ****************************************************************
       01  ACCUMULATORS.

           05  A-SECT-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-ITEM-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-INQ-CNT                 PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LEPB5'.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      *    ONE CARD - THE REQUESTER'S RESID AND THE ACCESS-REQUEST   *
      *    REFERENCE IT IS ANSWERING (PRINTED ON BOTH COPIES).       *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-RESID             PIC  X(13)  VALUE  SPACE.
           05  W-SYSIN-REQ-REF           PIC  X(12)  VALUE  SPACE.
           05  FILLER                    PIC  X(55)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-PUB-STATUS              PIC  X(002).
               88  S-PUB-NORMAL                      VALUE '00'.

           05  S-INT-STATUS              PIC  X(002).
               88  S-INT-NORMAL                      VALUE '00'.

      ****************************************************************
      *                                                              *
      *    W O R K    A R E A S                                      *
      *                                                              *
      ****************************************************************
       01  WORK-AREAS.
           05  W-SYSTEM-DATETIME.
               10  W-SYSTEM-DATE         PIC  X(08).
               10  W-SYSTEM-TIME         PIC  X(06).
           05  W-SQLCODE                 PIC  ----9.
           05  W-TITLE                   PIC  X(60)  VALUE  SPACE.
      *    THE "BY" COLUMN OF A DETAIL LINE - THE INTERNAL COPY
      *    NAMES THE OPERATOR, THE REQUESTER'S COPY AT MOST THE
      *    OFFICE.
           05  W-BY-INT                  PIC  X(24)  VALUE  SPACE.
           05  W-BY-PUB                  PIC  X(24)  VALUE  SPACE.
           05  W-RCPT-NO.
               10  W-RCPT-TXOFF          PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  W-RCPT-YY             PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  W-RCPT-SEQNO          PIC  9(07).
           05  W-STAUS-TEXT              PIC  X(20)  VALUE  SPACE.
      *    PERSON ROW - TTIAA WITH ITS TTIAB HOUSEHOLD ADDRESS.
           05  W-P-TXPAYER-TP            PIC  X(01).
           05  W-P-NM                    PIC  X(30).
           05  W-P-TELNO                 PIC  X(12).
           05  W-P-SI-DO                 PIC  X(12).
           05  W-P-GU-SI-GUN             PIC  X(14).
           05  W-P-DONG-UEP-MYUN         PIC  X(14).
           05  W-P-BUNJI                 PIC  S9(09) COMP.
           05  W-P-HO                    PIC  S9(09) COMP.
           05  W-P-APT-BLOCK             PIC  X(30).
           05  W-P-APT-DONG              PIC  X(12).
           05  W-P-APT-HO                PIC  X(06).
      *    REGISTRATION / CO-OWNERSHIP ROW.
           05  W-R-ROLE                  PIC  X(01).
           05  W-R-BUSNID                PIC  X(10).
           05  W-R-TRADE-NM              PIC  X(60).
           05  W-R-OPEN-DT               PIC  X(08).
           05  W-R-OWN-RATE              PIC  S9(03)V99 COMP-3.
      *    CERTIFICATE ROWS.
           05  W-C-ROLE                  PIC  X(01).
      *    ARREARS ROW.
           05  W-J-TXPAYER-TP            PIC  X(01).
           05  W-J-TXTP-CD               PIC  X(02).
           05  W-J-NOPAY-AMT             PIC  S9(15) COMP-3.
      *    INQUIRY ROW - THE OPERATOR'S ROSTER OFFICE, IF ANY.
           05  W-S-TXOFF                 PIC  X(03).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      *    EVERY LINE GOES THROUGH P-LINE; ONLY P-BY DIFFERS         *
      *    BETWEEN THE TWO COPIES.                                   *
      *                                                              *
      ****************************************************************
       01  P-LINE.
           05  P-BODY                    PIC  X(108).
           05  P-BY                      PIC  X(24).

       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'PERSONAL INFORMATION ACCESS REPORT      '.
               10  FILLER                PIC  X(11)  VALUE
                   'REFERENCE: '.
               10  H1-REQ-REF            PIC  X(12).
               10  FILLER                PIC  X(12)  VALUE
                   '  RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(48)  VALUE  SPACE.

           05  H2-PUB-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(56)  VALUE
           'THIS IS WHAT THE TAX OFFICE HOLDS ABOUT RESIDENT NUMBER '.
               10  H2-PUB-RESID          PIC  X(13).
               10  FILLER                PIC  X(62)  VALUE  SPACE.

           05  H3-PUB-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(50)  VALUE
           'AND EVERY TIME A MEMBER OF STAFF HAS LOOKED IT UP.'.
               10  FILLER                PIC  X(33)  VALUE
           ' STAFF ARE SHOWN BY THEIR OFFICE.'.
               10  FILLER                PIC  X(48)  VALUE  SPACE.

           05  H2-INT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(56)  VALUE
           'INTERNAL COPY - OPERATOR IDENTITIES SHOWN - RESID       '.
               10  H2-INT-RESID          PIC  X(13).
               10  FILLER                PIC  X(62)  VALUE  SPACE.

           05  H3-INT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(34)  VALUE
           'NOT FOR RELEASE TO THE REQUESTER -'.
               10  FILLER                PIC  X(25)  VALUE
           ' KEEP ON THE REQUEST FILE'.
               10  FILLER                PIC  X(72)  VALUE  SPACE.

           05  S1-TITLE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  S1-TITLE              PIC  X(60).
               10  FILLER                PIC  X(47)  VALUE  SPACE.

           05  S2-NONE-LINE.
               10  FILLER                PIC  X(04)  VALUE  SPACE.
               10  FILLER                PIC  X(30)  VALUE
                   'NOTHING IS HELD UNDER THIS HEA'.
               10  FILLER                PIC  X(05)  VALUE  'DING.'.
               10  FILLER                PIC  X(69)  VALUE  SPACE.

           05  D01-PERSON-LINE.
               10  FILLER                PIC  X(10)  VALUE
                   '    NAME: '.
               10  D01-NM                PIC  X(30).
               10  FILLER                PIC  X(17)  VALUE
                   '  TAXPAYER TYPE: '.
               10  D01-TXPAYER-TP        PIC  X(01).
               10  FILLER                PIC  X(13)  VALUE
                   '  TELEPHONE: '.
               10  D01-TELNO             PIC  X(12).
               10  FILLER                PIC  X(25)  VALUE  SPACE.

           05  D02-ADDR-LINE.
               10  FILLER                PIC  X(13)  VALUE
                   '    ADDRESS: '.
               10  D02-SI-DO             PIC  X(12).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D02-GU-SI-GUN         PIC  X(14).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D02-DONG-UEP-MYUN     PIC  X(14).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D02-BUNJI             PIC  ZZZZ.
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D02-HO                PIC  ZZZZ.
               10  FILLER                PIC  X(43)  VALUE  SPACE.

           05  D03-APT-LINE.
               10  FILLER                PIC  X(13)  VALUE  SPACE.
               10  D03-APT-BLOCK         PIC  X(30).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D03-APT-DONG          PIC  X(12).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D03-APT-HO            PIC  X(06).
               10  FILLER                PIC  X(45)  VALUE  SPACE.

           05  D04-REG-LINE.
               10  FILLER                PIC  X(04)  VALUE  SPACE.
               10  D04-ROLE              PIC  X(10).
               10  FILLER                PIC  X(14)  VALUE
                   ' BUSINESS NO. '.
               10  D04-BUSNID            PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D04-TRADE-NM          PIC  X(30).
               10  FILLER                PIC  X(08)  VALUE
                   ' OPENED '.
               10  D04-OPEN-DT           PIC  X(08).
               10  D04-SHARE-LIT         PIC  X(07).
               10  D04-SHARE             PIC  ZZ9.99 BLANK WHEN ZERO.
               10  D04-SHARE-PCT         PIC  X(01).
               10  FILLER                PIC  X(09)  VALUE  SPACE.

           05  D05-RCPT-LINE.
               10  FILLER                PIC  X(12)  VALUE
                   '    RECEIPT '.
               10  D05-RCPT-NO           PIC  X(16).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D05-SRVC-TP           PIC  X(05).
               10  FILLER                PIC  X(10)  VALUE
                   ' RECEIVED '.
               10  D05-RCVE-DT           PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D05-STAUS             PIC  X(20).
               10  FILLER                PIC  X(08)  VALUE
                   ' ISSUED '.
               10  D05-ISSUE-DT          PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D05-ROLE              PIC  X(17).

           05  D06-PRINT-LINE.
               10  FILLER                PIC  X(14)  VALUE
                   '      RECEIPT '.
               10  D06-RCPT-NO           PIC  X(16).
               10  FILLER                PIC  X(09)  VALUE
                   ' PRINTED '.
               10  D06-PRINT-DT          PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D06-PRINT-TIME        PIC  X(06).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D06-PRINT-TYPE        PIC  X(10).
               10  FILLER                PIC  X(06)  VALUE
                   ' FORM '.
               10  D06-FORM-ID           PIC  X(06).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D06-VOID              PIC  X(10).
               10  FILLER                PIC  X(20)  VALUE  SPACE.

           05  D07-DELIV-LINE.
               10  FILLER                PIC  X(14)  VALUE
                   '      RECEIPT '.
               10  D07-RCPT-NO           PIC  X(16).
               10  FILLER                PIC  X(10)  VALUE
                   ' DELIVERY '.
               10  D07-CONFIRM-DT        PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D07-CONFIRM-TP        PIC  X(20).
               10  FILLER                PIC  X(06)  VALUE
                   ' NAME '.
               10  D07-SIGNED-BY         PIC  X(30).
               10  FILLER                PIC  X(03)  VALUE  SPACE.

           05  D08-REFUND-LINE.
               10  FILLER                PIC  X(16)  VALUE
                   '    PERIOD FROM '.
               10  D08-ASS-YYMM          PIC  X(06).
               10  FILLER                PIC  X(05)  VALUE
                   ' TAX '.
               10  D08-TXTP-CD           PIC  X(02).
               10  FILLER                PIC  X(08)  VALUE
                   ' REFUND '.
               10  D08-DIV-AMT           PIC  Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(05)  VALUE
                   ' DUE '.
               10  D08-DUE-DT            PIC  X(08).
               10  FILLER                PIC  X(09)  VALUE
                   ' PAYMENT '.
               10  D08-DISB              PIC  X(12).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D08-DISB-DT           PIC  X(08).
               10  FILLER                PIC  X(12)  VALUE  SPACE.

           05  D09-ACCT-LINE.
               10  FILLER                PIC  X(09)  VALUE
                   '    BANK '.
               10  D09-BANK-CD           PIC  X(03).
               10  FILLER                PIC  X(09)  VALUE
                   ' ACCOUNT '.
               10  D09-ACCT-NO           PIC  X(16).
               10  FILLER                PIC  X(08)  VALUE
                   ' HOLDER '.
               10  D09-HOLDER-NM         PIC  X(30).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D09-ACTIVE            PIC  X(08).
               10  FILLER                PIC  X(07)  VALUE
                   ' SINCE '.
               10  D09-REGIST-DT         PIC  X(08).
               10  FILLER                PIC  X(09)  VALUE  SPACE.

           05  D10-ARREARS-LINE.
               10  FILLER                PIC  X(08)  VALUE
                   '    TAX '.
               10  D10-TXTP-CD           PIC  X(02).
               10  FILLER                PIC  X(16)  VALUE
                   ' TAXPAYER TYPE '.
               10  D10-TXPAYER-TP        PIC  X(01).
               10  FILLER                PIC  X(14)  VALUE
                   ' UNPAID       '.
               10  D10-NOPAY-AMT         PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(50)  VALUE  SPACE.

           05  D11-AGREE-LINE.
               10  FILLER                PIC  X(14)  VALUE
                   '    AGREEMENT '.
               10  D11-AGREE-NO          PIC  ZZZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D11-STAUS             PIC  X(10).
               10  FILLER                PIC  X(08)  VALUE
                   ' SET UP '.
               10  D11-SETUP-DT          PIC  X(08).
               10  FILLER                PIC  X(07)  VALUE
                   ' TOTAL '.
               10  D11-TOT-AMT           PIC  Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(13)  VALUE
                   ' INSTALMENTS '.
               10  D11-INSTALL-CNT       PIC  ZZ9.
               10  FILLER                PIC  X(08)  VALUE
                   ' MISSED '.
               10  D11-MISS-CNT          PIC  ZZ9.
               10  FILLER                PIC  X(12)  VALUE  SPACE.

           05  D12-CALLBACK-LINE.
               10  FILLER                PIC  X(13)  VALUE
                   '    CALLBACK '.
               10  D12-CALLBACK-DT       PIC  X(08).
               10  FILLER                PIC  X(10)  VALUE
                   ' BUSINESS '.
               10  D12-BUSNID            PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D12-STAUS             PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D12-REASON            PIC  X(40).
               10  FILLER                PIC  X(15)  VALUE  SPACE.

           05  D13-CMPL-LINE.
               10  FILLER                PIC  X(14)  VALUE
                   '    COMPLAINT '.
               10  D13-TXOFF             PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D13-CMPL-YEAR         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D13-CMPL-SEQNO        PIC  99999.
               10  FILLER                PIC  X(10)  VALUE
                   ' RECEIVED '.
               10  D13-RCVE-DT           PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D13-CATG              PIC  X(22).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D13-STAUS             PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D13-SUMMARY           PIC  X(27).

           05  D14-INQ-LINE.
               10  FILLER                PIC  X(04)  VALUE  SPACE.
               10  D14-INQ-DT            PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D14-INQ-TIME          PIC  X(06).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D14-SCREEN            PIC  X(30).
               10  FILLER                PIC  X(14)  VALUE
                   ' PURPOSE CODE '.
               10  D14-PURPOSE-CD        PIC  X(02).
               10  FILLER                PIC  X(42)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(28)  VALUE
                   'END OF REPORT - ITEMS LISTED'.
               10  FILLER                PIC  X(02)  VALUE  ': '.
               10  T1-ITEM-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(17)  VALUE
                   '  STAFF LOOKUPS: '.
               10  T1-INQ-CNT            PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(66)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWA.TRWAD   (   CERTIFICATE RECEIPTS   )                 *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAD      END-EXEC.

      ****************************************************************
      *    DRWA.TRWAQ   (   CERTIFICATE PRINT LOG   )                *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAQ      END-EXEC.

      ****************************************************************
      *    DRWA.TRWAW   (   DELIVERY CONFIRMATION   )                *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAW      END-EXEC.

      ****************************************************************
      *    DRWA.TRYBD   (   REFUND DIVISION DETAIL   )               *
      ****************************************************************
           EXEC  SQL  INCLUDE  PYOB5      END-EXEC.

      ****************************************************************
      *    DRWA.TRYBA   (   REFUND BANK ACCOUNT   )                  *
      ****************************************************************
           EXEC  SQL  INCLUDE  PYOB8      END-EXEC.

      ****************************************************************
      *    DTJB.TTJBE   (   INSTALMENT AGREEMENT   )                 *
      ****************************************************************
           EXEC  SQL  INCLUDE  TJOBE      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBU   (   CALLBACK SCHEDULE   )                    *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBU      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCP   (   COMPLAINT REGISTER   )                   *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCP      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBS   (   PRIVACY AUDIT LOG   )                    *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBS      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      *    "THE PERSON'S BUSINESSES" RECURS BELOW AS THE SAME        *
      *    SUBSELECT - REPRESENTATIVE ON TTAAA OR TTBAA, OR CO-      *
      *    OWNER ON TTBAH.                                           *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_PERSON : EACH TTIAA TAXPAYER-TYPE ROW WITH THE     *
      *    HOUSEHOLD ADDRESS FROM TTIAB, SPELLED OUT FROM TTJAD.     *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_PERSON  CURSOR  WITH  HOLD  FOR
                 SELECT   I.TXPAYER_TP
                 ,        I.NM
                 ,        I.TELNO
                 ,        COALESCE(J.SI_DO, ' ')
                 ,        COALESCE(J.GU_SI_GUN, ' ')
                 ,        COALESCE(J.DONG_UEP_MYUN, ' ')
                 ,        COALESCE(B.BUNJI, 0)
                 ,        COALESCE(B.HO, 0)
                 ,        COALESCE(B.APT_BLOCK, ' ')
                 ,        COALESCE(B.APT_DONG, ' ')
                 ,        COALESCE(B.APT_HO, ' ')
                 FROM     DTIA.TTIAA  I
                 LEFT OUTER JOIN  DTIA.TTIAB  B
                 ON       B.RESID_HOUSE_HD    =  I.RESID_HOUSE_HD
                 AND      B.TXPAYER_TP_HOUSE  =  I.TXPAYER_TP_HOUSE
                 LEFT OUTER JOIN  DTJA.TTJAD  J
                 ON       J.LGDONG_CD         =  B.LGDONG_CD
                 WHERE    I.RESID  =  :W-SYSIN-RESID
                 ORDER BY I.TXPAYER_TP
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_REG : REGISTRATIONS APPLIED FOR AS REPRESENTATIVE  *
      *    ('O') AND CO-OWNERSHIPS ('C'), OLDEST FIRST.              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_REG  CURSOR  WITH  HOLD  FOR
                 SELECT   'O'
                 ,        B.BUSNID
                 ,        COALESCE(A.TRADE_NM1, ' ')
                 ,        B.RGST_OPEN_DT
                 ,        0
                 FROM     DTBA.TTBAA  B
                 LEFT OUTER JOIN  DTAA.TTAAA  A
                 ON       A.BUSNID   =  B.BUSNID
                 AND      A.LAST_FG  =  'Y'
                 WHERE    B.RESID_CHIEF  =  :W-SYSIN-RESID
                 UNION ALL
                 SELECT   'C'
                 ,        B.BUSNID
                 ,        COALESCE(A.TRADE_NM1, ' ')
                 ,        B.RGST_OPEN_DT
                 ,        H.OWN_RATE
                 FROM     DTBA.TTBAH  H
                 INNER JOIN  DTBA.TTBAA  B
                 ON       B.TXOFF_CD   =  H.TXOFF_CD
                 AND      B.RCVE_YEAR  =  H.RCVE_YEAR
                 AND      B.RCVE_NO    =  H.RCVE_NO
                 LEFT OUTER JOIN  DTAA.TTAAA  A
                 ON       A.BUSNID   =  B.BUSNID
                 AND      A.LAST_FG  =  'Y'
                 WHERE    H.RESID  =  :W-SYSIN-RESID
                 ORDER BY 4, 2, 1
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_RCPT : CERTIFICATE REQUESTS ABOUT THE PERSON OR    *
      *    THEIR BUSINESS, OR WHICH THEY MADE OR RECEIVED.  THE      *
      *    ROLE COLUMN SAYS WHICH.                                   *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_RCPT  CURSOR  WITH  HOLD  FOR
                 SELECT   D.RCVE_NO_TXOFF
                 ,        D.RCVE_NO_YY
                 ,        D.RCVE_NO_SEQNO
                 ,        D.TX_SRVC_TP
                 ,        D.RCVE_DT
                 ,        D.TREAT_STAUS
                 ,        D.ISSUE_DT
                 ,        CASE WHEN D.RESID_BUSNID = :W-SYSIN-RESID
                               THEN 'S'
                               WHEN D.RESID_RQSTR  = :W-SYSIN-RESID
                               THEN 'Q'
                               WHEN D.RESID_RCVER  = :W-SYSIN-RESID
                               THEN 'V'
                               ELSE 'B'
                          END
                 FROM     DRWA.TRWAD  D
                 WHERE    D.RESID_BUSNID  =  :W-SYSIN-RESID
                 OR       D.RESID_RQSTR   =  :W-SYSIN-RESID
                 OR       D.RESID_RCVER   =  :W-SYSIN-RESID
                 OR       SUBSTR(D.RESID_BUSNID, 1, 10)  IN
                        ( SELECT  A.BUSNID
                          FROM    DTAA.TTAAA  A
                          WHERE   A.RESID_CHIEF  =  :W-SYSIN-RESID
                          UNION
                          SELECT  B.BUSNID
                          FROM    DTBA.TTBAH  H
                          ,       DTBA.TTBAA  B
                          WHERE   H.RESID      =  :W-SYSIN-RESID
                          AND     B.TXOFF_CD   =  H.TXOFF_CD
                          AND     B.RCVE_YEAR  =  H.RCVE_YEAR
                          AND     B.RCVE_NO    =  H.RCVE_NO
                          AND     B.BUSNID     >  ' ' )
                 ORDER BY D.RCVE_DT, D.RCVE_NO_TXOFF, D.RCVE_NO_YY,
                          D.RCVE_NO_SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_PRINT : EVERY PRINT OF THOSE CERTIFICATES.         *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_PRINT  CURSOR  WITH  HOLD  FOR
                 SELECT   Q.RCVE_NO_TXOFF
                 ,        Q.RCVE_NO_YY
                 ,        Q.RCVE_NO_SEQNO
                 ,        Q.PRINT_DT
                 ,        Q.PRINT_TIME
                 ,        Q.PRINT_TYPE
                 ,        Q.FORM_ID
                 ,        Q.VOID_FG
                 ,        Q.PRINT_OPID
                 FROM     DRWA.TRWAQ  Q
                 INNER JOIN  DRWA.TRWAD  D
                 ON       D.RCVE_NO_TXOFF  =  Q.RCVE_NO_TXOFF
                 AND      D.RCVE_NO_YY     =  Q.RCVE_NO_YY
                 AND      D.RCVE_NO_SEQNO  =  Q.RCVE_NO_SEQNO
                 WHERE    D.RESID_BUSNID  =  :W-SYSIN-RESID
                 OR       D.RESID_RQSTR   =  :W-SYSIN-RESID
                 OR       D.RESID_RCVER   =  :W-SYSIN-RESID
                 OR       SUBSTR(D.RESID_BUSNID, 1, 10)  IN
                        ( SELECT  A.BUSNID
                          FROM    DTAA.TTAAA  A
                          WHERE   A.RESID_CHIEF  =  :W-SYSIN-RESID
                          UNION
                          SELECT  B.BUSNID
                          FROM    DTBA.TTBAH  H
                          ,       DTBA.TTBAA  B
                          WHERE   H.RESID      =  :W-SYSIN-RESID
                          AND     B.TXOFF_CD   =  H.TXOFF_CD
                          AND     B.RCVE_YEAR  =  H.RCVE_YEAR
                          AND     B.RCVE_NO    =  H.RCVE_NO
                          AND     B.BUSNID     >  ' ' )
                 ORDER BY Q.PRINT_DT, Q.PRINT_TIME
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_DELIV : EVERY DELIVERY CONFIRMATION OF THEM.       *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_DELIV  CURSOR  WITH  HOLD  FOR
                 SELECT   W.RCVE_NO_TXOFF
                 ,        W.RCVE_NO_YY
                 ,        W.RCVE_NO_SEQNO
                 ,        W.CONFIRM_DT
                 ,        W.CONFIRM_TP
                 ,        W.SIGNED_BY
                 ,        W.CONFIRM_OPID
                 FROM     DRWA.TRWAW  W
                 INNER JOIN  DRWA.TRWAD  D
                 ON       D.RCVE_NO_TXOFF  =  W.RCVE_NO_TXOFF
                 AND      D.RCVE_NO_YY     =  W.RCVE_NO_YY
                 AND      D.RCVE_NO_SEQNO  =  W.RCVE_NO_SEQNO
                 WHERE    D.RESID_BUSNID  =  :W-SYSIN-RESID
                 OR       D.RESID_RQSTR   =  :W-SYSIN-RESID
                 OR       D.RESID_RCVER   =  :W-SYSIN-RESID
                 OR       SUBSTR(D.RESID_BUSNID, 1, 10)  IN
                        ( SELECT  A.BUSNID
                          FROM    DTAA.TTAAA  A
                          WHERE   A.RESID_CHIEF  =  :W-SYSIN-RESID
                          UNION
                          SELECT  B.BUSNID
                          FROM    DTBA.TTBAH  H
                          ,       DTBA.TTBAA  B
                          WHERE   H.RESID      =  :W-SYSIN-RESID
                          AND     B.TXOFF_CD   =  H.TXOFF_CD
                          AND     B.RCVE_YEAR  =  H.RCVE_YEAR
                          AND     B.RCVE_NO    =  H.RCVE_NO
                          AND     B.BUSNID     >  ' ' )
                 ORDER BY W.CONFIRM_DT, W.CONFIRM_TIME
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_REFUND : REFUNDS DUE OR PAID TO THE PERSON.        *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_REFUND  CURSOR  WITH  HOLD  FOR
                 SELECT   ASS_YYMM_FR
                 ,        TXTP_CD
                 ,        DIV_AMT
                 ,        DUE_DT
                 ,        DISB_STATUS
                 ,        DISB_DT
                 FROM     DRWA.TRYBD
                 WHERE    RESID  =  :W-SYSIN-RESID
                 ORDER BY ASS_YYMM_FR, TXTP_CD
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_ACCT : BANK ACCOUNTS REGISTERED FOR REFUNDS.       *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_ACCT  CURSOR  WITH  HOLD  FOR
                 SELECT   BANK_CD
                 ,        ACCT_NO
                 ,        ACCT_HOLDER_NM
                 ,        ACTIVE_FG
                 ,        REGIST_DT
                 ,        REGIST_OPID
                 FROM     DRWA.TRYBA
                 WHERE    RESID  =  :W-SYSIN-RESID
                 ORDER BY REGIST_DT
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_ARREARS : UNPAID BALANCES.                         *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_ARREARS  CURSOR  WITH  HOLD  FOR
                 SELECT   TXPAYER_TP
                 ,        TXTP_CD
                 ,        NOPAY_AMT
                 FROM     DTJB.TTJBD
                 WHERE    RESID  =  :W-SYSIN-RESID
                 ORDER BY TXPAYER_TP, TXTP_CD
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_AGREE : INSTALMENT AGREEMENTS.                     *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_AGREE  CURSOR  WITH  HOLD  FOR
                 SELECT   AGREE_NO
                 ,        AGREE_STAUS
                 ,        SETUP_DT
                 ,        TOT_AMT
                 ,        INSTALL_CNT
                 ,        MISS_CNT
                 ,        REGIST_OPID
                 FROM     DTJB.TTJBE
                 WHERE    RESID  =  :W-SYSIN-RESID
                 ORDER BY SETUP_DT, AGREE_NO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_CB : CALLBACKS PROMISED ON THEIR BUSINESSES.       *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_CB  CURSOR  WITH  HOLD  FOR
                 SELECT   CALLBACK_DT
                 ,        BUSNID
                 ,        CMPLT_FG
                 ,        REASON
                 ,        TAKEN_BY_OPID
                 FROM     DRWB.TRWBU
                 WHERE    BUSNID  IN
                        ( SELECT  A.BUSNID
                          FROM    DTAA.TTAAA  A
                          WHERE   A.RESID_CHIEF  =  :W-SYSIN-RESID
                          UNION
                          SELECT  B.BUSNID
                          FROM    DTBA.TTBAH  H
                          ,       DTBA.TTBAA  B
                          WHERE   H.RESID      =  :W-SYSIN-RESID
                          AND     B.TXOFF_CD   =  H.TXOFF_CD
                          AND     B.RCVE_YEAR  =  H.RCVE_YEAR
                          AND     B.RCVE_NO    =  H.RCVE_NO
                          AND     B.BUSNID     >  ' ' )
                 ORDER BY CALLBACK_DT, CASE_NO, CALLBACK_SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_CMPL : COMPLAINTS THEY MADE OR ABOUT THEIR         *
      *    BUSINESSES.                                               *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_CMPL  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD
                 ,        CMPL_YEAR
                 ,        CMPL_SEQNO
                 ,        RCVE_DT
                 ,        CMPL_CATG
                 ,        CMPL_STAUS
                 ,        CMPL_SUMMARY
                 ,        ASSIGN_OPID
                 FROM     DRWB.TRWCP
                 WHERE    COMPLAINANT_ID  =  :W-SYSIN-RESID
                 OR       BUSNID  IN
                        ( SELECT  A.BUSNID
                          FROM    DTAA.TTAAA  A
                          WHERE   A.RESID_CHIEF  =  :W-SYSIN-RESID
                          UNION
                          SELECT  B.BUSNID
                          FROM    DTBA.TTBAH  H
                          ,       DTBA.TTBAA  B
                          WHERE   H.RESID      =  :W-SYSIN-RESID
                          AND     B.TXOFF_CD   =  H.TXOFF_CD
                          AND     B.RCVE_YEAR  =  H.RCVE_YEAR
                          AND     B.RCVE_NO    =  H.RCVE_NO
                          AND     B.BUSNID     >  ' ' )
                 ORDER BY RCVE_DT, TXOFF_CD, CMPL_YEAR, CMPL_SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_INQ : EVERY LOGGED LOOKUP OF THE PERSON OR ONE OF  *
      *    THEIR BUSINESSES.  THE KEY IS AS EACH SCREEN LOGS IT:     *
      *    RESID OR BUSNID FROM POSITION 1 (MAPML, THE LEP32 UNMASK  *
      *    ROW), OFFICE + BUSNID FROM POSITION 1 (LEP32/LEP33        *
      *    INQUIRY).  NAME SEARCHES ARE NOT TIED TO A PERSON AND ARE *
      *    NOT LISTED.  THE OFFICE IS THE OPERATOR'S ROSTER OFFICE.  *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_INQ  CURSOR  WITH  HOLD  FOR
                 SELECT   S.INQ_DT
                 ,        S.INQ_TIME
                 ,        S.PGM_ID
                 ,        S.INQ_STEP
                 ,        S.PURPOSE_CD
                 ,        S.OPID
                 ,        S.TERM_ID
                 ,        COALESCE(
                          (SELECT MIN(T.TXOFF_CD)
                             FROM DRWB.TRWBT  T
                            WHERE T.EXMR_OPID = S.OPID), ' ')
                 FROM     DRWB.TRWBS  S
                 WHERE    SUBSTR(S.INQ_KEY, 1, 13)  =  :W-SYSIN-RESID
                 OR       SUBSTR(S.INQ_KEY, 1, 10)  IN
                        ( SELECT  A.BUSNID
                          FROM    DTAA.TTAAA  A
                          WHERE   A.RESID_CHIEF  =  :W-SYSIN-RESID
                          UNION
                          SELECT  B.BUSNID
                          FROM    DTBA.TTBAH  H
                          ,       DTBA.TTBAA  B
                          WHERE   H.RESID      =  :W-SYSIN-RESID
                          AND     B.TXOFF_CD   =  H.TXOFF_CD
                          AND     B.RCVE_YEAR  =  H.RCVE_YEAR
                          AND     B.RCVE_NO    =  H.RCVE_NO
                          AND     B.BUSNID     >  ' ' )
                 OR     ( S.PGM_ID  IN ('LEP32', 'LEP33')
                 AND      S.INQ_STEP  <>  '20'
                 AND      SUBSTR(S.INQ_KEY, 4, 10)  IN
                        ( SELECT  A.BUSNID
                          FROM    DTAA.TTAAA  A
                          WHERE   A.RESID_CHIEF  =  :W-SYSIN-RESID
                          UNION
                          SELECT  B.BUSNID
                          FROM    DTBA.TTBAH  H
                          ,       DTBA.TTBAA  B
                          WHERE   H.RESID      =  :W-SYSIN-RESID
                          AND     B.TXOFF_CD   =  H.TXOFF_CD
                          AND     B.RCVE_YEAR  =  H.RCVE_YEAR
                          AND     B.RCVE_NO    =  H.RCVE_NO
                          AND     B.BUSNID     >  ' ' ) )
                 ORDER BY S.INQ_DT, S.INQ_TIME
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LEPB5    *** WORKING STORAGE ENDS HERE  '.

      ****************************************************************
      *                                                              *
      *    P R O C E D U R E    D I V I S I O N                      *
      *                                                              *
      ****************************************************************
       PROCEDURE                         DIVISION.

      ****************************************************************
      *                                                              *
      *    M A I N    P R O C E S S                                  *
      *                                                              *
      ****************************************************************
       S0100-MAIN                        SECTION.

           PERFORM  S0200-INITIALIZATION.

           PERFORM  S1100-PERSON.

           PERFORM  S1200-REGISTRATIONS.

           PERFORM  S1300-CERTIFICATES.

           PERFORM  S1400-REFUNDS.

           PERFORM  S1500-ARREARS.

           PERFORM  S1600-CALLBACKS.

           PERFORM  S1700-COMPLAINTS.

           PERFORM  S1800-INQUIRIES.

           PERFORM  S1900-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LEPB5    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** LEPB5    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* REQUEST-REF    : ' W-SYSIN-REQ-REF.
           DISPLAY '* ITEM-CNT       : ' A-ITEM-CNT.
           DISPLAY '* INQUIRY-CNT    : ' A-INQ-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-PUB-FILE.
           CLOSE  O-INT-FILE.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      *    THE REQUESTER'S OWN RESID IS SHOWN TO THE SIXTH DIGIT ON  *
      *    THEIR COPY, AS LEP32 MASKS IT ON SCREEN.                  *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    ACCUMULATORS.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LEPB5    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-RESID             =   SPACE
               DISPLAY 'S0200:ERROR=SUPPLY THE REQUESTER RESID'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-PUB-FILE.

           IF  NOT  S-PUB-NORMAL
               DISPLAY
               'S0200:ERROR=LEPP050 OPEN ERROR(' S-PUB-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-INT-FILE.

           IF  NOT  S-INT-NORMAL
               DISPLAY
               'S0200:ERROR=LEPP051 OPEN ERROR(' S-INT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSIN-REQ-REF         TO  H1-REQ-REF.
           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           MOVE  W-SYSIN-RESID           TO  H2-INT-RESID.
           MOVE  W-SYSIN-RESID (1:6)     TO  H2-PUB-RESID.
           MOVE  '*******'               TO  H2-PUB-RESID (7:7).

           WRITE  O-PUB-REC  FROM  H1-HEAD-LINE.
           WRITE  O-PUB-REC  FROM  H2-PUB-LINE.
           WRITE  O-PUB-REC  FROM  H3-PUB-LINE.
           WRITE  O-INT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-INT-REC  FROM  H2-INT-LINE.
           WRITE  O-INT-REC  FROM  H3-INT-LINE.
           ADD   6                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - P E R S O N                                   *
      *                                                              *
      ****************************************************************
       S1100-PERSON                      SECTION.

           MOVE  '1. YOUR NAME, CONTACT DETAILS AND ADDRESS'
                                          TO  W-TITLE.
           PERFORM  S5000-WRITE-TITLE.

           EXEC  SQL  OPEN  CURSOR_PERSON   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR PERSON OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_PERSON
                    INTO  :W-P-TXPAYER-TP
                    ,     :W-P-NM
                    ,     :W-P-TELNO
                    ,     :W-P-SI-DO
                    ,     :W-P-GU-SI-GUN
                    ,     :W-P-DONG-UEP-MYUN
                    ,     :W-P-BUNJI
                    ,     :W-P-HO
                    ,     :W-P-APT-BLOCK
                    ,     :W-P-APT-DONG
                    ,     :W-P-APT-HO
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1110-WRITE-PERSON
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_PERSON   END-EXEC.

           PERFORM  S5300-SECTION-END.

       S1100-PERSON-EXIT.
           EXIT.

       S1110-WRITE-PERSON                SECTION.

           MOVE  W-P-NM                   TO  D01-NM.
           MOVE  W-P-TXPAYER-TP           TO  D01-TXPAYER-TP.
           MOVE  W-P-TELNO                TO  D01-TELNO.
           MOVE  D01-PERSON-LINE          TO  P-BODY.
           PERFORM  S5100-WRITE-DETAIL.

           IF  W-P-SI-DO  =  SPACE  AND  W-P-APT-BLOCK  =  SPACE
               GO TO  S1110-WRITE-PERSON-EXIT
           END-IF.

           MOVE  W-P-SI-DO                TO  D02-SI-DO.
           MOVE  W-P-GU-SI-GUN            TO  D02-GU-SI-GUN.
           MOVE  W-P-DONG-UEP-MYUN        TO  D02-DONG-UEP-MYUN.
           MOVE  W-P-BUNJI                TO  D02-BUNJI.
           MOVE  W-P-HO                   TO  D02-HO.
           MOVE  D02-ADDR-LINE            TO  P-BODY.
           PERFORM  S5200-WRITE-CONTINUATION.

           IF  W-P-APT-BLOCK  NOT =  SPACE
               MOVE  W-P-APT-BLOCK        TO  D03-APT-BLOCK
               MOVE  W-P-APT-DONG         TO  D03-APT-DONG
               MOVE  W-P-APT-HO           TO  D03-APT-HO
               MOVE  D03-APT-LINE         TO  P-BODY
               PERFORM  S5200-WRITE-CONTINUATION
           END-IF.

       S1110-WRITE-PERSON-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - R E G I S T R A T I O N S                     *
      *                                                              *
      ****************************************************************
       S1200-REGISTRATIONS               SECTION.

           MOVE  '2. BUSINESSES YOU REGISTERED OR CO-OWN'
                                          TO  W-TITLE.
           PERFORM  S5000-WRITE-TITLE.

           EXEC  SQL  OPEN  CURSOR_REG   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1200:DB ERROR REG OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_REG
                    INTO  :W-R-ROLE
                    ,     :W-R-BUSNID
                    ,     :W-R-TRADE-NM
                    ,     :W-R-OPEN-DT
                    ,     :W-R-OWN-RATE
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1210-WRITE-REG
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_REG   END-EXEC.

           PERFORM  S5300-SECTION-END.

       S1200-REGISTRATIONS-EXIT.
           EXIT.

       S1210-WRITE-REG                   SECTION.

           IF  W-R-ROLE  =  'O'
               MOVE  'OWNER'              TO  D04-ROLE
               MOVE  SPACE                TO  D04-SHARE-LIT
                                              D04-SHARE-PCT
           ELSE
               MOVE  'CO-OWNER'           TO  D04-ROLE
               MOVE  ' SHARE '            TO  D04-SHARE-LIT
               MOVE  '%'                  TO  D04-SHARE-PCT
           END-IF.
           MOVE  W-R-BUSNID               TO  D04-BUSNID.
           MOVE  W-R-TRADE-NM             TO  D04-TRADE-NM.
           MOVE  W-R-OPEN-DT              TO  D04-OPEN-DT.
           MOVE  W-R-OWN-RATE             TO  D04-SHARE.
           MOVE  D04-REG-LINE             TO  P-BODY.
           PERFORM  S5100-WRITE-DETAIL.

       S1210-WRITE-REG-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - C E R T I F I C A T E S                       *
      *                                                              *
      *    THE REQUESTS FIRST, THEN EVERY PRINT AND DELIVERY OF      *
      *    THEM - WHO PRINTED AND WHO CONFIRMED ON THE INTERNAL      *
      *    COPY ONLY.                                                *
      *                                                              *
      ****************************************************************
       S1300-CERTIFICATES                SECTION.

           MOVE  '3. CERTIFICATES REQUESTED, PRINTED AND DELIVERED'
                                          TO  W-TITLE.
           PERFORM  S5000-WRITE-TITLE.

           EXEC  SQL  OPEN  CURSOR_RCPT   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1300:DB ERROR RCPT OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_RCPT
                    INTO  :TRWAD.RCVE-NO-TXOFF
                    ,     :TRWAD.RCVE-NO-YY
                    ,     :TRWAD.RCVE-NO-SEQNO
                    ,     :TRWAD.TX-SRVC-TP
                    ,     :TRWAD.RCVE-DT
                    ,     :TRWAD.TREAT-STAUS
                    ,     :TRWAD.ISSUE-DT
                    ,     :W-C-ROLE
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1310-WRITE-RCPT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_RCPT   END-EXEC.

           EXEC  SQL  OPEN  CURSOR_PRINT   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1300:DB ERROR PRINT OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_PRINT
                    INTO  :TRWAQ.RCVE-NO-TXOFF
                    ,     :TRWAQ.RCVE-NO-YY
                    ,     :TRWAQ.RCVE-NO-SEQNO
                    ,     :TRWAQ.PRINT-DT
                    ,     :TRWAQ.PRINT-TIME
                    ,     :TRWAQ.PRINT-TYPE
                    ,     :TRWAQ.FORM-ID
                    ,     :TRWAQ.VOID-FG
                    ,     :TRWAQ.PRINT-OPID
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1320-WRITE-PRINT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_PRINT   END-EXEC.

           EXEC  SQL  OPEN  CURSOR_DELIV   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1300:DB ERROR DELIV OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_DELIV
                    INTO  :TRWAW.RCVE-NO-TXOFF
                    ,     :TRWAW.RCVE-NO-YY
                    ,     :TRWAW.RCVE-NO-SEQNO
                    ,     :TRWAW.CONFIRM-DT
                    ,     :TRWAW.CONFIRM-TP
                    ,     :TRWAW.SIGNED-BY
                    ,     :TRWAW.CONFIRM-OPID
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1330-WRITE-DELIV
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_DELIV   END-EXEC.

           PERFORM  S5300-SECTION-END.

       S1300-CERTIFICATES-EXIT.
           EXIT.

      ****************************************************************
      *    TREAT-STAUS IN WORDS - '41'/'42' ARE HELD FOR REVIEW,     *
      *    ANYTHING NOT CLOSED IS STILL BEING DEALT WITH.            *
      ****************************************************************
       S1310-WRITE-RCPT                  SECTION.

           MOVE  RCVE-NO-TXOFF OF TRWAD   TO  W-RCPT-TXOFF.
           MOVE  RCVE-NO-YY    OF TRWAD   TO  W-RCPT-YY.
           MOVE  RCVE-NO-SEQNO OF TRWAD   TO  W-RCPT-SEQNO.

           EVALUATE  TREAT-STAUS OF TRWAD
               WHEN  '12'
                     MOVE  'ISSUED'              TO  W-STAUS-TEXT
               WHEN  '21'
                     MOVE  'COMPLETED'           TO  W-STAUS-TEXT
               WHEN  '95'
                     MOVE  'CANCELLED'           TO  W-STAUS-TEXT
               WHEN  '97'
                     MOVE  'REVOKED'             TO  W-STAUS-TEXT
               WHEN  '99'
                     MOVE  'REFUSED'             TO  W-STAUS-TEXT
               WHEN  '41'
               WHEN  '42'
                     MOVE  'HELD FOR REVIEW'     TO  W-STAUS-TEXT
               WHEN  OTHER
                     MOVE  'BEING PROCESSED'     TO  W-STAUS-TEXT
           END-EVALUATE.

           MOVE  W-RCPT-NO                TO  D05-RCPT-NO.
           MOVE  TX-SRVC-TP OF TRWAD      TO  D05-SRVC-TP.
           MOVE  RCVE-DT    OF TRWAD      TO  D05-RCVE-DT.
           MOVE  W-STAUS-TEXT             TO  D05-STAUS.
           MOVE  ISSUE-DT   OF TRWAD      TO  D05-ISSUE-DT.

           EVALUATE  W-C-ROLE
               WHEN  'S'
                     MOVE  'ABOUT YOU'           TO  D05-ROLE
               WHEN  'Q'
                     MOVE  'REQUESTED BY YOU'    TO  D05-ROLE
               WHEN  'V'
                     MOVE  'SENT TO YOU'         TO  D05-ROLE
               WHEN  OTHER
                     MOVE  'YOUR BUSINESS'       TO  D05-ROLE
           END-EVALUATE.

           MOVE  D05-RCPT-LINE            TO  P-BODY.
           PERFORM  S5100-WRITE-DETAIL.

       S1310-WRITE-RCPT-EXIT.
           EXIT.

       S1320-WRITE-PRINT                 SECTION.

           MOVE  RCVE-NO-TXOFF OF TRWAQ   TO  W-RCPT-TXOFF.
           MOVE  RCVE-NO-YY    OF TRWAQ   TO  W-RCPT-YY.
           MOVE  RCVE-NO-SEQNO OF TRWAQ   TO  W-RCPT-SEQNO.

           MOVE  W-RCPT-NO                TO  D06-RCPT-NO.
           MOVE  PRINT-DT   OF TRWAQ      TO  D06-PRINT-DT.
           MOVE  PRINT-TIME OF TRWAQ      TO  D06-PRINT-TIME.
           MOVE  FORM-ID    OF TRWAQ      TO  D06-FORM-ID.

           IF  PRINT-TYPE-REPRINT
               MOVE  'REPRINT'            TO  D06-PRINT-TYPE
           ELSE
               MOVE  'ORIGINAL'           TO  D06-PRINT-TYPE
           END-IF.

           IF  VOID-FG-YES
               MOVE  'VOIDED'             TO  D06-VOID
           ELSE
               MOVE  SPACE                TO  D06-VOID
           END-IF.

           MOVE  D06-PRINT-LINE           TO  P-BODY.
           MOVE  SPACE                    TO  W-S-TXOFF.
           PERFORM  S5400-STAFF-BY.
           MOVE  PRINT-OPID OF TRWAQ      TO  W-BY-INT (4:8).
           PERFORM  S5100-WRITE-DETAIL.

       S1320-WRITE-PRINT-EXIT.
           EXIT.

       S1330-WRITE-DELIV                 SECTION.

           MOVE  RCVE-NO-TXOFF OF TRWAW   TO  W-RCPT-TXOFF.
           MOVE  RCVE-NO-YY    OF TRWAW   TO  W-RCPT-YY.
           MOVE  RCVE-NO-SEQNO OF TRWAW   TO  W-RCPT-SEQNO.

           MOVE  W-RCPT-NO                TO  D07-RCPT-NO.
           MOVE  CONFIRM-DT OF TRWAW      TO  D07-CONFIRM-DT.
           MOVE  SIGNED-BY  OF TRWAW      TO  D07-SIGNED-BY.

           EVALUATE  TRUE
               WHEN  CONFIRM-TP-SIGNED
                     MOVE  'SIGNED FOR'          TO  D07-CONFIRM-TP
               WHEN  CONFIRM-TP-UNDELIV
                     MOVE  'NOT DELIVERED'       TO  D07-CONFIRM-TP
               WHEN  CONFIRM-TP-PICKUP
                     MOVE  'COLLECTED IN PERSON' TO  D07-CONFIRM-TP
               WHEN  CONFIRM-TP-ETRANS
                     MOVE  'SENT ELECTRONICALLY' TO  D07-CONFIRM-TP
               WHEN  CONFIRM-TP-NOSHOW
                     MOVE  'NOT COLLECTED'       TO  D07-CONFIRM-TP
               WHEN  OTHER
                     MOVE  CONFIRM-TP OF TRWAW   TO  D07-CONFIRM-TP
           END-EVALUATE.

           MOVE  D07-DELIV-LINE           TO  P-BODY.
           MOVE  SPACE                    TO  W-S-TXOFF.
           PERFORM  S5400-STAFF-BY.
           MOVE  CONFIRM-OPID OF TRWAW    TO  W-BY-INT (4:8).
           PERFORM  S5100-WRITE-DETAIL.

       S1330-WRITE-DELIV-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 4 0 0 - R E F U N D S                                 *
      *                                                              *
      ****************************************************************
       S1400-REFUNDS                     SECTION.

           MOVE  '4. REFUNDS AND YOUR REFUND BANK ACCOUNT'
                                          TO  W-TITLE.
           PERFORM  S5000-WRITE-TITLE.

           EXEC  SQL  OPEN  CURSOR_REFUND   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1400:DB ERROR REFUND OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_REFUND
                    INTO  :TRYBD.ASS-YYMM-FR
                    ,     :TRYBD.TXTP-CD
                    ,     :TRYBD.DIV-AMT
                    ,     :TRYBD.DUE-DT
                    ,     :TRYBD.DISB-STATUS
                    ,     :TRYBD.DISB-DT
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1410-WRITE-REFUND
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_REFUND   END-EXEC.

           EXEC  SQL  OPEN  CURSOR_ACCT   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1400:DB ERROR ACCT OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_ACCT
                    INTO  :TRYBA.BANK-CD
                    ,     :TRYBA.ACCT-NO
                    ,     :TRYBA.ACCT-HOLDER-NM
                    ,     :TRYBA.ACTIVE-FG
                    ,     :TRYBA.REGIST-DT
                    ,     :TRYBA.REGIST-OPID
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1420-WRITE-ACCT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_ACCT   END-EXEC.

           PERFORM  S5300-SECTION-END.

       S1400-REFUNDS-EXIT.
           EXIT.

       S1410-WRITE-REFUND                SECTION.

           MOVE  ASS-YYMM-FR OF TRYBD     TO  D08-ASS-YYMM.
           MOVE  TXTP-CD     OF TRYBD     TO  D08-TXTP-CD.
           MOVE  DIV-AMT     OF TRYBD     TO  D08-DIV-AMT.
           MOVE  DUE-DT      OF TRYBD     TO  D08-DUE-DT.
           MOVE  DISB-DT     OF TRYBD     TO  D08-DISB-DT.

           EVALUATE  TRUE
               WHEN  DISB-SENT
                     MOVE  'SENT TO BANK'        TO  D08-DISB
               WHEN  DISB-PAID
                     MOVE  'PAID'                TO  D08-DISB
               WHEN  DISB-FAILED
                     MOVE  'BANK REJECTED'       TO  D08-DISB
               WHEN  DISB-ESCHEATED
                     MOVE  'UNCLAIMED'           TO  D08-DISB
               WHEN  OTHER
                     MOVE  'NOT YET PAID'        TO  D08-DISB
           END-EVALUATE.

           MOVE  D08-REFUND-LINE          TO  P-BODY.
           PERFORM  S5100-WRITE-DETAIL.

       S1410-WRITE-REFUND-EXIT.
           EXIT.

       S1420-WRITE-ACCT                  SECTION.

           MOVE  BANK-CD        OF TRYBA  TO  D09-BANK-CD.
           MOVE  ACCT-NO        OF TRYBA  TO  D09-ACCT-NO.
           MOVE  ACCT-HOLDER-NM OF TRYBA  TO  D09-HOLDER-NM.
           MOVE  REGIST-DT      OF TRYBA  TO  D09-REGIST-DT.

           IF  ACTIVE-FG-YES
               MOVE  'IN USE'             TO  D09-ACTIVE
           ELSE
               MOVE  'REPLACED'           TO  D09-ACTIVE
           END-IF.

           MOVE  D09-ACCT-LINE            TO  P-BODY.
           MOVE  SPACE                    TO  W-S-TXOFF.
           PERFORM  S5400-STAFF-BY.
           MOVE  REGIST-OPID OF TRYBA     TO  W-BY-INT (4:8).
           PERFORM  S5100-WRITE-DETAIL.

       S1420-WRITE-ACCT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 0 0 - A R R E A R S                                 *
      *                                                              *
      ****************************************************************
       S1500-ARREARS                     SECTION.

           MOVE  '5. UNPAID TAX AND PAYMENT AGREEMENTS'
                                          TO  W-TITLE.
           PERFORM  S5000-WRITE-TITLE.

           EXEC  SQL  OPEN  CURSOR_ARREARS   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1500:DB ERROR ARREARS OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_ARREARS
                    INTO  :W-J-TXPAYER-TP
                    ,     :W-J-TXTP-CD
                    ,     :W-J-NOPAY-AMT
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  MOVE  W-J-TXTP-CD       TO  D10-TXTP-CD
                  MOVE  W-J-TXPAYER-TP    TO  D10-TXPAYER-TP
                  MOVE  W-J-NOPAY-AMT     TO  D10-NOPAY-AMT
                  MOVE  D10-ARREARS-LINE  TO  P-BODY
                  PERFORM  S5100-WRITE-DETAIL
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_ARREARS   END-EXEC.

           EXEC  SQL  OPEN  CURSOR_AGREE   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1500:DB ERROR AGREE OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_AGREE
                    INTO  :TTJBE.AGREE-NO
                    ,     :TTJBE.AGREE-STAUS
                    ,     :TTJBE.SETUP-DT
                    ,     :TTJBE.TOT-AMT
                    ,     :TTJBE.INSTALL-CNT
                    ,     :TTJBE.MISS-CNT
                    ,     :TTJBE.REGIST-OPID
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1510-WRITE-AGREE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_AGREE   END-EXEC.

           PERFORM  S5300-SECTION-END.

       S1500-ARREARS-EXIT.
           EXIT.

       S1510-WRITE-AGREE                 SECTION.

           MOVE  AGREE-NO    OF TTJBE     TO  D11-AGREE-NO.
           MOVE  SETUP-DT    OF TTJBE     TO  D11-SETUP-DT.
           MOVE  TOT-AMT     OF TTJBE     TO  D11-TOT-AMT.
           MOVE  INSTALL-CNT OF TTJBE     TO  D11-INSTALL-CNT.
           MOVE  MISS-CNT    OF TTJBE     TO  D11-MISS-CNT.

           EVALUATE  TRUE
               WHEN  AGREE-ACTIVE
                     MOVE  'RUNNING'             TO  D11-STAUS
               WHEN  AGREE-COMPLETED
                     MOVE  'PAID UP'             TO  D11-STAUS
               WHEN  AGREE-DEFAULTED
                     MOVE  'BROKEN'              TO  D11-STAUS
               WHEN  OTHER
                     MOVE  AGREE-STAUS OF TTJBE  TO  D11-STAUS
           END-EVALUATE.

           MOVE  D11-AGREE-LINE           TO  P-BODY.
           MOVE  SPACE                    TO  W-S-TXOFF.
           PERFORM  S5400-STAFF-BY.
           MOVE  REGIST-OPID OF TTJBE     TO  W-BY-INT (4:8).
           PERFORM  S5100-WRITE-DETAIL.

       S1510-WRITE-AGREE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 6 0 0 - C A L L B A C K S                             *
      *                                                              *
      ****************************************************************
       S1600-CALLBACKS                   SECTION.

           MOVE  '6. CALLBACKS WE PROMISED YOU'
                                          TO  W-TITLE.
           PERFORM  S5000-WRITE-TITLE.

           EXEC  SQL  OPEN  CURSOR_CB   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1600:DB ERROR CB OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_CB
                    INTO  :TRWBU.CALLBACK-DT
                    ,     :TRWBU.BUSNID
                    ,     :TRWBU.CMPLT-FG
                    ,     :TRWBU.REASON
                    ,     :TRWBU.TAKEN-BY-OPID
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1610-WRITE-CB
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_CB   END-EXEC.

           PERFORM  S5300-SECTION-END.

       S1600-CALLBACKS-EXIT.
           EXIT.

       S1610-WRITE-CB                    SECTION.

           MOVE  CALLBACK-DT OF TRWBU     TO  D12-CALLBACK-DT.
           MOVE  BUSNID      OF TRWBU     TO  D12-BUSNID.
           MOVE  REASON      OF TRWBU     TO  D12-REASON.

           IF  CMPLT-FG-DONE
               MOVE  'DONE'               TO  D12-STAUS
           ELSE
               MOVE  'OUTSTANDING'        TO  D12-STAUS
           END-IF.

           MOVE  D12-CALLBACK-LINE        TO  P-BODY.
           MOVE  SPACE                    TO  W-S-TXOFF.
           PERFORM  S5400-STAFF-BY.
           MOVE  TAKEN-BY-OPID OF TRWBU   TO  W-BY-INT (4:8).
           PERFORM  S5100-WRITE-DETAIL.

       S1610-WRITE-CB-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 7 0 0 - C O M P L A I N T S                           *
      *                                                              *
      ****************************************************************
       S1700-COMPLAINTS                  SECTION.

           MOVE  '7. COMPLAINTS'          TO  W-TITLE.
           PERFORM  S5000-WRITE-TITLE.

           EXEC  SQL  OPEN  CURSOR_CMPL   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1700:DB ERROR CMPL OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_CMPL
                    INTO  :TRWCP.TXOFF-CD
                    ,     :TRWCP.CMPL-YEAR
                    ,     :TRWCP.CMPL-SEQNO
                    ,     :TRWCP.RCVE-DT
                    ,     :TRWCP.CMPL-CATG
                    ,     :TRWCP.CMPL-STAUS
                    ,     :TRWCP.CMPL-SUMMARY
                    ,     :TRWCP.ASSIGN-OPID
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1710-WRITE-CMPL
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_CMPL   END-EXEC.

           PERFORM  S5300-SECTION-END.

       S1700-COMPLAINTS-EXIT.
           EXIT.

       S1710-WRITE-CMPL                  SECTION.

           MOVE  TXOFF-CD     OF TRWCP    TO  D13-TXOFF.
           MOVE  CMPL-YEAR    OF TRWCP    TO  D13-CMPL-YEAR.
           MOVE  CMPL-SEQNO   OF TRWCP    TO  D13-CMPL-SEQNO.
           MOVE  RCVE-DT      OF TRWCP    TO  D13-RCVE-DT.
           MOVE  CMPL-SUMMARY OF TRWCP    TO  D13-SUMMARY.

           EVALUATE  TRUE
               WHEN  CMPL-CATG-CERT-DELAY
                     MOVE  'DELAYED CERTIFICATE'  TO  D13-CATG
               WHEN  CMPL-CATG-REFUND
                     MOVE  'REFUND'               TO  D13-CATG
               WHEN  CMPL-CATG-SERVICE
                     MOVE  'STAFF OR SERVICE'     TO  D13-CATG
               WHEN  OTHER
                     MOVE  'OTHER'                TO  D13-CATG
           END-EVALUATE.

           IF  CMPL-STAUS-CLOSED
               MOVE  'ANSWERED'           TO  D13-STAUS
           ELSE
               MOVE  'OPEN'               TO  D13-STAUS
           END-IF.

           MOVE  D13-CMPL-LINE            TO  P-BODY.
           MOVE  TXOFF-CD OF TRWCP        TO  W-S-TXOFF.
           PERFORM  S5400-STAFF-BY.
           MOVE  ASSIGN-OPID OF TRWCP     TO  W-BY-INT (4:8).
           PERFORM  S5100-WRITE-DETAIL.

       S1710-WRITE-CMPL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 8 0 0 - I N Q U I R I E S                             *
      *                                                              *
      *    WHO LOOKED THE PERSON UP.  THE REQUESTER'S COPY NAMES     *
      *    THE OFFICE ONLY; THE INTERNAL COPY THE OPERATOR AND THE   *
      *    TERMINAL.                                                 *
      *                                                              *
      ****************************************************************
       S1800-INQUIRIES                   SECTION.

           MOVE  '8. EVERY TIME STAFF LOOKED UP YOUR RECORDS'
                                          TO  W-TITLE.
           PERFORM  S5000-WRITE-TITLE.

           EXEC  SQL  OPEN  CURSOR_INQ   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1800:DB ERROR INQ OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              EXEC  SQL
                    FETCH  CURSOR_INQ
                    INTO  :TRWBS.INQ-DT
                    ,     :TRWBS.INQ-TIME
                    ,     :TRWBS.PGM-ID
                    ,     :TRWBS.INQ-STEP
                    ,     :TRWBS.PURPOSE-CD
                    ,     :TRWBS.OPID
                    ,     :TRWBS.TERM-ID
                    ,     :W-S-TXOFF
              END-EXEC
              PERFORM  S7000-CHECK-FETCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1810-WRITE-INQ
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_INQ   END-EXEC.

           PERFORM  S5300-SECTION-END.

       S1800-INQUIRIES-EXIT.
           EXIT.

       S1810-WRITE-INQ                   SECTION.

           MOVE  INQ-DT     OF TRWBS      TO  D14-INQ-DT.
           MOVE  INQ-TIME   OF TRWBS      TO  D14-INQ-TIME.
           MOVE  PURPOSE-CD OF TRWBS      TO  D14-PURPOSE-CD.

           EVALUATE  TRUE
               WHEN  INQ-STEP OF TRWBS  =  '90'
                     MOVE  'FULL ID NUMBER SHOWN'
                                          TO  D14-SCREEN
               WHEN  PGM-ID OF TRWBS  =  'LEP32'
                     MOVE  'BUSINESS REGISTRATION ENQUIRY'
                                          TO  D14-SCREEN
               WHEN  PGM-ID OF TRWBS  =  'LEP33'
                     MOVE  'TAXPAYER SUMMARY SCREEN'
                                          TO  D14-SCREEN
               WHEN  PGM-ID OF TRWBS  =  'MAPML'
                     MOVE  'TAX ACCOUNT STATEMENT'
                                          TO  D14-SCREEN
               WHEN  OTHER
                     MOVE  'RECORD ENQUIRY'
                                          TO  D14-SCREEN
           END-EVALUATE.

           MOVE  D14-INQ-LINE             TO  P-BODY.
           PERFORM  S5400-STAFF-BY.
           MOVE  OPID    OF TRWBS         TO  W-BY-INT (4:8).
           MOVE  ' TERM '                 TO  W-BY-INT (12:6).
           MOVE  TERM-ID OF TRWBS         TO  W-BY-INT (18:4).
           PERFORM  S5100-WRITE-DETAIL.

           ADD   1                        TO  A-INQ-CNT.

       S1810-WRITE-INQ-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 9 0 0 - T R A I L E R                                 *
      *                                                              *
      ****************************************************************
       S1900-TRAILER                     SECTION.

           MOVE  A-ITEM-CNT               TO  T1-ITEM-CNT.
           MOVE  A-INQ-CNT                TO  T1-INQ-CNT.
           MOVE  SPACE                    TO  P-LINE.
           WRITE  O-PUB-REC  FROM  P-LINE.
           WRITE  O-INT-REC  FROM  P-LINE.
           WRITE  O-PUB-REC  FROM  T1-TRAILER-LINE.
           WRITE  O-INT-REC  FROM  T1-TRAILER-LINE.
           ADD   4                        TO  A-RPT-WRIT-CNT.

       S1900-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 0 0 0 - W R I T E - T I T L E                         *
      *                                                              *
      ****************************************************************
       S5000-WRITE-TITLE                 SECTION.

           MOVE  ZERO                     TO  A-SECT-CNT.

           MOVE  SPACE                    TO  P-LINE.
           PERFORM  S5200-WRITE-CONTINUATION.

           MOVE  W-TITLE                  TO  S1-TITLE.
           MOVE  S1-TITLE-LINE            TO  P-BODY.
           PERFORM  S5200-WRITE-CONTINUATION.

       S5000-WRITE-TITLE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      *    ONE ITEM HELD - COUNTED, THEN WRITTEN TO BOTH COPIES.     *
      *                                                              *
      ****************************************************************
       S5100-WRITE-DETAIL                SECTION.

           ADD   1                        TO  A-SECT-CNT.
           ADD   1                        TO  A-ITEM-CNT.

           PERFORM  S5200-WRITE-CONTINUATION.

       S5100-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 2 0 0 - W R I T E - C O N T I N U A T I O N           *
      *                                                              *
      *    P-BODY IS THE SAME ON BOTH COPIES; P-BY CARRIES THE       *
      *    COPY'S OWN VERSION OF WHO DID IT.                         *
      *                                                              *
      ****************************************************************
       S5200-WRITE-CONTINUATION          SECTION.

           MOVE  W-BY-INT                 TO  P-BY.
           WRITE  O-INT-REC  FROM  P-LINE.

           IF  NOT  S-INT-NORMAL
               DISPLAY
               'S5200:ERROR=LEPP051 WRITE ERROR(' S-INT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-BY-PUB                 TO  P-BY.
           WRITE  O-PUB-REC  FROM  P-LINE.

           IF  NOT  S-PUB-NORMAL
               DISPLAY
               'S5200:ERROR=LEPP050 WRITE ERROR(' S-PUB-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   2                        TO  A-RPT-WRIT-CNT.

           MOVE  SPACE                    TO  P-LINE
                                              W-BY-INT
                                              W-BY-PUB.

       S5200-WRITE-CONTINUATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - S E C T I O N - E N D                         *
      *                                                              *
      ****************************************************************
       S5300-SECTION-END                 SECTION.

           IF  A-SECT-CNT  =  ZERO
               MOVE  S2-NONE-LINE         TO  P-BODY
               PERFORM  S5200-WRITE-CONTINUATION
           END-IF.

       S5300-SECTION-END-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 4 0 0 - S T A F F - B Y                               *
      *                                                              *
      *    THE REQUESTER'S VERSION OF THE "BY" COLUMN - THE OFFICE   *
      *    IN W-S-TXOFF IF KNOWN, OTHERWISE JUST "STAFF".  THE       *
      *    CALLER THEN PUTS THE OPERATOR INTO W-BY-INT (4:8).        *
      *                                                              *
      ****************************************************************
       S5400-STAFF-BY                    SECTION.

           MOVE  'BY '                    TO  W-BY-INT.

           IF  W-S-TXOFF  =  SPACE
               MOVE  'BY TAX OFFICE STAFF'
                                          TO  W-BY-PUB
           ELSE
               MOVE  'BY STAFF OF OFFICE '
                                          TO  W-BY-PUB
               MOVE  W-S-TXOFF            TO  W-BY-PUB (20:3)
           END-IF.

       S5400-STAFF-BY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 0 0 0 - C H E C K - F E T C H                         *
      *                                                              *
      ****************************************************************
       S7000-CHECK-FETCH                 SECTION.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7000:DB ERROR FETCH=' W-SQLCODE
                              ' IN ' W-TITLE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7000-CHECK-FETCH-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LEPB5            *
      *                                                              *
      ****************************************************************
