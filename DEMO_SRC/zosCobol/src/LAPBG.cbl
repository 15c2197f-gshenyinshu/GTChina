      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBG.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : RESIDENT-REGISTRY ADDRESS CHANGE FEED         *
      *  DESCRIPTION : APPLIES THE NATIONAL RESIDENT REGISTRY'S      *
      *                DAILY MOVE FILE TO THE DTIA.TTIAA HOUSEHOLD   *
      *                LINK AND THE DTIA.TTIAB HOUSEHOLD ADDRESS, SO *
      *                A MOVE NO LONGER WAITS FOR A CERTIFICATE TO   *
      *                COME BACK UNDELIVERABLE (TRWAW 'U' / TRWAX).  *
      *                THE NEW POSTAL CODE MUST RESOLVE THROUGH      *
      *                LCBSZIPC OR THE MOVE IS REJECTED UNAPPLIED.   *
      *                EVERY APPLIED MOVE WRITES ITS BEFORE/AFTER    *
      *                IMAGES TO DRWB.TRWCL AND PRINTS AN IMPACT     *
      *                LIST:  OPEN REGISTRATIONS OWNED BY THE        *
      *                TAXPAYER WHOSE TTBAB BUSINESS ADDRESS IS THE  *
      *                OLD HOME ADDRESS, OPEN MAIL RECEIPTS THAT     *
      *                WOULD HAVE GONE TO THE OLD ADDRESS, AND OPEN  *
      *                TRWAU NON-MAILABLE / TRWAX UNDELIVERABLE      *
      *                ITEMS THE NEW ADDRESS MAY RESOLVE.            *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBG                                      *
      *  SUB    PROGRAM : LCBSZIPC                                   *
      *                                                              *
      *  INPUT FILES    : LAPING0  -  REGISTRY MOVE FILE (LRECL 200) *
      *                   COLS   1-13  RESID                         *
      *                   COL      14  TXPAYER-TP                    *
      *                   COLS  15-22  MOVE DATE YYYYMMDD            *
      *                   COLS  23-35  NEW HOUSEHOLD HEAD RESID      *
      *                                (BLANK = SAME HOUSEHOLD)      *
      *                   COL      36  NEW HOUSEHOLD HEAD TXPAYER-TP *
      *                   COLS  37-41  NEW POSTAL CODE               *
      *                   COLS  42-45  SAN-BUNJI                     *
      *                   COLS  46-49  BUNJI                         *
      *                   COLS  50-53  HO                            *
      *                   COLS  54-83  APT-BLOCK                     *
      *                   COLS  84-95  APT-DONG                      *
      *                   COLS 96-101  APT-HO                        *
      *                   COLS 102-105 TONG                          *
      *                   COLS 106-109 BAN                           *
      *                   COLS 110-129 REGISTRY REFERENCE            *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTIA.TTIAA                              RU                  *
      *  DTIA.TTIAB                              CRU                 *
      *  DTJA.TTJAP              (VIA LCBSZIPC)  R                   *
      *  DTBA.TTBAA/TTBAB                        R                   *
      *  DTAA.TTAAA                              R                   *
      *  DRWA.TRWAD/TRWAU/TRWAX/TRWAW            R                   *
      *  DRWB.TRWCL                              CR                  *
      *  DRWB.TRWCO  (VIA LCBSMHST)              C                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         TTIAA RELINK AND TTIAB ADDRESS *
      *                               CHANGES WRITTEN TO TRWCO       *
      *                               MASTER HISTORY                 *
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
           SELECT  I-CHG-FILE  ASSIGN     TO  LAPING0
                   FILE         STATUS    IS  S-CHG-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0G0
                   FILE         STATUS    IS  S-RPT-STATUS.

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

       FD  I-CHG-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           200  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   I-CHG-REC.
       01  I-CHG-REC                     PIC  X(200).

       FD  O-RPT-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-RPT-REC.
       01  O-RPT-REC                     PIC  X(132).

      ****************************************************************
      *                                                              *
      *    W O R K I N G - S T O R A G E    S E C T I O N            *
      *                                                              *
      ****************************************************************
       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'LAPBG    - WORKING STORAGE BEGINS HERE'.

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

           05  A-CHG-READ-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-APPLIED-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-NO-CHG-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-REJECT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-TTIAA-UPD-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-TTIAB-UPD-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-TTIAB-INS-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-TRWCL-INS-CNT           PIC  9(09)  VALUE  ZERO.
261015     05  A-TRWCO-INS-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-BUSN-IMP-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-RCVE-IMP-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-EXCP-IMP-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBG'.
           05  C-PGM-LCBSZIPC            PIC  X(08)  VALUE 'LCBSZIPC'.
261015     05  C-PGM-LCBSMHST            PIC  X(08)  VALUE 'LCBSMHST'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-CHG-END-CHECK           PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-CHG                     VALUE  HIGH-VALUE.

           05  S-ROW-END-CHECK           PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-ROW                     VALUE  HIGH-VALUE.

           05  S-OLD-ADDR-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-OLD-ADDR-FOUND                  VALUE  HIGH-VALUE.

           05  S-CUR-ADDR-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-CUR-ADDR-FOUND                  VALUE  HIGH-VALUE.

           05  S-CHG-STATUS              PIC  X(002).
               88  S-CHG-NORMAL                      VALUE '00'.
               88  S-CHG-EOF                         VALUE '10'.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

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

           05  W-BUSN-CNT                PIC S9(05)  COMP-3.
           05  W-RCVE-CNT                PIC S9(05)  COMP-3.
           05  W-EXCP-CNT                PIC S9(05)  COMP-3.

           05  W-RCVE-KEY.
               10  W-RCVE-KEY-TXOFF      PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  W-RCVE-KEY-YY         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  W-RCVE-KEY-SEQNO      PIC  9(07).

      ****************************************************************
      *                                                              *
      *    R E G I S T R Y    M O V E    R E C O R D                 *
      *                                                              *
      ****************************************************************
       01  CHANGE-RECORD.
           05  R-RESID                   PIC  X(13).
           05  R-TXPAYER-TP              PIC  X(01).
           05  R-MOVE-DT                 PIC  X(08).
           05  R-RESID-HOUSE-HD          PIC  X(13).
           05  R-TXPAYER-TP-HOUSE        PIC  X(01).
           05  R-ZIP-CD                  PIC  X(05).
           05  R-SAN-BUNJI               PIC  X(04).
           05  R-BUNJI                   PIC  X(04).
           05  R-HO                      PIC  X(04).
           05  R-APT-BLOCK               PIC  X(30).
           05  R-APT-DONG                PIC  X(12).
           05  R-APT-HO                  PIC  X(06).
           05  R-TONG                    PIC  X(04).
           05  R-BAN                     PIC  X(04).
           05  R-REGISTRY-REF            PIC  X(20).
           05  FILLER                    PIC  X(71).

      ****************************************************************
      *                                                              *
      *    PARAMETER AREA OF THE LCBSZIPC POSTAL-CODE RESOLUTION     *
      *    SERVICE, CARRIED AS LCBSZIPC ITSELF DEFINES IT.           *
      *                                                              *
      ****************************************************************
       01  L-ZIPC-PARM.
           05  L-ZIPC-INPUT.
               10  L-ZIPC-ZIP-CD         PIC  X(05).
           05  L-ZIPC-OUTPUT.
               10  L-ZIPC-LGDONG-CD      PIC  X(10).
               10  L-ZIPC-SI-DO          PIC  X(12).
               10  L-ZIPC-GU-SI-GUN      PIC  X(14).
               10  L-ZIPC-DONG-UEP-MYUN  PIC  X(14).
               10  L-ZIPC-GA-RHEE        PIC  X(14).
               10  L-ZIPC-RC             PIC  X(02).

261015****************************************************************
261015*                                                              *
261015*    L C B S M H S T    U S E R A R E A                        *
261015*                                                              *
261015****************************************************************
261015 01  LCBSMHST-USERAREA.
261015     COPY  LCBYMHST.

      ****************************************************************
      *                                                              *
      *    H O S T    V A R I A B L E S                              *
      *                                                              *
      *    H-OLD-ADDR IS THE TTIAB ADDRESS OF THE HOUSEHOLD THE      *
      *    TAXPAYER LEAVES, H-NEW-ADDR THE REGISTRY ADDRESS AND      *
      *    H-CUR-ADDR WHAT TTIAB HOLDS TODAY FOR THE HOUSEHOLD THE   *
      *    TAXPAYER JOINS.  THE THREE ARE LAID OUT ALIKE SO THEY     *
      *    COMPARE AS WHOLE GROUPS.                                  *
      *                                                              *
      ****************************************************************
       01  HOST-VARIABLES.
           05  H-RESID                   PIC  X(13).
           05  H-TXPAYER-TP              PIC  X(01).
           05  H-OLD-RESID-HOUSE-HD      PIC  X(13).
           05  H-OLD-TXPAYER-TP-HOUSE    PIC  X(01).
           05  H-NEW-RESID-HOUSE-HD      PIC  X(13).
           05  H-NEW-TXPAYER-TP-HOUSE    PIC  X(01).

           05  H-OLD-ADDR.
               10  H-OLD-LGDONG-CD       PIC  X(10).
               10  H-OLD-SAN-BUNJI       PIC  X(04).
               10  H-OLD-BUNJI           PIC  X(04).
               10  H-OLD-HO              PIC  X(04).
               10  H-OLD-APT-BLOCK       PIC  X(30).
               10  H-OLD-APT-DONG        PIC  X(12).
               10  H-OLD-APT-HO          PIC  X(06).
               10  H-OLD-TONG            PIC  X(04).
               10  H-OLD-BAN             PIC  X(04).

           05  H-NEW-ADDR.
               10  H-NEW-LGDONG-CD       PIC  X(10).
               10  H-NEW-SAN-BUNJI       PIC  X(04).
               10  H-NEW-BUNJI           PIC  X(04).
               10  H-NEW-HO              PIC  X(04).
               10  H-NEW-APT-BLOCK       PIC  X(30).
               10  H-NEW-APT-DONG        PIC  X(12).
               10  H-NEW-APT-HO          PIC  X(06).
               10  H-NEW-TONG            PIC  X(04).
               10  H-NEW-BAN             PIC  X(04).

           05  H-CUR-ADDR.
               10  H-CUR-LGDONG-CD       PIC  X(10).
               10  H-CUR-SAN-BUNJI       PIC  X(04).
               10  H-CUR-BUNJI           PIC  X(04).
               10  H-CUR-HO              PIC  X(04).
               10  H-CUR-APT-BLOCK       PIC  X(30).
               10  H-CUR-APT-DONG        PIC  X(12).
               10  H-CUR-APT-HO          PIC  X(06).
               10  H-CUR-TONG            PIC  X(04).
               10  H-CUR-BAN             PIC  X(04).

261015     05  H-OLD-SUSPECT-FG          PIC  X(01).
261015     05  H-CUR-SUSPECT-FG          PIC  X(01).

           05  H-BUSNID                  PIC  X(10).
           05  H-TXOFF-CD                PIC  X(03).
           05  H-RCVE-YEAR               PIC  X(04).
           05  H-RCVE-NO                 PIC  9(07).
           05  H-TRADE-NM                PIC  X(30).

           05  H-RCVE-NO-TXOFF           PIC  X(03).
           05  H-RCVE-NO-YY              PIC  X(04).
           05  H-RCVE-NO-SEQNO           PIC  9(07).
           05  H-TX-SRVC-TP              PIC  X(05).
           05  H-TREAT-STAUS             PIC  X(02).
           05  H-RCVE-DT                 PIC  X(08).
           05  H-FAIL-RSN                PIC  X(30).
           05  H-CREAT-DT                PIC  X(08).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'RESIDENT REGISTRY ADDRESS CHANGES      DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(78)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

           05  H2-CHG-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(06)  VALUE
                   'RESID '.
               10  H2-RESID              PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  '/'.
               10  H2-TXPAYER-TP         PIC  X(01).
               10  FILLER                PIC  X(08)  VALUE
                   '  MOVED '.
               10  H2-MOVE-DT            PIC  X(08).
               10  FILLER                PIC  X(06)  VALUE
                   '  REF '.
               10  H2-REGISTRY-REF       PIC  X(20).
               10  FILLER                PIC  X(68)  VALUE  SPACE.

           05  A1-ADDR-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  A1-LABEL              PIC  X(12).
               10  A1-RESID-HOUSE-HD     PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  A1-ADDR               PIC  X(105).

           05  D1-IMPACT-LINE.
               10  FILLER                PIC  X(05)  VALUE  SPACE.
               10  D1-KIND               PIC  X(13).
               10  D1-KEY                PIC  X(17).
               10  D1-TEXT               PIC  X(80).
               10  FILLER                PIC  X(17)  VALUE  SPACE.

           05  M1-MSG-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(04)  VALUE
                   '*** '.
               10  M1-MSG                PIC  X(80).
               10  FILLER                PIC  X(47)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'CHANGES...:'.
               10  T1-CHG-CNT            PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  APPLIED:'.
               10  T1-APPLIED-CNT        PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  NO CHG.:'.
               10  T1-NO-CHG-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  REJECT.:'.
               10  T1-REJECT-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(50)  VALUE  SPACE.

           05  T2-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'IMPACT BUSN:'.
               10  T2-BUSN-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  RECEIPT:'.
               10  T2-RCVE-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  EXCEPT.:'.
               10  T2-EXCP-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(70)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A   /   I N C L U D E S                           *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCL   (   RESIDENT ADDRESS CHANGE HISTORY   )      *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCL      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_BUSN : OPEN REGISTRATIONS OWNED BY THE TAXPAYER    *
      *    WHOSE TTBAB BUSINESS ADDRESS IS THE OLD HOME ADDRESS -    *
      *    MOST LIKELY A HOME BUSINESS THAT MOVED WITH THE OWNER     *
      *    AND NOW NEEDS A LAP12 ADDRESS AMENDMENT.                  *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_BUSN  CURSOR  WITH  HOLD  FOR
                 SELECT   A.BUSNID
                 ,        A.TXOFF_CD
                 ,        A.RCVE_YEAR
                 ,        A.RCVE_NO
                 ,        B.TRADE_NM
                 FROM     DTBA.TTBAA  A
                 ,        DTBA.TTBAB  B
                 WHERE    A.RESID_CHIEF       =  :H-RESID
                 AND      A.TXPAYER_TP_CHIEF  =  :H-TXPAYER-TP
                 AND      B.TXOFF_CD          =  A.TXOFF_CD
                 AND      B.RCVE_YEAR         =  A.RCVE_YEAR
                 AND      B.RCVE_NO           =  A.RCVE_NO
                 AND      B.LGDONG_CD         =  :H-OLD-LGDONG-CD
                 AND      B.BUNJI             =  :H-OLD-BUNJI
                 AND      B.HO                =  :H-OLD-HO
                 AND      EXISTS
                          (SELECT 1
                             FROM DTAA.TTAAA  C
                            WHERE C.BUSNID        =  A.BUSNID
                              AND C.RGST_OPEN_DT  =  A.RGST_OPEN_DT
                              AND C.LAST_FG       =  'Y'
                              AND COALESCE(C.CLOSE_DT, ' ')  =  ' ')
                 ORDER BY A.BUSNID
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_RCVE : OPEN MAIL ('2') RECEIPTS NOT YET ISSUED     *
      *    WHOSE CERTIFICATE LAP91 WOULD HAVE ADDRESSED TO THE OLD   *
      *    HOUSEHOLD - THE TAXPAYER'S OWN, AND THOSE OF BUSINESSES   *
      *    IT OWNS AS AN INDIVIDUAL (BUSN-OWNER-TP '1' - '4').       *
      *    THEY NOW PRINT TO THE NEW ADDRESS.                        *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_RCVE  CURSOR  WITH  HOLD  FOR
                 SELECT   D.RCVE_NO_TXOFF
                 ,        D.RCVE_NO_YY
                 ,        D.RCVE_NO_SEQNO
                 ,        D.TX_SRVC_TP
                 ,        D.TREAT_STAUS
                 ,        D.RCVE_DT
                 FROM     DRWA.TRWAD  D
                 WHERE    D.DISTR_METHOD  =  '2'
                 AND      D.TREAT_STAUS  NOT IN ('12', '21', '95', '97',
                                                 '99')
                 AND     (D.RESID_BUSNID  =  :H-RESID
                  OR      SUBSTR(D.RESID_BUSNID,1,10)  IN
                          (SELECT A.BUSNID
                             FROM DTAA.TTAAA  A
                            WHERE A.RESID_CHIEF       =  :H-RESID
                              AND A.TXPAYER_TP_CHIEF  =  :H-TXPAYER-TP
                              AND A.LAST_FG           =  'Y'
                              AND A.BUSN_OWNER_TP  IN
                                          ('1', '2', '3', '4')))
                 ORDER BY D.RCVE_NO_YY, D.RCVE_NO_TXOFF,
                          D.RCVE_NO_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_AU : OPEN TRWAU NON-MAILABLE ITEMS ON THE SAME     *
      *    RECEIPTS (ANY TREAT STATUS) - THE LCBSZIPC-CHECKED NEW    *
      *    ADDRESS MAY CLEAR THEM.                                   *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_AU  CURSOR  WITH  HOLD  FOR
                 SELECT   U.RCVE_NO_TXOFF
                 ,        U.RCVE_NO_YY
                 ,        U.RCVE_NO_SEQNO
                 ,        U.FAIL_RSN
                 ,        U.CREAT_DT
                 FROM     DRWA.TRWAU  U
                 ,        DRWA.TRWAD  D
                 WHERE    U.FIX_STAUS      =  'O'
                 AND      D.RCVE_NO_TXOFF  =  U.RCVE_NO_TXOFF
                 AND      D.RCVE_NO_YY     =  U.RCVE_NO_YY
                 AND      D.RCVE_NO_SEQNO  =  U.RCVE_NO_SEQNO
                 AND     (D.RESID_BUSNID  =  :H-RESID
                  OR      SUBSTR(D.RESID_BUSNID,1,10)  IN
                          (SELECT A.BUSNID
                             FROM DTAA.TTAAA  A
                            WHERE A.RESID_CHIEF       =  :H-RESID
                              AND A.TXPAYER_TP_CHIEF  =  :H-TXPAYER-TP
                              AND A.LAST_FG           =  'Y'
                              AND A.BUSN_OWNER_TP  IN
                                          ('1', '2', '3', '4')))
                 ORDER BY U.RCVE_NO_YY, U.RCVE_NO_TXOFF,
                          U.RCVE_NO_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_AX : OPEN TRWAX RE-DELIVERY ITEMS ON THE SAME      *
      *    RECEIPTS OPENED BY AN UNDELIVERABLE RETURN (TRWAW 'U') -  *
      *    A MISSED PICKUP ('N') IS NOT AN ADDRESS PROBLEM.          *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_AX  CURSOR  WITH  HOLD  FOR
                 SELECT   X.RCVE_NO_TXOFF
                 ,        X.RCVE_NO_YY
                 ,        X.RCVE_NO_SEQNO
                 ,        X.CREAT_DT
                 FROM     DRWA.TRWAX  X
                 ,        DRWA.TRWAW  W
                 ,        DRWA.TRWAD  D
                 WHERE    X.WORK_STAUS     =  'O'
                 AND      W.RCVE_NO_TXOFF  =  X.RCVE_NO_TXOFF
                 AND      W.RCVE_NO_YY     =  X.RCVE_NO_YY
                 AND      W.RCVE_NO_SEQNO  =  X.RCVE_NO_SEQNO
                 AND      W.CONFIRM_SEQNO  =  X.CONFIRM_SEQNO
                 AND      W.CONFIRM_TP     =  'U'
                 AND      D.RCVE_NO_TXOFF  =  X.RCVE_NO_TXOFF
                 AND      D.RCVE_NO_YY     =  X.RCVE_NO_YY
                 AND      D.RCVE_NO_SEQNO  =  X.RCVE_NO_SEQNO
                 AND     (D.RESID_BUSNID  =  :H-RESID
                  OR      SUBSTR(D.RESID_BUSNID,1,10)  IN
                          (SELECT A.BUSNID
                             FROM DTAA.TTAAA  A
                            WHERE A.RESID_CHIEF       =  :H-RESID
                              AND A.TXPAYER_TP_CHIEF  =  :H-TXPAYER-TP
                              AND A.LAST_FG           =  'Y'
                              AND A.BUSN_OWNER_TP  IN
                                          ('1', '2', '3', '4')))
                 ORDER BY X.RCVE_NO_YY, X.RCVE_NO_TXOFF,
                          X.RCVE_NO_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBG    *** WORKING STORAGE ENDS HERE  '.

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

           MOVE  LOW-VALUE                TO  S-CHG-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-CHG
              PERFORM  S0300-READ-CHANGE
              IF  NOT  S-NO-MORE-CHG
                  PERFORM  S1100-APPLY-ONE-CHANGE
              END-IF
           END-PERFORM.

           PERFORM  S5300-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBG    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LAPBG    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* CHG-READ-CNT   : ' A-CHG-READ-CNT.
           DISPLAY '* APPLIED-CNT    : ' A-APPLIED-CNT.
           DISPLAY '* NO-CHG-CNT     : ' A-NO-CHG-CNT.
           DISPLAY '* REJECT-CNT     : ' A-REJECT-CNT.
           DISPLAY '* TTIAA-UPD-CNT  : ' A-TTIAA-UPD-CNT.
           DISPLAY '* TTIAB-UPD-CNT  : ' A-TTIAB-UPD-CNT.
           DISPLAY '* TTIAB-INS-CNT  : ' A-TTIAB-INS-CNT.
261015     DISPLAY '* TRWCO-INS-CNT  : ' A-TRWCO-INS-CNT.
           DISPLAY '* TRWCL-INS-CNT  : ' A-TRWCL-INS-CNT.
           DISPLAY '* BUSN-IMP-CNT   : ' A-BUSN-IMP-CNT.
           DISPLAY '* RCVE-IMP-CNT   : ' A-RCVE-IMP-CNT.
           DISPLAY '* EXCP-IMP-CNT   : ' A-EXCP-IMP-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  I-CHG-FILE
                  O-RPT-FILE.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    ACCUMULATORS.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LAPBG    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN  INPUT   I-CHG-FILE.

           IF  NOT  S-CHG-NORMAL
               DISPLAY
               'S0200:ERROR=LAPING0 OPEN ERROR(' S-CHG-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN  OUTPUT  O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0G0 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - R E A D - C H A N G E                         *
      *                                                              *
      ****************************************************************
       S0300-READ-CHANGE                 SECTION.

           READ  I-CHG-FILE  INTO  CHANGE-RECORD
               AT  END
                   MOVE  HIGH-VALUE      TO  S-CHG-END-CHECK
           END-READ.

           IF  S-NO-MORE-CHG
               CONTINUE
           ELSE
               IF  S-CHG-NORMAL
                   ADD   1               TO  A-CHG-READ-CNT
               ELSE
                   DISPLAY
                   'S0300:ERROR=LAPING0 READ ERROR('
                    S-CHG-STATUS ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
           END-IF.

       S0300-READ-CHANGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - A P P L Y - O N E - C H A N G E               *
      *                                                              *
      *    A MOVE IS REJECTED UNAPPLIED WHEN THE CARD IS INCOMPLETE, *
      *    THE TAXPAYER IS NOT ON TTIAA OR THE POSTAL CODE DOES NOT  *
      *    RESOLVE ON THE TTJAP POSTAL MASTER.  A MOVE TO THE        *
      *    ADDRESS ALREADY ON FILE IS REPORTED AND SKIPPED.  EACH    *
      *    APPLIED MOVE IS COMMITTED ON ITS OWN, SO A RERUN AFTER A  *
      *    FAILURE FINDS THE EARLIER MOVES AS 'NO CHANGE'.           *
      *                                                              *
      ****************************************************************
       S1100-APPLY-ONE-CHANGE            SECTION.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           MOVE  R-RESID                  TO  H2-RESID.
           MOVE  R-TXPAYER-TP             TO  H2-TXPAYER-TP.
           MOVE  R-MOVE-DT                TO  H2-MOVE-DT.
           MOVE  R-REGISTRY-REF           TO  H2-REGISTRY-REF.
           WRITE  O-RPT-REC  FROM  H2-CHG-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           IF  R-RESID       =  SPACE     OR
               R-TXPAYER-TP  =  SPACE     OR
               R-MOVE-DT     NOT NUMERIC  OR
               R-MOVE-DT     >  W-SYSTEM-DATE
               DISPLAY 'S1100:CHANGE REJECTED - BAD CARD ('
                        CHANGE-RECORD(1:22) ')'
               MOVE  'REJECTED - RESID OR MOVE DATE INVALID'
                                          TO  M1-MSG
               PERFORM  S6100-WRITE-MSG
               ADD   1                    TO  A-REJECT-CNT
               GO TO  S1100-APPLY-ONE-CHANGE-EXIT
           END-IF.

           MOVE  R-RESID                  TO  H-RESID.
           MOVE  R-TXPAYER-TP             TO  H-TXPAYER-TP.

           PERFORM  S1200-SELECT-TTIAA.

           IF  SQLCODE  =  +100
               MOVE  'REJECTED - TAXPAYER NOT ON TTIAA'
                                          TO  M1-MSG
               PERFORM  S6100-WRITE-MSG
               ADD   1                    TO  A-REJECT-CNT
               GO TO  S1100-APPLY-ONE-CHANGE-EXIT
           END-IF.

           IF  R-RESID-HOUSE-HD  =  SPACE
               MOVE  H-OLD-RESID-HOUSE-HD   TO  H-NEW-RESID-HOUSE-HD
               MOVE  H-OLD-TXPAYER-TP-HOUSE TO  H-NEW-TXPAYER-TP-HOUSE
           ELSE
               MOVE  R-RESID-HOUSE-HD       TO  H-NEW-RESID-HOUSE-HD
               MOVE  R-TXPAYER-TP-HOUSE     TO  H-NEW-TXPAYER-TP-HOUSE
           END-IF.

           MOVE  R-ZIP-CD                 TO  L-ZIPC-ZIP-CD.
           CALL  C-PGM-LCBSZIPC  USING  L-ZIPC-PARM.

           EVALUATE  L-ZIPC-RC
               WHEN  '00'
                     CONTINUE
               WHEN  '99'
                     DISPLAY 'S1100:DB ERROR LCBSZIPC ZIP='
                              R-ZIP-CD
                     MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
               WHEN  OTHER
                     MOVE  SPACE          TO  M1-MSG
                     STRING  'REJECTED - POSTAL CODE '
                             R-ZIP-CD
                             ' NOT ON THE POSTAL MASTER'
                             DELIMITED BY SIZE  INTO  M1-MSG
                     END-STRING
                     PERFORM  S6100-WRITE-MSG
                     ADD   1              TO  A-REJECT-CNT
                     GO TO  S1100-APPLY-ONE-CHANGE-EXIT
           END-EVALUATE.

           MOVE  L-ZIPC-LGDONG-CD         TO  H-NEW-LGDONG-CD.
           MOVE  R-SAN-BUNJI              TO  H-NEW-SAN-BUNJI.
           MOVE  R-BUNJI                  TO  H-NEW-BUNJI.
           MOVE  R-HO                     TO  H-NEW-HO.
           MOVE  R-APT-BLOCK              TO  H-NEW-APT-BLOCK.
           MOVE  R-APT-DONG               TO  H-NEW-APT-DONG.
           MOVE  R-APT-HO                 TO  H-NEW-APT-HO.
           MOVE  R-TONG                   TO  H-NEW-TONG.
           MOVE  R-BAN                    TO  H-NEW-BAN.

           PERFORM  S1300-SELECT-OLD-ADDR.

           IF  H-NEW-RESID-HOUSE-HD    =  H-OLD-RESID-HOUSE-HD    AND
               H-NEW-TXPAYER-TP-HOUSE  =  H-OLD-TXPAYER-TP-HOUSE  AND
               S-OLD-ADDR-FOUND                                   AND
               H-NEW-ADDR              =  H-OLD-ADDR
               MOVE  'NO CHANGE - ADDRESS ALREADY ON FILE'
                                          TO  M1-MSG
               PERFORM  S6100-WRITE-MSG
               ADD   1                    TO  A-NO-CHG-CNT
               GO TO  S1100-APPLY-ONE-CHANGE-EXIT
           END-IF.

           IF  H-NEW-RESID-HOUSE-HD    =  H-OLD-RESID-HOUSE-HD    AND
               H-NEW-TXPAYER-TP-HOUSE  =  H-OLD-TXPAYER-TP-HOUSE
               MOVE  'A'                  TO  CHG-TP  OF TRWCL
               MOVE  S-OLD-ADDR-CHECK     TO  S-CUR-ADDR-CHECK
               MOVE  H-OLD-ADDR           TO  H-CUR-ADDR
261015         MOVE  H-OLD-SUSPECT-FG     TO  H-CUR-SUSPECT-FG
           ELSE
               MOVE  'H'                  TO  CHG-TP  OF TRWCL
               PERFORM  S1400-RELINK-TTIAA
               PERFORM  S1500-SELECT-CUR-ADDR
           END-IF.

           IF  NOT  S-CUR-ADDR-FOUND
               PERFORM  S1700-INSERT-TTIAB
261015         PERFORM  S1650-LOG-ADDRESS
           ELSE
               IF  H-CUR-ADDR  NOT =  H-NEW-ADDR
                   PERFORM  S1600-UPDATE-TTIAB
261015             PERFORM  S1650-LOG-ADDRESS
               END-IF
           END-IF.

           PERFORM  S2000-WRITE-IMPACT-LIST.

           PERFORM  S3000-INSERT-TRWCL.

           EXEC  SQL  COMMIT  END-EXEC.

           ADD   1                        TO  A-APPLIED-CNT.

       S1100-APPLY-ONE-CHANGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - S E L E C T - T T I A A                       *
      *                                                              *
      ****************************************************************
       S1200-SELECT-TTIAA                SECTION.

           EXEC  SQL
                 SELECT  RESID_HOUSE_HD
                 ,       TXPAYER_TP_HOUSE
                 INTO   :H-OLD-RESID-HOUSE-HD
                 ,      :H-OLD-TXPAYER-TP-HOUSE
                 FROM    DTIA.TTIAA
                 WHERE   RESID       =  :H-RESID
                   AND   TXPAYER_TP  =  :H-TXPAYER-TP
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO  AND  SQLCODE  NOT =  +100
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S1200:DB ERROR TTIAA SELECT RESID='
                        H-RESID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S1200-SELECT-TTIAA-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - S E L E C T - O L D - A D D R                 *
      *                                                              *
      *    THE ADDRESS OF THE HOUSEHOLD BEING LEFT.  A HOUSEHOLD     *
      *    WITH NO TTIAB ROW YET STILL TAKES THE MOVE - THE OLD      *
      *    IMAGE IS THEN BLANK AND NO REGISTRATION CAN MATCH IT.     *
      *                                                              *
      ****************************************************************
       S1300-SELECT-OLD-ADDR             SECTION.

           MOVE  SPACE                    TO  H-OLD-ADDR.
261015     MOVE  SPACE                    TO  H-OLD-SUSPECT-FG.
           MOVE  LOW-VALUE                TO  S-OLD-ADDR-CHECK.

           EXEC  SQL
                 SELECT  LGDONG_CD
                 ,       SAN_BUNJI
                 ,       BUNJI
                 ,       HO
                 ,       APT_BLOCK
                 ,       APT_DONG
                 ,       APT_HO
                 ,       TONG
                 ,       BAN
261015           ,       ADDR_SUSPECT_FG
                 INTO   :H-OLD-LGDONG-CD
                 ,      :H-OLD-SAN-BUNJI
                 ,      :H-OLD-BUNJI
                 ,      :H-OLD-HO
                 ,      :H-OLD-APT-BLOCK
                 ,      :H-OLD-APT-DONG
                 ,      :H-OLD-APT-HO
                 ,      :H-OLD-TONG
                 ,      :H-OLD-BAN
261015           ,      :H-OLD-SUSPECT-FG
                 FROM    DTIA.TTIAB
                 WHERE   RESID_HOUSE_HD    =  :H-OLD-RESID-HOUSE-HD
                   AND   TXPAYER_TP_HOUSE  =  :H-OLD-TXPAYER-TP-HOUSE
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  ZERO
                     MOVE  HIGH-VALUE     TO  S-OLD-ADDR-CHECK
               WHEN  +100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE        TO  W-SQLCODE
                     DISPLAY 'S1300:DB ERROR TTIAB SELECT HOUSE='
                              H-OLD-RESID-HOUSE-HD
                              ' SQLCODE=' W-SQLCODE
                     MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S1300-SELECT-OLD-ADDR-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 4 0 0 - R E L I N K - T T I A A                       *
      *                                                              *
      ****************************************************************
       S1400-RELINK-TTIAA                SECTION.

           EXEC  SQL
                 UPDATE  DTIA.TTIAA
                    SET  RESID_HOUSE_HD    =  :H-NEW-RESID-HOUSE-HD
                 ,       TXPAYER_TP_HOUSE  =  :H-NEW-TXPAYER-TP-HOUSE
                 WHERE   RESID       =  :H-RESID
                   AND   TXPAYER_TP  =  :H-TXPAYER-TP
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S1400:DB ERROR TTIAA UPDATE RESID='
                        H-RESID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-TTIAA-UPD-CNT.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'I'                      TO  MHST-MASTER-TP.
261015     MOVE  H-RESID                  TO  MHST-MASTER-ID.
261015     MOVE  H-TXPAYER-TP             TO  MHST-TXPAYER-TP.
261015     MOVE  2                        TO  MHST-FIELD-CNT.
261015     MOVE  'RESID_HOUSE_HD'         TO  MHST-FIELD-NM (1).
261015     MOVE  H-OLD-RESID-HOUSE-HD     TO  MHST-BEFORE-VAL (1).
261015     MOVE  H-NEW-RESID-HOUSE-HD     TO  MHST-AFTER-VAL (1).
261015     MOVE  'TXPAYER_TP_HOUSE'       TO  MHST-FIELD-NM (2).
261015     MOVE  H-OLD-TXPAYER-TP-HOUSE   TO  MHST-BEFORE-VAL (2).
261015     MOVE  H-NEW-TXPAYER-TP-HOUSE   TO  MHST-AFTER-VAL (2).
261015     PERFORM  S1800-CALL-MHST.

       S1400-RELINK-TTIAA-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 0 0 - S E L E C T - C U R - A D D R                 *
      *                                                              *
      *    WHAT TTIAB HOLDS TODAY FOR THE HOUSEHOLD BEING JOINED.    *
      *                                                              *
      ****************************************************************
       S1500-SELECT-CUR-ADDR             SECTION.

           MOVE  SPACE                    TO  H-CUR-ADDR.
261015     MOVE  SPACE                    TO  H-CUR-SUSPECT-FG.
           MOVE  LOW-VALUE                TO  S-CUR-ADDR-CHECK.

           EXEC  SQL
                 SELECT  LGDONG_CD
                 ,       SAN_BUNJI
                 ,       BUNJI
                 ,       HO
                 ,       APT_BLOCK
                 ,       APT_DONG
                 ,       APT_HO
                 ,       TONG
                 ,       BAN
261015           ,       ADDR_SUSPECT_FG
                 INTO   :H-CUR-LGDONG-CD
                 ,      :H-CUR-SAN-BUNJI
                 ,      :H-CUR-BUNJI
                 ,      :H-CUR-HO
                 ,      :H-CUR-APT-BLOCK
                 ,      :H-CUR-APT-DONG
                 ,      :H-CUR-APT-HO
                 ,      :H-CUR-TONG
                 ,      :H-CUR-BAN
261015           ,      :H-CUR-SUSPECT-FG
                 FROM    DTIA.TTIAB
                 WHERE   RESID_HOUSE_HD    =  :H-NEW-RESID-HOUSE-HD
                   AND   TXPAYER_TP_HOUSE  =  :H-NEW-TXPAYER-TP-HOUSE
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  ZERO
                     MOVE  HIGH-VALUE     TO  S-CUR-ADDR-CHECK
               WHEN  +100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE        TO  W-SQLCODE
                     DISPLAY 'S1500:DB ERROR TTIAB SELECT HOUSE='
                              H-NEW-RESID-HOUSE-HD
                              ' SQLCODE=' W-SQLCODE
                     MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S1500-SELECT-CUR-ADDR-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 6 0 0 - U P D A T E - T T I A B                       *
      *                                                              *
      *    THE REGISTRY ADDRESS IS AUTHORITATIVE, SO A SUSPECT MARK  *
      *    LAP92 LEFT ON THE HOUSEHOLD AFTER A RETURN IS CLEARED     *
      *    WITH IT.                                                  *
      *                                                              *
      ****************************************************************
       S1600-UPDATE-TTIAB                SECTION.

           EXEC  SQL
                 UPDATE  DTIA.TTIAB
                    SET  LGDONG_CD        =  :H-NEW-LGDONG-CD
                 ,       SAN_BUNJI        =  :H-NEW-SAN-BUNJI
                 ,       BUNJI            =  :H-NEW-BUNJI
                 ,       HO               =  :H-NEW-HO
                 ,       APT_BLOCK        =  :H-NEW-APT-BLOCK
                 ,       APT_DONG         =  :H-NEW-APT-DONG
                 ,       APT_HO           =  :H-NEW-APT-HO
                 ,       TONG             =  :H-NEW-TONG
                 ,       BAN              =  :H-NEW-BAN
                 ,       ADDR_SUSPECT_FG  =  'N'
                 WHERE   RESID_HOUSE_HD    =  :H-NEW-RESID-HOUSE-HD
                   AND   TXPAYER_TP_HOUSE  =  :H-NEW-TXPAYER-TP-HOUSE
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S1600:DB ERROR TTIAB UPDATE HOUSE='
                        H-NEW-RESID-HOUSE-HD ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-TTIAB-UPD-CNT.

       S1600-UPDATE-TTIAB-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 1 6 5 0 - L O G - A D D R E S S                         *
261015*                                                              *
261015*    THE HOUSEHOLD ADDRESS AS IT WAS (BLANK FOR A NEW TTIAB    *
261015*    ROW) AGAINST THE REGISTRY ADDRESS NOW ON FILE, FIELD BY   *
261015*    FIELD - LCBSMHST DROPS THE ONES THAT DID NOT CHANGE.      *
261015*                                                              *
261015****************************************************************
261015 S1650-LOG-ADDRESS                 SECTION.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'H'                      TO  MHST-MASTER-TP.
261015     MOVE  H-NEW-RESID-HOUSE-HD     TO  MHST-MASTER-ID.
261015     MOVE  H-NEW-TXPAYER-TP-HOUSE   TO  MHST-TXPAYER-TP.
261015     MOVE  10                       TO  MHST-FIELD-CNT.
261015     MOVE  'LGDONG_CD'              TO  MHST-FIELD-NM (1).
261015     MOVE  H-CUR-LGDONG-CD          TO  MHST-BEFORE-VAL (1).
261015     MOVE  H-NEW-LGDONG-CD          TO  MHST-AFTER-VAL (1).
261015     MOVE  'SAN_BUNJI'              TO  MHST-FIELD-NM (2).
261015     MOVE  H-CUR-SAN-BUNJI          TO  MHST-BEFORE-VAL (2).
261015     MOVE  H-NEW-SAN-BUNJI          TO  MHST-AFTER-VAL (2).
261015     MOVE  'BUNJI'                  TO  MHST-FIELD-NM (3).
261015     MOVE  H-CUR-BUNJI              TO  MHST-BEFORE-VAL (3).
261015     MOVE  H-NEW-BUNJI              TO  MHST-AFTER-VAL (3).
261015     MOVE  'HO'                     TO  MHST-FIELD-NM (4).
261015     MOVE  H-CUR-HO                 TO  MHST-BEFORE-VAL (4).
261015     MOVE  H-NEW-HO                 TO  MHST-AFTER-VAL (4).
261015     MOVE  'APT_BLOCK'              TO  MHST-FIELD-NM (5).
261015     MOVE  H-CUR-APT-BLOCK          TO  MHST-BEFORE-VAL (5).
261015     MOVE  H-NEW-APT-BLOCK          TO  MHST-AFTER-VAL (5).
261015     MOVE  'APT_DONG'               TO  MHST-FIELD-NM (6).
261015     MOVE  H-CUR-APT-DONG           TO  MHST-BEFORE-VAL (6).
261015     MOVE  H-NEW-APT-DONG           TO  MHST-AFTER-VAL (6).
261015     MOVE  'APT_HO'                 TO  MHST-FIELD-NM (7).
261015     MOVE  H-CUR-APT-HO             TO  MHST-BEFORE-VAL (7).
261015     MOVE  H-NEW-APT-HO             TO  MHST-AFTER-VAL (7).
261015     MOVE  'TONG'                   TO  MHST-FIELD-NM (8).
261015     MOVE  H-CUR-TONG               TO  MHST-BEFORE-VAL (8).
261015     MOVE  H-NEW-TONG               TO  MHST-AFTER-VAL (8).
261015     MOVE  'BAN'                    TO  MHST-FIELD-NM (9).
261015     MOVE  H-CUR-BAN                TO  MHST-BEFORE-VAL (9).
261015     MOVE  H-NEW-BAN                TO  MHST-AFTER-VAL (9).
261015     MOVE  'ADDR_SUSPECT_FG'        TO  MHST-FIELD-NM (10).
261015     MOVE  H-CUR-SUSPECT-FG         TO  MHST-BEFORE-VAL (10).
261015     MOVE  'N'                      TO  MHST-AFTER-VAL (10).
261015     PERFORM  S1800-CALL-MHST.

261015 S1650-LOG-ADDRESS-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 7 0 0 - I N S E R T - T T I A B                       *
      *                                                              *
      ****************************************************************
       S1700-INSERT-TTIAB                SECTION.

           EXEC  SQL
                 INSERT  INTO  DTIA.TTIAB
                       ( RESID_HOUSE_HD
                 ,       TXPAYER_TP_HOUSE
                 ,       LGDONG_CD
                 ,       SAN_BUNJI
                 ,       BUNJI
                 ,       HO
                 ,       APT_BLOCK
                 ,       APT_DONG
                 ,       APT_HO
                 ,       TONG
                 ,       BAN
                 ,       APT_BLOCK1
                 ,       APT_DONG1
                 ,       APT_HO1
                 ,       ADDR_SUSPECT_FG )
                 VALUES
                       (:H-NEW-RESID-HOUSE-HD
                 ,      :H-NEW-TXPAYER-TP-HOUSE
                 ,      :H-NEW-LGDONG-CD
                 ,      :H-NEW-SAN-BUNJI
                 ,      :H-NEW-BUNJI
                 ,      :H-NEW-HO
                 ,      :H-NEW-APT-BLOCK
                 ,      :H-NEW-APT-DONG
                 ,      :H-NEW-APT-HO
                 ,      :H-NEW-TONG
                 ,      :H-NEW-BAN
                 ,       ' '
                 ,       ' '
                 ,       ' '
                 ,       'N' )
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S1700:DB ERROR TTIAB INSERT HOUSE='
                        H-NEW-RESID-HOUSE-HD ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-TTIAB-INS-CNT.

       S1700-INSERT-TTIAB-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 1 8 0 0 - C A L L - M H S T                             *
261015*                                                              *
261015*    WRITES THE TRWCO HISTORY SET UP BY THE CALLER, KEYED TO   *
261015*    THE REGISTRY REFERENCE OF THE MOVE.  A FAILURE BACKS OUT  *
261015*    THE UNCOMMITTED MOVE WITH IT.                             *
261015*                                                              *
261015****************************************************************
261015 S1800-CALL-MHST                   SECTION.

261015     MOVE  C-PROG-ID                TO  MHST-PGM-ID
261015                                        MHST-OPID.
261015     MOVE  R-REGISTRY-REF           TO  MHST-EVENT-KEY.

261015     CALL  C-PGM-LCBSMHST  USING  LCBSMHST-USERAREA.

261015     IF  NOT  MHST-RTN-NORMAL
261015         MOVE  MHST-SQLCODE         TO  W-SQLCODE
261015         DISPLAY 'S1800:DB ERROR TRWCO RC=' MHST-RTN-CD
261015                  ' RESID=' H-RESID ' SQLCODE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1        TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     ADD   MHST-ROW-CNT             TO  A-TRWCO-INS-CNT.

261015 S1800-CALL-MHST-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - W R I T E - I M P A C T - L I S T             *
      *                                                              *
      ****************************************************************
       S2000-WRITE-IMPACT-LIST           SECTION.

           MOVE  'OLD ADDRESS '           TO  A1-LABEL.
           MOVE  H-OLD-RESID-HOUSE-HD     TO  A1-RESID-HOUSE-HD.
           MOVE  SPACE                    TO  A1-ADDR.
           IF  S-OLD-ADDR-FOUND
               STRING  H-OLD-LGDONG-CD   ' '
                       H-OLD-SAN-BUNJI   ' '
                       H-OLD-BUNJI       '-'
                       H-OLD-HO          ' '
                       H-OLD-APT-BLOCK   ' '
                       H-OLD-APT-DONG    ' '
                       H-OLD-APT-HO      ' TONG '
                       H-OLD-TONG        ' BAN '
                       H-OLD-BAN
                       DELIMITED BY SIZE  INTO  A1-ADDR
               END-STRING
           ELSE
               MOVE  '(NO TTIAB ADDRESS ON FILE)'
                                          TO  A1-ADDR
           END-IF.
           WRITE  O-RPT-REC  FROM  A1-ADDR-LINE.

           MOVE  'NEW ADDRESS '           TO  A1-LABEL.
           MOVE  H-NEW-RESID-HOUSE-HD     TO  A1-RESID-HOUSE-HD.
           MOVE  SPACE                    TO  A1-ADDR.
           STRING  H-NEW-LGDONG-CD   ' '
                   H-NEW-SAN-BUNJI   ' '
                   H-NEW-BUNJI       '-'
                   H-NEW-HO          ' '
                   H-NEW-APT-BLOCK   ' '
                   H-NEW-APT-DONG    ' '
                   H-NEW-APT-HO      ' TONG '
                   H-NEW-TONG        ' BAN '
                   H-NEW-BAN         ' ZIP '
                   R-ZIP-CD
                   DELIMITED BY SIZE  INTO  A1-ADDR
           END-STRING.
           WRITE  O-RPT-REC  FROM  A1-ADDR-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           MOVE  ZERO                     TO  W-BUSN-CNT
                                              W-RCVE-CNT
                                              W-EXCP-CNT.

           IF  S-OLD-ADDR-FOUND
               PERFORM  S2100-LIST-BUSINESSES
           END-IF.
           PERFORM  S2200-LIST-RECEIPTS.
           PERFORM  S2300-LIST-NON-MAILABLE.
           PERFORM  S2400-LIST-REDELIVERY.

           IF  W-BUSN-CNT  =  ZERO  AND
               W-RCVE-CNT  =  ZERO  AND
               W-EXCP-CNT  =  ZERO
               MOVE  'NOTHING ELSE AFFECTED BY THE MOVE'
                                          TO  M1-MSG
               PERFORM  S6100-WRITE-MSG
           END-IF.

           ADD   W-BUSN-CNT               TO  A-BUSN-IMP-CNT.
           ADD   W-RCVE-CNT               TO  A-RCVE-IMP-CNT.
           ADD   W-EXCP-CNT               TO  A-EXCP-IMP-CNT.

       S2000-WRITE-IMPACT-LIST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - L I S T - B U S I N E S S E S                 *
      *                                                              *
      ****************************************************************
       S2100-LIST-BUSINESSES             SECTION.

           EXEC  SQL  OPEN  CURSOR_BUSN  END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S2100:DB ERROR CURSOR_BUSN OPEN SQLCODE='
                        W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-ROW-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-ROW
              EXEC  SQL
                    FETCH  CURSOR_BUSN
                     INTO  :H-BUSNID
                    ,      :H-TXOFF-CD
                    ,      :H-RCVE-YEAR
                    ,      :H-RCVE-NO
                    ,      :H-TRADE-NM
              END-EXEC
              EVALUATE  SQLCODE
                  WHEN  ZERO
                        PERFORM  S2110-WRITE-BUSINESS
                  WHEN  +100
                        MOVE  HIGH-VALUE  TO  S-ROW-END-CHECK
                  WHEN  OTHER
                        MOVE  SQLCODE     TO  W-SQLCODE
                        DISPLAY 'S2100:DB ERROR CURSOR_BUSN FETCH '
                                'SQLCODE=' W-SQLCODE
                        MOVE  U-ABEND-CODE1
                                          TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_BUSN  END-EXEC.

       S2100-LIST-BUSINESSES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 1 0 - W R I T E - B U S I N E S S                   *
      *                                                              *
      ****************************************************************
       S2110-WRITE-BUSINESS              SECTION.

           MOVE  'BUSINESS'               TO  D1-KIND.
           MOVE  H-BUSNID                 TO  D1-KEY.
           MOVE  SPACE                    TO  D1-TEXT.
           STRING  'RGST '                H-TXOFF-CD
                   '-'                    H-RCVE-YEAR
                   '-'                    H-RCVE-NO
                   ' '                    H-TRADE-NM
                   ' - ADDRESS AMENDMENT DUE'
                   DELIMITED BY SIZE  INTO  D1-TEXT
           END-STRING.

           WRITE  O-RPT-REC  FROM  D1-IMPACT-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.
           ADD   1                        TO  W-BUSN-CNT.

       S2110-WRITE-BUSINESS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - L I S T - R E C E I P T S                     *
      *                                                              *
      ****************************************************************
       S2200-LIST-RECEIPTS               SECTION.

           EXEC  SQL  OPEN  CURSOR_RCVE  END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S2200:DB ERROR CURSOR_RCVE OPEN SQLCODE='
                        W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-ROW-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-ROW
              EXEC  SQL
                    FETCH  CURSOR_RCVE
                     INTO  :H-RCVE-NO-TXOFF
                    ,      :H-RCVE-NO-YY
                    ,      :H-RCVE-NO-SEQNO
                    ,      :H-TX-SRVC-TP
                    ,      :H-TREAT-STAUS
                    ,      :H-RCVE-DT
              END-EXEC
              EVALUATE  SQLCODE
                  WHEN  ZERO
                        PERFORM  S2210-WRITE-RECEIPT
                  WHEN  +100
                        MOVE  HIGH-VALUE  TO  S-ROW-END-CHECK
                  WHEN  OTHER
                        MOVE  SQLCODE     TO  W-SQLCODE
                        DISPLAY 'S2200:DB ERROR CURSOR_RCVE FETCH '
                                'SQLCODE=' W-SQLCODE
                        MOVE  U-ABEND-CODE1
                                          TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_RCVE  END-EXEC.

       S2200-LIST-RECEIPTS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 1 0 - W R I T E - R E C E I P T                     *
      *                                                              *
      ****************************************************************
       S2210-WRITE-RECEIPT               SECTION.

           MOVE  H-RCVE-NO-TXOFF          TO  W-RCVE-KEY-TXOFF.
           MOVE  H-RCVE-NO-YY             TO  W-RCVE-KEY-YY.
           MOVE  H-RCVE-NO-SEQNO          TO  W-RCVE-KEY-SEQNO.

           MOVE  'MAIL RECEIPT'           TO  D1-KIND.
           MOVE  W-RCVE-KEY               TO  D1-KEY.
           MOVE  SPACE                    TO  D1-TEXT.
           STRING  'SERVICE '             H-TX-SRVC-TP
                   ' STATUS '             H-TREAT-STAUS
                   ' RECEIVED '           H-RCVE-DT
                   ' - NOW MAILS TO THE NEW ADDRESS'
                   DELIMITED BY SIZE  INTO  D1-TEXT
           END-STRING.

           WRITE  O-RPT-REC  FROM  D1-IMPACT-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.
           ADD   1                        TO  W-RCVE-CNT.

       S2210-WRITE-RECEIPT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - L I S T - N O N - M A I L A B L E             *
      *                                                              *
      ****************************************************************
       S2300-LIST-NON-MAILABLE           SECTION.

           EXEC  SQL  OPEN  CURSOR_AU  END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S2300:DB ERROR CURSOR_AU OPEN SQLCODE='
                        W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-ROW-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-ROW
              EXEC  SQL
                    FETCH  CURSOR_AU
                     INTO  :H-RCVE-NO-TXOFF
                    ,      :H-RCVE-NO-YY
                    ,      :H-RCVE-NO-SEQNO
                    ,      :H-FAIL-RSN
                    ,      :H-CREAT-DT
              END-EXEC
              EVALUATE  SQLCODE
                  WHEN  ZERO
                        PERFORM  S2310-WRITE-NON-MAILABLE
                  WHEN  +100
                        MOVE  HIGH-VALUE  TO  S-ROW-END-CHECK
                  WHEN  OTHER
                        MOVE  SQLCODE     TO  W-SQLCODE
                        DISPLAY 'S2300:DB ERROR CURSOR_AU FETCH '
                                'SQLCODE=' W-SQLCODE
                        MOVE  U-ABEND-CODE1
                                          TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_AU  END-EXEC.

       S2300-LIST-NON-MAILABLE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 1 0 - W R I T E - N O N - M A I L A B L E           *
      *                                                              *
      ****************************************************************
       S2310-WRITE-NON-MAILABLE          SECTION.

           MOVE  H-RCVE-NO-TXOFF          TO  W-RCVE-KEY-TXOFF.
           MOVE  H-RCVE-NO-YY             TO  W-RCVE-KEY-YY.
           MOVE  H-RCVE-NO-SEQNO          TO  W-RCVE-KEY-SEQNO.

           MOVE  'TRWAU ITEM'             TO  D1-KIND.
           MOVE  W-RCVE-KEY               TO  D1-KEY.
           MOVE  SPACE                    TO  D1-TEXT.
           STRING  'NON-MAILABLE SINCE '  H-CREAT-DT
                   ' '                    H-FAIL-RSN
                   DELIMITED BY SIZE  INTO  D1-TEXT
           END-STRING.

           WRITE  O-RPT-REC  FROM  D1-IMPACT-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.
           ADD   1                        TO  W-EXCP-CNT.

       S2310-WRITE-NON-MAILABLE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - L I S T - R E D E L I V E R Y                 *
      *                                                              *
      ****************************************************************
       S2400-LIST-REDELIVERY             SECTION.

           EXEC  SQL  OPEN  CURSOR_AX  END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S2400:DB ERROR CURSOR_AX OPEN SQLCODE='
                        W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-ROW-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-ROW
              EXEC  SQL
                    FETCH  CURSOR_AX
                     INTO  :H-RCVE-NO-TXOFF
                    ,      :H-RCVE-NO-YY
                    ,      :H-RCVE-NO-SEQNO
                    ,      :H-CREAT-DT
              END-EXEC
              EVALUATE  SQLCODE
                  WHEN  ZERO
                        PERFORM  S2410-WRITE-REDELIVERY
                  WHEN  +100
                        MOVE  HIGH-VALUE  TO  S-ROW-END-CHECK
                  WHEN  OTHER
                        MOVE  SQLCODE     TO  W-SQLCODE
                        DISPLAY 'S2400:DB ERROR CURSOR_AX FETCH '
                                'SQLCODE=' W-SQLCODE
                        MOVE  U-ABEND-CODE1
                                          TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_AX  END-EXEC.

       S2400-LIST-REDELIVERY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 1 0 - W R I T E - R E D E L I V E R Y               *
      *                                                              *
      ****************************************************************
       S2410-WRITE-REDELIVERY            SECTION.

           MOVE  H-RCVE-NO-TXOFF          TO  W-RCVE-KEY-TXOFF.
           MOVE  H-RCVE-NO-YY             TO  W-RCVE-KEY-YY.
           MOVE  H-RCVE-NO-SEQNO          TO  W-RCVE-KEY-SEQNO.

           MOVE  'TRWAX ITEM'             TO  D1-KIND.
           MOVE  W-RCVE-KEY               TO  D1-KEY.
           MOVE  SPACE                    TO  D1-TEXT.
           STRING  'RETURNED UNDELIVERABLE SINCE '
                   H-CREAT-DT
                   ' - RE-DELIVER TO THE NEW ADDRESS'
                   DELIMITED BY SIZE  INTO  D1-TEXT
           END-STRING.

           WRITE  O-RPT-REC  FROM  D1-IMPACT-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.
           ADD   1                        TO  W-EXCP-CNT.

       S2410-WRITE-REDELIVERY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - I N S E R T - T R W C L                       *
      *                                                              *
      ****************************************************************
       S3000-INSERT-TRWCL                SECTION.

           MOVE  H-RESID                  TO  RESID          OF TRWCL.
           MOVE  H-TXPAYER-TP             TO  TXPAYER-TP     OF TRWCL.

           EXEC  SQL
                 SELECT  COALESCE(MAX(CHG_SEQNO), 0) + 1
                 INTO   :TRWCL.CHG-SEQNO
                 FROM    DRWB.TRWCL
                 WHERE   RESID       =  :TRWCL.RESID
                   AND   TXPAYER_TP  =  :TRWCL.TXPAYER-TP
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S3000:DB ERROR TRWCL SELECT RESID='
                        H-RESID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  R-MOVE-DT                TO  MOVE-DT        OF TRWCL.
           MOVE  R-REGISTRY-REF           TO  REGISTRY-REF   OF TRWCL.
           MOVE  H-OLD-RESID-HOUSE-HD     TO  OLD-RESID-HOUSE-HD
                                                             OF TRWCL.
           MOVE  H-OLD-TXPAYER-TP-HOUSE   TO  OLD-TXPAYER-TP-HOUSE
                                                             OF TRWCL.
           MOVE  H-OLD-LGDONG-CD          TO  OLD-LGDONG-CD  OF TRWCL.
           MOVE  H-OLD-SAN-BUNJI          TO  OLD-SAN-BUNJI  OF TRWCL.
           MOVE  H-OLD-BUNJI              TO  OLD-BUNJI      OF TRWCL.
           MOVE  H-OLD-HO                 TO  OLD-HO         OF TRWCL.
           MOVE  H-OLD-APT-BLOCK          TO  OLD-APT-BLOCK  OF TRWCL.
           MOVE  H-OLD-APT-DONG           TO  OLD-APT-DONG   OF TRWCL.
           MOVE  H-OLD-APT-HO             TO  OLD-APT-HO     OF TRWCL.
           MOVE  H-OLD-TONG               TO  OLD-TONG       OF TRWCL.
           MOVE  H-OLD-BAN                TO  OLD-BAN        OF TRWCL.
           MOVE  H-NEW-RESID-HOUSE-HD     TO  NEW-RESID-HOUSE-HD
                                                             OF TRWCL.
           MOVE  H-NEW-TXPAYER-TP-HOUSE   TO  NEW-TXPAYER-TP-HOUSE
                                                             OF TRWCL.
           MOVE  R-ZIP-CD                 TO  NEW-ZIP-CD     OF TRWCL.
           MOVE  H-NEW-LGDONG-CD          TO  NEW-LGDONG-CD  OF TRWCL.
           MOVE  H-NEW-SAN-BUNJI          TO  NEW-SAN-BUNJI  OF TRWCL.
           MOVE  H-NEW-BUNJI              TO  NEW-BUNJI      OF TRWCL.
           MOVE  H-NEW-HO                 TO  NEW-HO         OF TRWCL.
           MOVE  H-NEW-APT-BLOCK          TO  NEW-APT-BLOCK  OF TRWCL.
           MOVE  H-NEW-APT-DONG           TO  NEW-APT-DONG   OF TRWCL.
           MOVE  H-NEW-APT-HO             TO  NEW-APT-HO     OF TRWCL.
           MOVE  H-NEW-TONG               TO  NEW-TONG       OF TRWCL.
           MOVE  H-NEW-BAN                TO  NEW-BAN        OF TRWCL.
           MOVE  W-BUSN-CNT               TO  BUSN-CNT       OF TRWCL.
           MOVE  W-RCVE-CNT               TO  RCVE-CNT       OF TRWCL.
           MOVE  W-EXCP-CNT               TO  EXCP-CNT       OF TRWCL.
           MOVE  W-SYSTEM-DATE            TO  APPLY-DT       OF TRWCL.
           MOVE  W-SYSTEM-TIME            TO  APPLY-TIME     OF TRWCL.
           MOVE  C-PROG-ID                TO  APPLY-OPID     OF TRWCL.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCL
                       ( RESID
                 ,       TXPAYER_TP
                 ,       CHG_SEQNO
                 ,       CHG_TP
                 ,       MOVE_DT
                 ,       REGISTRY_REF
                 ,       OLD_RESID_HOUSE_HD
                 ,       OLD_TXPAYER_TP_HOUSE
                 ,       OLD_LGDONG_CD
                 ,       OLD_SAN_BUNJI
                 ,       OLD_BUNJI
                 ,       OLD_HO
                 ,       OLD_APT_BLOCK
                 ,       OLD_APT_DONG
                 ,       OLD_APT_HO
                 ,       OLD_TONG
                 ,       OLD_BAN
                 ,       NEW_RESID_HOUSE_HD
                 ,       NEW_TXPAYER_TP_HOUSE
                 ,       NEW_ZIP_CD
                 ,       NEW_LGDONG_CD
                 ,       NEW_SAN_BUNJI
                 ,       NEW_BUNJI
                 ,       NEW_HO
                 ,       NEW_APT_BLOCK
                 ,       NEW_APT_DONG
                 ,       NEW_APT_HO
                 ,       NEW_TONG
                 ,       NEW_BAN
                 ,       BUSN_CNT
                 ,       RCVE_CNT
                 ,       EXCP_CNT
                 ,       APPLY_DT
                 ,       APPLY_TIME
                 ,       APPLY_OPID )
                 VALUES
                       (:TRWCL.RESID
                 ,      :TRWCL.TXPAYER-TP
                 ,      :TRWCL.CHG-SEQNO
                 ,      :TRWCL.CHG-TP
                 ,      :TRWCL.MOVE-DT
                 ,      :TRWCL.REGISTRY-REF
                 ,      :TRWCL.OLD-RESID-HOUSE-HD
                 ,      :TRWCL.OLD-TXPAYER-TP-HOUSE
                 ,      :TRWCL.OLD-LGDONG-CD
                 ,      :TRWCL.OLD-SAN-BUNJI
                 ,      :TRWCL.OLD-BUNJI
                 ,      :TRWCL.OLD-HO
                 ,      :TRWCL.OLD-APT-BLOCK
                 ,      :TRWCL.OLD-APT-DONG
                 ,      :TRWCL.OLD-APT-HO
                 ,      :TRWCL.OLD-TONG
                 ,      :TRWCL.OLD-BAN
                 ,      :TRWCL.NEW-RESID-HOUSE-HD
                 ,      :TRWCL.NEW-TXPAYER-TP-HOUSE
                 ,      :TRWCL.NEW-ZIP-CD
                 ,      :TRWCL.NEW-LGDONG-CD
                 ,      :TRWCL.NEW-SAN-BUNJI
                 ,      :TRWCL.NEW-BUNJI
                 ,      :TRWCL.NEW-HO
                 ,      :TRWCL.NEW-APT-BLOCK
                 ,      :TRWCL.NEW-APT-DONG
                 ,      :TRWCL.NEW-APT-HO
                 ,      :TRWCL.NEW-TONG
                 ,      :TRWCL.NEW-BAN
                 ,      :TRWCL.BUSN-CNT
                 ,      :TRWCL.RCVE-CNT
                 ,      :TRWCL.EXCP-CNT
                 ,      :TRWCL.APPLY-DT
                 ,      :TRWCL.APPLY-TIME
                 ,      :TRWCL.APPLY-OPID )
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S3000:DB ERROR TRWCL INSERT RESID='
                        H-RESID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-TRWCL-INS-CNT.

       S3000-INSERT-TRWCL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           MOVE  A-CHG-READ-CNT           TO  T1-CHG-CNT.
           MOVE  A-APPLIED-CNT            TO  T1-APPLIED-CNT.
           MOVE  A-NO-CHG-CNT             TO  T1-NO-CHG-CNT.
           MOVE  A-REJECT-CNT             TO  T1-REJECT-CNT.
           MOVE  A-BUSN-IMP-CNT           TO  T2-BUSN-CNT.
           MOVE  A-RCVE-IMP-CNT           TO  T2-RCVE-CNT.
           MOVE  A-EXCP-IMP-CNT           TO  T2-EXCP-CNT.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           WRITE  O-RPT-REC  FROM  T2-TRAILER-LINE.
           ADD   3                        TO  A-RPT-WRIT-CNT.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - W R I T E - M S G                             *
      *                                                              *
      ****************************************************************
       S6100-WRITE-MSG                   SECTION.

           WRITE  O-RPT-REC  FROM  M1-MSG-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.
           MOVE  SPACE                    TO  M1-MSG.

       S6100-WRITE-MSG-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBG            *
      *                                                              *
      ****************************************************************
