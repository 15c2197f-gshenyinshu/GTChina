      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBD.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : DORMANT BUSINESS SWEEP AND EX OFFICIO CLOSURE *
      *  DESCRIPTION : TWO STEPS OVER THE DTAA.TTAAA BASE:           *
      *                1. SETTLE EXPIRED NOTICES - EVERY DRWB.TRWCJ  *
      *                   CASE STILL 'N' WHOSE RESPONSE-DUE-DT HAS   *
      *                   PASSED.  A BUSINESS THAT HAS SINCE OPENED  *
      *                   ARREARS OR SHOWN ACTIVITY IS LEFT OPEN     *
      *                   ('A'), ONE ALREADY CLOSED IS VOIDED ('V'), *
      *                   THE REST ARE CLOSED EX OFFICIO ('C'):      *
      *                   TTAAA CLOSE-DT = RUN DATE AND A 'G15'      *
      *                   DTAA.TTAAC HISTORY ROW, KEPT APART FROM    *
      *                   THE VOLUNTARY LAP13 'G05' CLOSURE.  A      *
      *                   REPLY TAKEN IN LEP32 HAS ALREADY MOVED THE *
      *                   CASE TO 'R', SO IT IS NOT PICKED UP HERE.  *
      *                2. FLAG DORMANT BUSINESSES (STEP 'F' ONLY) -  *
      *                   OPEN REGISTRATIONS OLDER THAN THE TRWBA    *
      *                   'DORMANCY' YEARS WITH NO TTJAC ACTIVITY    *
      *                   (SYSTEM PENALTY/INTEREST ACCRUALS AND      *
      *                   WRITE-OFF ROWS DO NOT COUNT), NO TRWAD     *
      *                   REQUEST, NO RIV010/RGV010 RETURN FOR A     *
      *                   PERIOD IN THE WINDOW, NO OPEN              *
      *                   TTJBD ARREARS AND NO CASE OPEN OR ANSWERED *
      *                   WITHIN THE WINDOW.  EACH GETS A TRWCJ CASE *
      *                   AND A PRINTED NOTICE OF INTENDED CLOSURE   *
      *                   WITH THE RESPONSE DATE.  CANDIDATES ARE    *
      *                   TAKEN IN BUSNID ORDER, C-CAND-MAX AT A     *
      *                   TIME, AND MATCHED AGAINST ONE SEQUENTIAL   *
      *                   PASS OF THE RETURN FILES PER BATCH.        *
      *                THE ANNUAL RUN USES STEP 'F'; STEP 'C' ONLY   *
      *                SETTLES EXPIRED NOTICES AND CAN RUN AS OFTEN  *
      *                AS WANTED IN BETWEEN.  MODE 'D' IS A DRY RUN  *
      *                THAT ONLY REPORTS.                            *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBD                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - RUN DATE (YYYYMMDD, BLANK = TODAY),*
      *                   STEP F/C, MODE D/U, OPERATOR               *
      *  I/O  FILES     : RIV010/RGV010 (SEQUENTIAL READ)            *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTAA.TTAAA                              RU                  *
      *  DTAA.TTAAC                             C                    *
      *  DTJA.TTJAC / DRWA.TRWAD / DTJB.TTJBD    R                   *
      *  DTJA.TTJAD / DRWB.TRWBA                 R                   *
      *  DRWB.TRWCJ                             CRU                  *
      *  DRWB.TRWCO  (VIA LCBSMHST)             C                    *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         EX OFFICIO CLOSE_DT WRITTEN TO *
      *                               TRWCO MASTER HISTORY           *
      *  2026/10/15  S.K.CHOI         TTJAC 'WO' WRITE-OFF ROWS ARE  *
      *                               NOT ACTIVITY, LIKE PN/IN       *
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
           SELECT  I-RIV0-FILE  ASSIGN    TO  RIV010
                                ORGANIZATION  IS  INDEXED
                                ACCESS  MODE  IS  SEQUENTIAL
                                RECORD  KEY   IS  RIV0-KEY
                                FILE  STATUS  IS  S-RIV0-STATUS.

           SELECT  I-RGV0-FILE  ASSIGN    TO  RGV010
                                ORGANIZATION  IS  INDEXED
                                ACCESS  MODE  IS  SEQUENTIAL
                                RECORD  KEY   IS  RGV0-KEY
                                FILE  STATUS  IS  S-RGV0-STATUS.

           SELECT  O-LTR-FILE  ASSIGN     TO  LAPL0D0
                   FILE         STATUS    IS  S-LTR-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0D0
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

       FD  I-RIV0-FILE
           RECORD     CONTAINS           352  CHARACTERS.
       01  RIV0-REC.
           05  RIV0-KEY                  PIC  X(39).
           05  RIV0-DATA                 PIC  X(313).

       FD  I-RGV0-FILE
           RECORD     CONTAINS           122  CHARACTERS.
       01  RGV0-REC.
           05  RGV0-KEY                  PIC  X(39).
           05  RGV0-DATA                 PIC  X(83).

       FD  O-LTR-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-LTR-REC.
       01  O-LTR-REC                     PIC  X(132).

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
           'LAPBD    - WORKING STORAGE BEGINS HERE'.

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

           05  A-DUE-READ-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-CLOSED-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-KEPT-ARREARS-CNT        PIC  9(09)  VALUE  ZERO.
           05  A-KEPT-ACTIVE-CNT         PIC  9(09)  VALUE  ZERO.
           05  A-VOID-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-CAND-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-FILED-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-FLAGGED-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-ON-FILE-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-RIV-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-RGV-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-UPDATE-CNT              PIC  9(09)  VALUE  ZERO.
261015     05  A-TRWCO-INS-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-LTR-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBD'.
           05  C-PGM-LCBSAUTH            PIC  X(08)  VALUE 'LCBSAUTH'.
261015     05  C-PGM-LCBSMHST            PIC  X(08)  VALUE 'LCBSMHST'.
           05  C-CTL-ID                  PIC  X(08)  VALUE 'DORMANCY'.
      *    EX OFFICIO CLOSURE HISTORY TYPE - LAP13'S VOLUNTARY
      *    CLOSURE WRITES 'G05'.
           05  C-HISTORY-TP-EXOFF        PIC  X(03)  VALUE 'G15'.
           05  C-CAND-MAX                PIC S9(04)  COMP  VALUE +5000.
           05  C-COMMIT-FREQ             PIC S9(04)  COMP  VALUE +100.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-RUN-DT            PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-STEP              PIC  X(01)  VALUE  SPACE.
               88  W-SYSIN-STEP-FULL                 VALUE  'F'.
               88  W-SYSIN-STEP-CLOSE                VALUE  'C'.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-MODE              PIC  X(01)  VALUE  SPACE.
               88  W-SYSIN-MODE-DRY-RUN              VALUE  'D'.
               88  W-SYSIN-MODE-UPDATE               VALUE  'U'.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-OPID              PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(59)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-FILE-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-FILE-END                        VALUE  HIGH-VALUE.

           05  S-RIV0-STATUS             PIC  X(002).
               88  S-RIV0-NORMAL                     VALUE '00'.
               88  S-RIV0-EOF                        VALUE '10'.

           05  S-RGV0-STATUS             PIC  X(002).
               88  S-RGV0-NORMAL                     VALUE '00'.
               88  S-RGV0-EOF                        VALUE '10'.

           05  S-LTR-STATUS              PIC  X(002).
               88  S-LTR-NORMAL                      VALUE '00'.

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
           05  W-SQL-STEP                PIC  X(20).

           05  W-RUN-DT                  PIC  X(08).
           05  W-RUN-ISO                 PIC  X(10).
           05  W-CUTOFF-DT               PIC  X(08).
           05  W-DUE-DT                  PIC  X(08).
           05  W-DORM-YEARS              PIC S9(04)  COMP.
           05  W-RESP-DAYS               PIC S9(04)  COMP.
           05  W-COMMIT-CNT              PIC S9(04)  COMP.

      *    CURSOR_DUE ROW.
           05  W-DU-BUSNID               PIC  X(10).
           05  W-DU-NOTICE-DT            PIC  X(08).
           05  W-DU-TXOFF                PIC  X(03).
           05  W-DU-DUE-DT               PIC  X(08).
           05  W-DU-ON-MASTER            PIC  X(01).
           05  W-DU-CLOSE-DT             PIC  X(08).
           05  W-DU-RGST-OPEN-DT         PIC  X(08).
           05  W-DU-RESID-CHIEF          PIC  X(13).
           05  W-DU-TXPAYER-TP           PIC  X(01).
           05  W-DU-TRADE-NM             PIC  X(60).
           05  W-ARREARS-CNT             PIC S9(09)  COMP.
           05  W-ACTIVITY-CNT            PIC S9(09)  COMP.
           05  W-NEW-STAUS               PIC  X(01).
               88  W-NEW-STAUS-CLOSED                VALUE  'C'.
           05  W-NEW-CLOSE-DT            PIC  X(08).
           05  W-OUTCOME                 PIC  X(40).

      *    CURSOR_CAND ROW.
           05  W-CA-BUSNID               PIC  X(10).
           05  W-CA-RGST-OPEN-DT         PIC  X(08).
           05  W-CA-TXOFF                PIC  X(03).
           05  W-CA-TRADE-NM             PIC  X(60).
           05  W-CA-LGDONG-CD            PIC  X(10).
           05  W-CA-LAST-PAY-DT          PIC  X(08).
           05  W-CA-LAST-RQST-DT         PIC  X(08).

      *    THE RETURN-FILE KEY, SAME SHAPE AS MIP02'S
      *    S2600-RIV010-KEY-SET.
           05  W-FL-KEY.
               10  W-FL-TXOFF-CD         PIC  X(03).
               10  W-FL-TX-OFFCR-CD      PIC  X(05).
               10  W-FL-ASS-YYMM-FR      PIC  X(06).
               10  W-FL-TXTP-CD          PIC  X(02).
               10  W-FL-RESID-BUSNID     PIC  X(13).
               10  FILLER                PIC  X(10).

           05  W-SI-DO                   PIC  X(20).
           05  W-GU-SI-GUN               PIC  X(20).
           05  W-DONG-UEP-MYUN           PIC  X(20).
           05  W-ADDR-LINE               PIC  X(60).
           05  W-LAST-ACT-DT             PIC  X(08).

           05  I                         PIC S9(04)  COMP.

      ****************************************************************
      *    CANDIDATE TABLE - ONE BATCH OF CURSOR_CAND ROWS IN BUSNID *
      *    ORDER, SEARCHED BY THE RETURN-FILE PASS.                  *
      ****************************************************************
       01  CAND-TABLE.
           05  CD-CNT                    PIC S9(04)  COMP  VALUE  ZERO.
           05  CD-ENTRY                  OCCURS 1 TO 5000 TIMES
                                         DEPENDING ON  CD-CNT
                                         ASCENDING KEY IS  CD-BUSNID
                                         INDEXED BY  CD-IX.
               10  CD-BUSNID             PIC  X(10).
               10  CD-RGST-OPEN-DT       PIC  X(08).
               10  CD-TXOFF              PIC  X(03).
               10  CD-TRADE-NM           PIC  X(60).
               10  CD-LGDONG-CD          PIC  X(10).
               10  CD-LAST-ACT-DT        PIC  X(08).
               10  CD-FILED-FG           PIC  X(01).

      ****************************************************************
      *    PARAMETER AREA OF THE CENTRAL LCBSAUTH AUTHORITY CHECK,   *
      *    CARRIED AS LCBSAUTH ITSELF DEFINES IT.                    *
      ****************************************************************
       01  L-SAUTH-PARM.
           05  L-SAUTH-INPUT.
               10  L-SAUTH-OPID          PIC  X(08).
               10  L-SAUTH-FUNC-CD       PIC  X(08).
               10  L-SAUTH-CHK-CNT       PIC  S9(09) COMP-3.
               10  L-SAUTH-TODAY         PIC  X(08).
           05  L-SAUTH-OUTPUT.
               10  L-SAUTH-AUTH-FG       PIC  X(01).
               10  L-SAUTH-RC            PIC  X(02).

261015****************************************************************
261015*                                                              *
261015*    L C B S M H S T    U S E R A R E A                        *
261015*                                                              *
261015****************************************************************
261015 01  LCBSMHST-USERAREA.
261015     COPY  LCBYMHST.

      ****************************************************************
      *                                                              *
      *    L E T T E R    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  LETTER-LINES.

           05  L1-TITLE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(51)  VALUE
                  'NOTICE OF INTENDED CLOSURE OF BUSINESS REGISTRATION'.
               10  FILLER                PIC  X(12)  VALUE
                   '  LTR DATE: '.
               10  L1-LTR-DATE           PIC  X(08).
               10  FILLER                PIC  X(60)  VALUE  SPACE.

           05  L2-ADDR-LINE.
               10  FILLER                PIC  X(05)  VALUE  SPACE.
               10  L2-ADDR-TEXT          PIC  X(60).
               10  FILLER                PIC  X(67)  VALUE  SPACE.

           05  L3-BUSN-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(14)  VALUE
                   'BUSINESS ID : '.
               10  L3-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(11)  VALUE
                   '  OFFICE : '.
               10  L3-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(15)  VALUE
                   '  REGISTERED : '.
               10  L3-RGST-OPEN-DT       PIC  X(08).
               10  FILLER                PIC  X(70)  VALUE  SPACE.

           05  L5-TEXT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  L5-TEXT               PIC  X(72).
               10  FILLER                PIC  X(59)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(40)  VALUE
                   'DORMANT BUSINESS SWEEP        RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(09)  VALUE
                   '  STEP : '.
               10  H1-STEP               PIC  X(01).
               10  FILLER                PIC  X(09)  VALUE
                   '  MODE : '.
               10  H1-MODE               PIC  X(01).
               10  FILLER                PIC  X(10)  VALUE
                   '  YEARS : '.
               10  H1-YEARS              PIC  Z9.
               10  FILLER                PIC  X(16)  VALUE
                   '  REPLY DAYS : '.
               10  H1-DAYS               PIC  ZZ9.
               10  FILLER                PIC  X(14)  VALUE
                   '  NO ACTIVITY '.
               10  FILLER                PIC  X(08)  VALUE
                   'SINCE : '.
               10  H1-CUTOFF-DT          PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.

           05  H2-SECTION-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  H2-TEXT               PIC  X(80).
               10  FILLER                PIC  X(51)  VALUE  SPACE.

           05  H3-DUE-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(42)  VALUE
                   'OFF BUSNID     NOTICE   DUE DATE CLOSED   '.
               10  FILLER                PIC  X(42)  VALUE
                   'TRADE NAME                               '.
               10  FILLER                PIC  X(47)  VALUE
                   'OUTCOME'.

           05  H3-CAND-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(42)  VALUE
                   'OFF BUSNID     OPENED   LAST ACT DUE DATE '.
               10  FILLER                PIC  X(42)  VALUE
                   'TRADE NAME                               '.
               10  FILLER                PIC  X(47)  VALUE
                   'RESULT'.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01).
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01).
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(01).
               10  D1-DATE1              PIC  X(08).
               10  FILLER                PIC  X(01).
               10  D1-DATE2              PIC  X(08).
               10  FILLER                PIC  X(01).
               10  D1-DATE3              PIC  X(08).
               10  FILLER                PIC  X(01).
               10  D1-TRADE-NM           PIC  X(40).
               10  FILLER                PIC  X(01).
               10  D1-RESULT             PIC  X(40).
               10  FILLER                PIC  X(08).

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-TEXT               PIC  X(60).
               10  T1-CNT                PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(60)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBA   (   SCREEN / STAGE CONTROL   )               *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCJ   (   DORMANT BUSINESS CLOSURE CASE   )        *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCJ      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_DUE : NOTICES STILL WAITING WHOSE REPLY DATE HAS   *
      *    PASSED, WITH THE BUSINESS'S CURRENT MASTER ROW.           *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_DUE  CURSOR  WITH  HOLD  FOR
                 SELECT   J.BUSNID
                 ,        J.NOTICE_DT
                 ,        J.TXOFF_CD
                 ,        J.RESPONSE_DUE_DT
                 ,        CASE WHEN A.BUSNID IS NULL
                               THEN 'N' ELSE 'Y' END
                 ,        COALESCE(A.CLOSE_DT, ' ')
                 ,        COALESCE(A.RGST_OPEN_DT, ' ')
                 ,        COALESCE(A.RESID_CHIEF, ' ')
                 ,        COALESCE(A.TXPAYER_TP_CHIEF, ' ')
                 ,        COALESCE(A.TRADE_NM1, ' ')
                 FROM     DRWB.TRWCJ  J
                          LEFT OUTER JOIN  DTAA.TTAAA  A
                            ON  A.BUSNID   =  J.BUSNID
                           AND  A.LAST_FG  =  'Y'
                 WHERE    J.CASE_STAUS       =  'N'
                 AND      J.RESPONSE_DUE_DT  <  :W-RUN-DT
                 ORDER BY J.TXOFF_CD, J.BUSNID
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_CAND : OPEN REGISTRATIONS OLDER THAN THE WINDOW    *
      *    WITH NO ACCOUNT ACTIVITY (PENALTY 'PN' AND INTEREST 'IN'  *
      *    ACCRUALS ARE THE SYSTEM'S, NOT THE TAXPAYER'S), NO        *
      *    CERTIFICATE REQUEST, NO OPEN ARREARS OF THE CHIEF, AND NO *
      *    CASE STILL OPEN OR ANSWERED INSIDE THE WINDOW.  THE       *
      *    RETURN FILES ARE CHECKED AFTERWARDS, BATCH BY BATCH.      *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_CAND  CURSOR  WITH  HOLD  FOR
                 SELECT   A.BUSNID
                 ,        A.RGST_OPEN_DT
                 ,        A.TXOFF_CD
                 ,        A.TRADE_NM1
                 ,        A.LGDONG_CD
                 ,        COALESCE((SELECT MAX(C.TRANS_DT)
                                      FROM DTJA.TTJAC  C
                                     WHERE C.BUSNID  =  A.BUSNID
                                       AND C.TRANS_TP NOT IN
                                              ('PN', 'IN', 'WO')), ' ')
                 ,        COALESCE((SELECT MAX(D.RCVE_DT)
                                      FROM DRWA.TRWAD  D
                                     WHERE SUBSTR(D.RESID_BUSNID,1,10)
                                                  =  A.BUSNID), ' ')
                 FROM     DTAA.TTAAA  A
                 WHERE    A.LAST_FG       =  'Y'
                 AND      COALESCE(A.CLOSE_DT, ' ')  =  ' '
                 AND      A.RGST_OPEN_DT  <  :W-CUTOFF-DT
                 AND      NOT EXISTS
                          (SELECT 1
                             FROM DTJA.TTJAC  C
                            WHERE C.BUSNID    =  A.BUSNID
                              AND C.TRANS_DT >=  :W-CUTOFF-DT
                              AND C.TRANS_TP NOT IN ('PN', 'IN', 'WO'))
                 AND      NOT EXISTS
                          (SELECT 1
                             FROM DRWA.TRWAD  D
                            WHERE SUBSTR(D.RESID_BUSNID,1,10)
                                             =  A.BUSNID
                              AND D.RCVE_DT  >=  :W-CUTOFF-DT)
                 AND      NOT EXISTS
                          (SELECT 1
                             FROM DTJB.TTJBD  B
                            WHERE B.RESID       =  A.RESID_CHIEF
                              AND B.TXPAYER_TP  =  A.TXPAYER_TP_CHIEF
                              AND B.NOPAY_AMT   >  0)
                 AND      NOT EXISTS
                          (SELECT 1
                             FROM DRWB.TRWCJ  K
                            WHERE K.BUSNID  =  A.BUSNID
                              AND (K.CASE_STAUS  =  'N'
                               OR  K.STAUS_DT   >=  :W-CUTOFF-DT))
                 ORDER BY A.BUSNID
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBD    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S0300-VALIDATE-CARD.

           PERFORM  S0400-LOAD-CONTROL.

           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           PERFORM  S1000-SETTLE-EXPIRED.

           IF  W-SYSIN-STEP-FULL
               PERFORM  S2000-FLAG-DORMANT
           END-IF.

           PERFORM  S3000-WRITE-TOTALS.

           IF  W-SYSIN-MODE-UPDATE
               EXEC  SQL  COMMIT    END-EXEC
               MOVE  'UPDATE RUN - CASES, CLOSURES AND NOTICES WRITTEN'
                                          TO  T1-TEXT
           ELSE
               EXEC  SQL  ROLLBACK  END-EXEC
               MOVE  'DRY RUN - NOTHING WAS WRITTEN, NO NOTICE PRINTED'
                                          TO  T1-TEXT
           END-IF.
           MOVE  ZERO                     TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBD    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LAPBD    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* RUN DATE        : ' W-RUN-DT.
           DISPLAY '* STEP / MODE     : ' W-SYSIN-STEP ' / '
                                          W-SYSIN-MODE.
           DISPLAY '* DUE-READ-CNT    : ' A-DUE-READ-CNT.
           DISPLAY '* CLOSED-CNT      : ' A-CLOSED-CNT.
           DISPLAY '* KEPT-ARREARS    : ' A-KEPT-ARREARS-CNT.
           DISPLAY '* KEPT-ACTIVE     : ' A-KEPT-ACTIVE-CNT.
           DISPLAY '* VOID-CNT        : ' A-VOID-CNT.
           DISPLAY '* CAND-CNT        : ' A-CAND-CNT.
           DISPLAY '* FILED-CNT       : ' A-FILED-CNT.
           DISPLAY '* FLAGGED-CNT     : ' A-FLAGGED-CNT.
           DISPLAY '* ON-FILE-CNT     : ' A-ON-FILE-CNT.
261015     DISPLAY '* TRWCO-INS-CNT   : ' A-TRWCO-INS-CNT.
           DISPLAY '* RIV-READ-CNT    : ' A-RIV-READ-CNT.
           DISPLAY '* RGV-READ-CNT    : ' A-RGV-READ-CNT.
           DISPLAY '* LTR-WRIT-CNT    : ' A-LTR-WRIT-CNT.
           DISPLAY '* RPT-WRIT-CNT    : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-LTR-FILE.
           CLOSE  O-RPT-FILE.

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
           DISPLAY '### LAPBD    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-LTR-FILE.

           IF  NOT  S-LTR-NORMAL
               DISPLAY
               'S0200:ERROR=LAPL0D0 OPEN ERROR(' S-LTR-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0D0 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           DISPLAY  'S0200:CARD RUN-DT=' W-SYSIN-RUN-DT
                    ' STEP=' W-SYSIN-STEP
                    ' MODE=' W-SYSIN-MODE
                    ' OPID=' W-SYSIN-OPID.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - V A L I D A T E - C A R D                     *
      *                                                              *
      *    CLOSING A REGISTRATION IS A CONTROLLED FUNCTION, SO THE   *
      *    UPDATE RUN NEEDS THE 'LAPBDDRM' AUTHORITY FOR THE         *
      *    OPERATOR ON THE CARD; THE DRY RUN DOES NOT.               *
      *                                                              *
      ****************************************************************
       S0300-VALIDATE-CARD               SECTION.

           IF  NOT  W-SYSIN-STEP-FULL
           AND NOT  W-SYSIN-STEP-CLOSE
               DISPLAY 'S0300:ERROR=INVALID SYSIN STEP('
                        W-SYSIN-STEP ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  NOT  W-SYSIN-MODE-DRY-RUN
           AND NOT  W-SYSIN-MODE-UPDATE
               DISPLAY 'S0300:ERROR=INVALID SYSIN MODE('
                        W-SYSIN-MODE ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-SYSIN-RUN-DT  =  SPACE
               MOVE  W-SYSTEM-DATE       TO  W-RUN-DT
           ELSE
               IF  W-SYSIN-RUN-DT        NOT  NUMERIC
                   DISPLAY 'S0300:ERROR=INVALID SYSIN RUN DATE('
                            W-SYSIN-RUN-DT ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               MOVE  W-SYSIN-RUN-DT      TO  W-RUN-DT
           END-IF.

           STRING  W-RUN-DT (1:4) '-' W-RUN-DT (5:2) '-' W-RUN-DT (7:2)
                   DELIMITED BY SIZE  INTO  W-RUN-ISO
           END-STRING.

           IF  W-SYSIN-MODE-UPDATE
               MOVE  W-SYSIN-OPID        TO  L-SAUTH-OPID
               MOVE  'LAPBDDRM'          TO  L-SAUTH-FUNC-CD
               MOVE  ZERO                TO  L-SAUTH-CHK-CNT
               MOVE  W-SYSTEM-DATE       TO  L-SAUTH-TODAY
               CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM
               IF  L-SAUTH-AUTH-FG  NOT =  'Y'
                   DISPLAY 'S0300:ERROR=OPERATOR NOT AUTHORIZED('
                            W-SYSIN-OPID ') RC=' L-SAUTH-RC
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
           END-IF.

       S0300-VALIDATE-CARD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 4 0 0 - L O A D - C O N T R O L                       *
      *                                                              *
      *    TRWBA 'DORMANCY':  THRESHOLD_CNT IS THE NUMBER OF YEARS   *
      *    WITHOUT ACTIVITY THAT MAKES A BUSINESS DORMANT,           *
      *    WINDOW_DAYS THE DAYS THE NOTICE GIVES FOR A REPLY.        *
      *    ACTIVE_FG 'N' SWITCHES THE SWEEP OFF.                     *
      *                                                              *
      ****************************************************************
       S0400-LOAD-CONTROL                SECTION.

           MOVE  C-CTL-ID                 TO  CTL-ID OF TRWBA.

           EXEC  SQL
                 SELECT  WINDOW_DAYS, THRESHOLD_CNT, ACTIVE_FG
                 INTO   :TRWBA.WINDOW-DAYS
                 ,      :TRWBA.THRESHOLD-CNT
                 ,      :TRWBA.ACTIVE-FG
                 FROM    DRWB.TRWBA
                 WHERE   CTL_ID  =  :TRWBA.CTL-ID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     DISPLAY 'S0400:ERROR=TRWBA ROW ' C-CTL-ID
                             ' NOT ON FILE'
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
               WHEN  OTHER
                     MOVE  'TRWBA SELECT'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           IF  ACTIVE-FG-NO OF TRWBA
               DISPLAY 'S0400:TRWBA ' C-CTL-ID ' SWITCHED OFF'
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  THRESHOLD-CNT OF TRWBA  <  1
           OR  WINDOW-DAYS   OF TRWBA  <  1
               DISPLAY 'S0400:ERROR=TRWBA ' C-CTL-ID
                       ' YEARS AND DAYS MUST BE SET'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  THRESHOLD-CNT OF TRWBA   TO  W-DORM-YEARS.
           MOVE  WINDOW-DAYS   OF TRWBA   TO  W-RESP-DAYS.

           EXEC  SQL
                 SELECT  REPLACE(CHAR(DATE(:W-RUN-ISO)
                                      - :W-DORM-YEARS YEARS, ISO),
                                 '-', '')
                 ,       REPLACE(CHAR(DATE(:W-RUN-ISO)
                                      + :W-RESP-DAYS DAYS, ISO),
                                 '-', '')
                 INTO   :W-CUTOFF-DT
                 ,      :W-DUE-DT
                 FROM    SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'WINDOW DATES'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  W-RUN-DT                 TO  H1-RUN-DATE.
           MOVE  W-SYSIN-STEP             TO  H1-STEP.
           MOVE  W-SYSIN-MODE             TO  H1-MODE.
           MOVE  W-DORM-YEARS             TO  H1-YEARS.
           MOVE  W-RESP-DAYS              TO  H1-DAYS.
           MOVE  W-CUTOFF-DT              TO  H1-CUTOFF-DT.

           DISPLAY  'S0400:RUN=' W-RUN-DT ' CUTOFF=' W-CUTOFF-DT
                    ' REPLY DUE=' W-DUE-DT.

       S0400-LOAD-CONTROL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - S E T T L E - E X P I R E D                   *
      *                                                              *
      ****************************************************************
       S1000-SETTLE-EXPIRED              SECTION.

           MOVE  'EXPIRED NOTICES - NO REPLY RECEIVED BY THE DUE DATE'
                                          TO  H2-TEXT.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H3-DUE-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           EXEC  SQL  OPEN  CURSOR_DUE  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'DUE OPEN'           TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           MOVE  ZERO                     TO  W-COMMIT-CNT.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-DUE
              IF  NOT  S-NO-DATA
                  PERFORM  S1100-SETTLE-CASE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_DUE  END-EXEC.

       S1000-SETTLE-EXPIRED-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - S E T T L E - C A S E                         *
      *                                                              *
      *    THE SAME POLICY AS LAP13:  NO CLOSURE WHILE THE CHIEF     *
      *    OWES.  ANY TTJAC POSTING OR TRWAD REQUEST SINCE THE       *
      *    NOTICE ALSO SHOWS THE BUSINESS IS STILL ALIVE.            *
      *                                                              *
      ****************************************************************
       S1100-SETTLE-CASE                 SECTION.

           MOVE  SPACE                    TO  W-NEW-CLOSE-DT.

           EVALUATE  TRUE
               WHEN  W-DU-ON-MASTER  =  'N'
                     MOVE  'V'            TO  W-NEW-STAUS
                     MOVE  'NOT ON BUSINESS MASTER - CASE VOIDED'
                                          TO  W-OUTCOME
               WHEN  W-DU-CLOSE-DT  NOT =  SPACE
                AND  W-DU-CLOSE-DT  NOT =  LOW-VALUE
                     MOVE  'V'            TO  W-NEW-STAUS
                     MOVE  'ALREADY CLOSED - CASE VOIDED'
                                          TO  W-OUTCOME
               WHEN  OTHER
                     PERFORM  S1150-RECHECK-BUSINESS
           END-EVALUATE.

           IF  W-SYSIN-MODE-UPDATE
               PERFORM  S1200-UPDATE-CASE
               IF  SQLCODE  =  100
                   MOVE  'REPLIED MEANWHILE - LEFT AS IS'
                                          TO  W-OUTCOME
                   MOVE  SPACE            TO  W-NEW-STAUS
               ELSE
                   IF  W-NEW-STAUS-CLOSED
                       PERFORM  S1300-CLOSE-BUSINESS
                   END-IF
               END-IF
           END-IF.

           EVALUATE  W-NEW-STAUS
               WHEN  'C'
                     ADD   1              TO  A-CLOSED-CNT
               WHEN  'V'
                     ADD   1              TO  A-VOID-CNT
               WHEN  'A'
                     IF  W-ARREARS-CNT  >  ZERO
                         ADD   1          TO  A-KEPT-ARREARS-CNT
                     ELSE
                         ADD   1          TO  A-KEPT-ACTIVE-CNT
                     END-IF
           END-EVALUATE.

           MOVE  SPACE                    TO  D1-DETAIL-LINE.
           MOVE  W-DU-TXOFF               TO  D1-TXOFF.
           MOVE  W-DU-BUSNID              TO  D1-BUSNID.
           MOVE  W-DU-NOTICE-DT           TO  D1-DATE1.
           MOVE  W-DU-DUE-DT              TO  D1-DATE2.
           MOVE  W-NEW-CLOSE-DT           TO  D1-DATE3.
           MOVE  W-DU-TRADE-NM            TO  D1-TRADE-NM.
           MOVE  W-OUTCOME                TO  D1-RESULT.
           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           PERFORM  S6800-COMMIT-CHECK.

       S1100-SETTLE-CASE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 5 0 - R E C H E C K - B U S I N E S S               *
      *                                                              *
      ****************************************************************
       S1150-RECHECK-BUSINESS            SECTION.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO   :W-ARREARS-CNT
                 FROM    DTJB.TTJBD
                 WHERE   RESID       =  :W-DU-RESID-CHIEF
                 AND     TXPAYER_TP  =  :W-DU-TXPAYER-TP
                 AND     NOPAY_AMT   >  0
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TTJBD COUNT'        TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           IF  W-ARREARS-CNT  >  ZERO
               MOVE  'A'                  TO  W-NEW-STAUS
               MOVE  'OPEN ARREARS - NOT CLOSED'
                                          TO  W-OUTCOME
               GO TO  S1150-RECHECK-BUSINESS-EXIT
           END-IF.

           EXEC  SQL
                 SELECT (SELECT COUNT(*)
                           FROM DTJA.TTJAC
                          WHERE BUSNID    =  :W-DU-BUSNID
                            AND TRANS_DT >=  :W-DU-NOTICE-DT
                            AND TRANS_TP NOT IN ('PN', 'IN', 'WO'))
                      + (SELECT COUNT(*)
                           FROM DRWA.TRWAD
                          WHERE SUBSTR(RESID_BUSNID,1,10)
                                          =  :W-DU-BUSNID
                            AND RCVE_DT  >=  :W-DU-NOTICE-DT)
                 INTO   :W-ACTIVITY-CNT
                 FROM    SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'ACTIVITY COUNT'     TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           IF  W-ACTIVITY-CNT  >  ZERO
               MOVE  'A'                  TO  W-NEW-STAUS
               MOVE  'ACTIVITY SINCE THE NOTICE - NOT CLOSED'
                                          TO  W-OUTCOME
           ELSE
               MOVE  'C'                  TO  W-NEW-STAUS
               MOVE  W-RUN-DT             TO  W-NEW-CLOSE-DT
               MOVE  'CLOSED EX OFFICIO'  TO  W-OUTCOME
           END-IF.

       S1150-RECHECK-BUSINESS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - U P D A T E - C A S E                         *
      *                                                              *
      *    GUARDED ON 'N', SO A REPLY LEP32 TOOK SINCE THE CURSOR    *
      *    WAS OPENED WINS (SQLCODE 100) AND NOTHING IS CLOSED.      *
      *                                                              *
      ****************************************************************
       S1200-UPDATE-CASE                 SECTION.

           EXEC  SQL
                 UPDATE  DRWB.TRWCJ
                 SET     CASE_STAUS  =  :W-NEW-STAUS
                 ,       CLOSE_DT    =  :W-NEW-CLOSE-DT
                 ,       STAUS_DT    =  :W-RUN-DT
                 WHERE   BUSNID      =  :W-DU-BUSNID
                 AND     NOTICE_DT   =  :W-DU-NOTICE-DT
                 AND     CASE_STAUS  =  'N'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1              TO  A-UPDATE-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWCJ UPDATE'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S1200-UPDATE-CASE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - C L O S E - B U S I N E S S                   *
      *                                                              *
      *    AS LAP13'S S2300/S2400, WITH THE EX OFFICIO HISTORY TYPE. *
      *                                                              *
      ****************************************************************
       S1300-CLOSE-BUSINESS              SECTION.

           EXEC  SQL
                 UPDATE  DTAA.TTAAA
                 SET     CLOSE_DT  =  :W-RUN-DT
                 WHERE   BUSNID    =  :W-DU-BUSNID
                 AND     LAST_FG   =  'Y'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TTAAA UPDATE'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

261015     PERFORM  S1350-LOG-HISTORY.

           EXEC  SQL
                 INSERT  INTO  DTAA.TTAAC
                        (BUSNID,
                         RGST_OPEN_DT,
                         HISTORY_PRD_FR,
                         HISTORY_TP  )
                 VALUES
                        (:W-DU-BUSNID,
                         :W-DU-RGST-OPEN-DT,
                         :W-RUN-DT,
                         :C-HISTORY-TP-EXOFF  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TTAAC INSERT'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S1300-CLOSE-BUSINESS-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 1 3 5 0 - L O G - H I S T O R Y                         *
261015*                                                              *
261015*    THE EX OFFICIO CLOSE_DT TO THE TRWCO HISTORY, KEYED TO    *
261015*    THE NOTICE OF INTENDED CLOSURE.                           *
261015*                                                              *
261015****************************************************************
261015 S1350-LOG-HISTORY                 SECTION.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'A'                      TO  MHST-MASTER-TP.
261015     MOVE  W-DU-BUSNID              TO  MHST-MASTER-ID.
261015     MOVE  SPACE                    TO  MHST-TXPAYER-TP.
261015     MOVE  C-PROG-ID                TO  MHST-PGM-ID.
261015     MOVE  W-SYSIN-OPID             TO  MHST-OPID.
261015     STRING  'DORMANCY '  W-DU-NOTICE-DT
261015             DELIMITED BY SIZE  INTO  MHST-EVENT-KEY
261015     END-STRING.
261015     MOVE  1                        TO  MHST-FIELD-CNT.
261015     MOVE  'CLOSE_DT'               TO  MHST-FIELD-NM (1).
261015     MOVE  W-DU-CLOSE-DT            TO  MHST-BEFORE-VAL (1).
261015     MOVE  W-RUN-DT                 TO  MHST-AFTER-VAL (1).

261015     CALL  C-PGM-LCBSMHST  USING  LCBSMHST-USERAREA.

261015     IF  NOT  MHST-RTN-NORMAL
261015         MOVE  MHST-SQLCODE        TO  W-SQLCODE
261015         DISPLAY  'S1350:DB ERROR TRWCO RC=' MHST-RTN-CD
261015                  ' SQLCODE=' W-SQLCODE ' BUSNID=' W-DU-BUSNID
261015         EXEC  SQL  ROLLBACK  END-EXEC
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     ADD   MHST-ROW-CNT             TO  A-TRWCO-INS-CNT.

261015 S1350-LOG-HISTORY-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - F L A G - D O R M A N T                       *
      *                                                              *
      ****************************************************************
       S2000-FLAG-DORMANT                SECTION.

           MOVE  'DORMANT BUSINESSES - NOTICE OF INTENDED CLOSURE'
                                          TO  H2-TEXT.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H3-CAND-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           EXEC  SQL  OPEN  CURSOR_CAND  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'CAND OPEN'          TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S2100-LOAD-BATCH
              IF  CD-CNT  >  ZERO
                  PERFORM  S2200-SCAN-RETURNS
                  PERFORM  S2300-ISSUE-NOTICE
                      VARYING  I  FROM  1  BY  1  UNTIL  I  >  CD-CNT
                  IF  W-SYSIN-MODE-UPDATE
                      EXEC  SQL  COMMIT  END-EXEC
                  END-IF
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_CAND  END-EXEC.

       S2000-FLAG-DORMANT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - L O A D - B A T C H                           *
      *                                                              *
      ****************************************************************
       S2100-LOAD-BATCH                  SECTION.

           MOVE  ZERO                     TO  CD-CNT.

           PERFORM  UNTIL  S-NO-DATA
                      OR   CD-CNT  >=  C-CAND-MAX
              PERFORM  S7200-FETCH-CAND
              IF  NOT  S-NO-DATA
                  ADD   1                 TO  CD-CNT
                  MOVE  W-CA-BUSNID       TO  CD-BUSNID       (CD-CNT)
                  MOVE  W-CA-RGST-OPEN-DT TO  CD-RGST-OPEN-DT (CD-CNT)
                  MOVE  W-CA-TXOFF        TO  CD-TXOFF        (CD-CNT)
                  MOVE  W-CA-TRADE-NM     TO  CD-TRADE-NM     (CD-CNT)
                  MOVE  W-CA-LGDONG-CD    TO  CD-LGDONG-CD    (CD-CNT)
                  IF  W-CA-LAST-PAY-DT  >  W-CA-LAST-RQST-DT
                      MOVE  W-CA-LAST-PAY-DT
                                          TO  CD-LAST-ACT-DT  (CD-CNT)
                  ELSE
                      MOVE  W-CA-LAST-RQST-DT
                                          TO  CD-LAST-ACT-DT  (CD-CNT)
                  END-IF
                  MOVE  'N'               TO  CD-FILED-FG     (CD-CNT)
              END-IF
           END-PERFORM.

           ADD   CD-CNT                   TO  A-CAND-CNT.

       S2100-LOAD-BATCH-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - S C A N - R E T U R N S                       *
      *                                                              *
      *    ONE PASS OF EACH RETURN FILE.  A RETURN FOR A PERIOD      *
      *    STARTING IN THE WINDOW, FILED UNDER A BUSNID (THE LAST    *
      *    THREE BYTES OF THE ID BLANK, AS MIP02 TELLS A BUSNID FROM *
      *    A RESID), MARKS THE CANDIDATE AS FILING.                  *
      *                                                              *
      ****************************************************************
       S2200-SCAN-RETURNS                SECTION.

           OPEN  INPUT  I-RIV0-FILE.
           IF  NOT  S-RIV0-NORMAL
               DISPLAY
               'S2200:ERROR=RIV010 OPEN ERROR(' S-RIV0-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-FILE-END-CHECK.
           PERFORM  UNTIL  S-FILE-END
              READ  I-RIV0-FILE  NEXT  RECORD
              EVALUATE  TRUE
                  WHEN  S-RIV0-NORMAL
                        ADD   1           TO  A-RIV-READ-CNT
                        MOVE  RIV0-KEY    TO  W-FL-KEY
                        PERFORM  S2250-MATCH-RETURN
                  WHEN  S-RIV0-EOF
                        MOVE  HIGH-VALUE  TO  S-FILE-END-CHECK
                  WHEN  OTHER
                        DISPLAY 'S2200:ERROR=RIV010 READ ERROR('
                                 S-RIV0-STATUS ')'
                        MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           CLOSE  I-RIV0-FILE.

           OPEN  INPUT  I-RGV0-FILE.
           IF  NOT  S-RGV0-NORMAL
               DISPLAY
               'S2200:ERROR=RGV010 OPEN ERROR(' S-RGV0-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-FILE-END-CHECK.
           PERFORM  UNTIL  S-FILE-END
              READ  I-RGV0-FILE  NEXT  RECORD
              EVALUATE  TRUE
                  WHEN  S-RGV0-NORMAL
                        ADD   1           TO  A-RGV-READ-CNT
                        MOVE  RGV0-KEY    TO  W-FL-KEY
                        PERFORM  S2250-MATCH-RETURN
                  WHEN  S-RGV0-EOF
                        MOVE  HIGH-VALUE  TO  S-FILE-END-CHECK
                  WHEN  OTHER
                        DISPLAY 'S2200:ERROR=RGV010 READ ERROR('
                                 S-RGV0-STATUS ')'
                        MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           CLOSE  I-RGV0-FILE.

       S2200-SCAN-RETURNS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 5 0 - M A T C H - R E T U R N                       *
      *                                                              *
      ****************************************************************
       S2250-MATCH-RETURN                SECTION.

           IF  W-FL-ASS-YYMM-FR  <  W-CUTOFF-DT (1:6)
           OR  W-FL-RESID-BUSNID (11:3)  NOT =  SPACE
           OR  W-FL-RESID-BUSNID (1:10)  <  CD-BUSNID (1)
           OR  W-FL-RESID-BUSNID (1:10)  >  CD-BUSNID (CD-CNT)
               GO TO  S2250-MATCH-RETURN-EXIT
           END-IF.

           SEARCH  ALL  CD-ENTRY
               AT END
                   CONTINUE
               WHEN  CD-BUSNID (CD-IX)  =  W-FL-RESID-BUSNID (1:10)
                   MOVE  'Y'              TO  CD-FILED-FG (CD-IX)
           END-SEARCH.

       S2250-MATCH-RETURN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - I S S U E - N O T I C E                       *
      *                                                              *
      ****************************************************************
       S2300-ISSUE-NOTICE                SECTION.

           IF  CD-FILED-FG (I)  =  'Y'
               ADD   1                    TO  A-FILED-CNT
               GO TO  S2300-ISSUE-NOTICE-EXIT
           END-IF.

           MOVE  SPACE                    TO  D1-DETAIL-LINE.
           MOVE  CD-TXOFF (I)             TO  D1-TXOFF.
           MOVE  CD-BUSNID (I)            TO  D1-BUSNID.
           MOVE  CD-RGST-OPEN-DT (I)      TO  D1-DATE1.
           IF  CD-LAST-ACT-DT (I)  =  SPACE
               MOVE  'NONE'               TO  D1-DATE2
           ELSE
               MOVE  CD-LAST-ACT-DT (I)   TO  D1-DATE2
           END-IF.
           MOVE  W-DUE-DT                 TO  D1-DATE3.
           MOVE  CD-TRADE-NM (I)          TO  D1-TRADE-NM.

           IF  W-SYSIN-MODE-DRY-RUN
               ADD   1                    TO  A-FLAGGED-CNT
               MOVE  'WOULD BE NOTICED'   TO  D1-RESULT
               GO TO  S2300-WRITE-LINE
           END-IF.

           INITIALIZE                     TRWCJ.
           MOVE  CD-BUSNID (I)            TO  BUSNID          OF TRWCJ.
           MOVE  W-RUN-DT                 TO  NOTICE-DT       OF TRWCJ
                                              STAUS-DT        OF TRWCJ.
           MOVE  CD-RGST-OPEN-DT (I)      TO  RGST-OPEN-DT    OF TRWCJ.
           MOVE  CD-TXOFF (I)             TO  TXOFF-CD        OF TRWCJ.
           MOVE  'N'                      TO  CASE-STAUS      OF TRWCJ.
           MOVE  CD-LAST-ACT-DT (I)       TO  LAST-ACT-DT     OF TRWCJ.
           MOVE  W-DUE-DT                 TO  RESPONSE-DUE-DT OF TRWCJ.
           MOVE  W-SYSIN-OPID             TO  REGIST-OPID     OF TRWCJ.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCJ
                        (BUSNID,          NOTICE_DT,
                         RGST_OPEN_DT,    TXOFF_CD,
                         CASE_STAUS,      LAST_ACT_DT,
                         RESPONSE_DUE_DT, REPLY_DT,
                         REPLY_OPID,      REPLY_NOTE,
                         CLOSE_DT,        STAUS_DT,
                         REGIST_OPID)
                 VALUES
                        (:TRWCJ.BUSNID,
                         :TRWCJ.NOTICE-DT,
                         :TRWCJ.RGST-OPEN-DT,
                         :TRWCJ.TXOFF-CD,
                         :TRWCJ.CASE-STAUS,
                         :TRWCJ.LAST-ACT-DT,
                         :TRWCJ.RESPONSE-DUE-DT,
                         :TRWCJ.REPLY-DT,
                         :TRWCJ.REPLY-OPID,
                         :TRWCJ.REPLY-NOTE,
                         :TRWCJ.CLOSE-DT,
                         :TRWCJ.STAUS-DT,
                         :TRWCJ.REGIST-OPID)
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1              TO  A-FLAGGED-CNT
                     MOVE  'NOTICE SENT'  TO  D1-RESULT
                     PERFORM  S2400-WRITE-NOTICE
               WHEN  -803
                     ADD   1              TO  A-ON-FILE-CNT
                     MOVE  'ALREADY NOTICED TODAY'
                                          TO  D1-RESULT
               WHEN  OTHER
                     MOVE  'TRWCJ INSERT'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S2300-WRITE-LINE.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S2300-ISSUE-NOTICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - W R I T E - N O T I C E                       *
      *                                                              *
      ****************************************************************
       S2400-WRITE-NOTICE                SECTION.

           MOVE  CD-LGDONG-CD (I)         TO  W-CA-LGDONG-CD.

           EXEC  SQL  SELECT  SI_DO, GU_SI_GUN, DONG_UEP_MYUN
                        INTO  :W-SI-DO,
                              :W-GU-SI-GUN,
                              :W-DONG-UEP-MYUN
                        FROM  DTJA.TTJAD
                       WHERE  LGDONG_CD  = :W-CA-LGDONG-CD
           END-EXEC.

           MOVE  SPACE                    TO  W-ADDR-LINE.
           IF  SQLCODE  =  0
               STRING  W-SI-DO                  DELIMITED BY '  '
                       ' '                      DELIMITED BY SIZE
                       W-GU-SI-GUN              DELIMITED BY '  '
                       ' '                      DELIMITED BY SIZE
                       W-DONG-UEP-MYUN          DELIMITED BY '  '
                       INTO  W-ADDR-LINE
               END-STRING
           END-IF.

           MOVE  W-RUN-DT                 TO  L1-LTR-DATE.
           WRITE  O-LTR-REC  FROM  L1-TITLE-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  CD-TRADE-NM (I)          TO  L2-ADDR-TEXT.
           WRITE  O-LTR-REC  FROM  L2-ADDR-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.
           MOVE  W-ADDR-LINE              TO  L2-ADDR-TEXT.
           WRITE  O-LTR-REC  FROM  L2-ADDR-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  CD-BUSNID (I)            TO  L3-BUSNID.
           MOVE  CD-TXOFF (I)             TO  L3-TXOFF.
           MOVE  CD-RGST-OPEN-DT (I)      TO  L3-RGST-OPEN-DT.
           WRITE  O-LTR-REC  FROM  L3-BUSN-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  'OUR RECORDS SHOW NO TAX RETURN, PAYMENT OR CERTIFICATE
      -          ' REQUEST FOR THIS'      TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           STRING  'BUSINESS SINCE '  W-CUTOFF-DT
                   '.  A REGISTRATION NO LONGER IN USE IS CLOSED BY'
                   DELIMITED BY SIZE  INTO  L5-TEXT
           END-STRING.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           STRING  'THE TAX OFFICE.  IF THE BUSINESS IS STILL TRADING, '
                   'OR YOU OBJECT,'
                   DELIMITED BY SIZE  INTO  L5-TEXT
           END-STRING.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           STRING  'PLEASE CONTACT THE TAX OFFICE BY '  W-DUE-DT
                   '.  WITHOUT A REPLY BY THAT DATE'
                   DELIMITED BY SIZE  INTO  L5-TEXT
           END-STRING.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  'THE REGISTRATION WILL BE CLOSED WITHOUT FURTHER NOTICE
      -          '.'                      TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

       S2400-WRITE-NOTICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      ****************************************************************
       S3000-WRITE-TOTALS                SECTION.

           MOVE  'TOTALS'                 TO  H2-TEXT.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  'EXPIRED NOTICES SETTLED ......................'
                                          TO  T1-TEXT.
           MOVE  A-DUE-READ-CNT           TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.
           MOVE  '  CLOSED EX OFFICIO ..........................'
                                          TO  T1-TEXT.
           MOVE  A-CLOSED-CNT             TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.
           MOVE  '  KEPT OPEN - ARREARS ........................'
                                          TO  T1-TEXT.
           MOVE  A-KEPT-ARREARS-CNT       TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.
           MOVE  '  KEPT OPEN - ACTIVITY SINCE NOTICE ..........'
                                          TO  T1-TEXT.
           MOVE  A-KEPT-ACTIVE-CNT        TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.
           MOVE  '  VOIDED - CLOSED OR GONE MEANWHILE ..........'
                                          TO  T1-TEXT.
           MOVE  A-VOID-CNT               TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           IF  W-SYSIN-STEP-FULL
               MOVE  'DORMANCY CANDIDATES (NO ACTIVITY, NO ARREARS) '
                                          TO  T1-TEXT
               MOVE  A-CAND-CNT           TO  T1-CNT
               PERFORM  S3100-WRITE-TOTAL
               MOVE  '  EXCLUDED - RETURN FILED IN THE WINDOW .....'
                                          TO  T1-TEXT
               MOVE  A-FILED-CNT          TO  T1-CNT
               PERFORM  S3100-WRITE-TOTAL
               MOVE  '  FLAGGED - NOTICE OF INTENDED CLOSURE ......'
                                          TO  T1-TEXT
               MOVE  A-FLAGGED-CNT        TO  T1-CNT
               PERFORM  S3100-WRITE-TOTAL
               MOVE  '  ALREADY NOTICED ON THIS RUN DATE ..........'
                                          TO  T1-TEXT
               MOVE  A-ON-FILE-CNT        TO  T1-CNT
               PERFORM  S3100-WRITE-TOTAL
           END-IF.

       S3000-WRITE-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - W R I T E - T O T A L                         *
      *                                                              *
      ****************************************************************
       S3100-WRITE-TOTAL                 SECTION.

           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S3100-WRITE-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 9 0 - C H E C K - L T R - W R I T E                 *
      *                                                              *
      ****************************************************************
       S5190-CHECK-LTR-WRITE             SECTION.

           IF  NOT  S-LTR-NORMAL
               DISPLAY
               'S5190:ERROR=LAPL0D0 WRITE ERROR(' S-LTR-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-LTR-WRIT-CNT.

       S5190-CHECK-LTR-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 8 0 0 - C O M M I T - C H E C K                       *
      *                                                              *
      ****************************************************************
       S6800-COMMIT-CHECK                SECTION.

           IF  W-SYSIN-MODE-UPDATE
               ADD   1                    TO  W-COMMIT-CNT
               IF  W-COMMIT-CNT  >=  C-COMMIT-FREQ
                   EXEC  SQL  COMMIT  END-EXEC
                   MOVE  ZERO             TO  W-COMMIT-CNT
               END-IF
           END-IF.

       S6800-COMMIT-CHECK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 9 0 0 - C H E C K - R P T - W R I T E                 *
      *                                                              *
      ****************************************************************
       S6900-CHECK-RPT-WRITE             SECTION.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S6900:ERROR=LAPP0D0 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - D U E                             *
      *                                                              *
      ****************************************************************
       S7100-FETCH-DUE                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_DUE
                 INTO  :W-DU-BUSNID
                 ,     :W-DU-NOTICE-DT
                 ,     :W-DU-TXOFF
                 ,     :W-DU-DUE-DT
                 ,     :W-DU-ON-MASTER
                 ,     :W-DU-CLOSE-DT
                 ,     :W-DU-RGST-OPEN-DT
                 ,     :W-DU-RESID-CHIEF
                 ,     :W-DU-TXPAYER-TP
                 ,     :W-DU-TRADE-NM
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-DUE-READ-CNT
                     MOVE  ZERO          TO  W-ARREARS-CNT
                                             W-ACTIVITY-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'DUE FETCH'    TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7100-FETCH-DUE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - C A N D                           *
      *                                                              *
      ****************************************************************
       S7200-FETCH-CAND                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_CAND
                 INTO  :W-CA-BUSNID
                 ,     :W-CA-RGST-OPEN-DT
                 ,     :W-CA-TXOFF
                 ,     :W-CA-TRADE-NM
                 ,     :W-CA-LGDONG-CD
                 ,     :W-CA-LAST-PAY-DT
                 ,     :W-CA-LAST-RQST-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'CAND FETCH'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7200-FETCH-CAND-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      ****************************************************************
       S8100-SQL-ABORT                   SECTION.

           MOVE  SQLCODE                  TO  W-SQLCODE.
           DISPLAY  'S8100:DB ERROR ' W-SQL-STEP '=' W-SQLCODE.

           EXEC  SQL  ROLLBACK  END-EXEC.

           MOVE  U-ABEND-CODE1            TO  RETURN-CODE.
           PERFORM  S0100-MAIN-EXIT.

       S8100-SQL-ABORT-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBD            *
      *                                                              *
      ****************************************************************
