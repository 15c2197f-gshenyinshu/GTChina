      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       MIPB5.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : NON-FILER DETECTION AND FILING DEMANDS        *
      *  DESCRIPTION : MIP02 ONLY SEES THE RETURNS THAT ARRIVE.  THIS*
      *                RUN WORKS OUT THE RETURNS THAT SHOULD HAVE    *
      *                ARRIVED FROM THE DRWB.TRWCQ FILING-OBLIGATION *
      *                REGISTER:                                     *
      *                1. BACKFILL (MODE 'U') - REGISTER ROWS SEEDED *
      *                   BY LAP11 BEFORE THE BUSINESS HAD A BUSNID  *
      *                   TAKE IT FROM DTBA.TTBAA, AS LAPBE DOES FOR *
      *                   TRWCK.                                     *
      *                2. DETECT - EVERY FILING PERIOD OF AN         *
      *                   OBLIGATION THAT ENDS INSIDE THE TRWBA      *
      *                   'NONFILER' LOOK-BACK AND WHOSE DEADLINE    *
      *                   (MIP02'S RULE, FROM THE LAST MONTH OF THE  *
      *                   PERIOD) HAS PASSED IS CHECKED AGAINST ONE  *
      *                   SEQUENTIAL PASS OF RIV010/RGV010 AND THE   *
      *                   DRWB.TRWBK LATE-FILING REGISTER.  A PERIOD *
      *                   WHOLLY INSIDE A DTBA.TTBAT SUSPENSION IS   *
      *                   SKIPPED.  EACH MISSING RETURN GETS A       *
      *                   DRWB.TRWCS FILING DEMAND AND A PRINTED     *
      *                   DEMAND NOTICE; AN OPEN DEMAND WHOSE RETURN *
      *                   HAS SINCE ARRIVED IS MARKED 'F'.           *
      *                   EACH NOTICE IS CHECKED ON THE LCBSCORR     *
      *                   CORRESPONDENCE REGISTER FIRST:  IT IS HELD *
      *                   - NO DEMAND, SO THE PERIOD COMES UP AGAIN  *
      *                   NEXT RUN - WHILE A TRWAU / TRWAX RETURNED- *
      *                   MAIL ITEM IS OPEN, AND ONCE THE TRWCS ROW  *
      *                   IS WRITTEN IT IS REGISTERED AS SENT BY THE *
      *                   TAXPAYER'S TRWDB CHANNEL.                  *
      *                   PERIODS ARE TAKEN IN BUSNID ORDER,         *
      *                   C-CAND-MAX AT A TIME, AS LAPBD DOES.       *
      *                3. LIST - EVERY DEMAND STILL OPEN, BY OFFICE. *
      *                MODE 'D' IS A DRY RUN THAT ONLY REPORTS.      *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : MIPB5                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - RUN DATE (YYYYMMDD, BLANK = TODAY),*
      *                   MODE D/U, OPERATOR                         *
      *  I/O  FILES     : RIV010/RGV010 (SEQUENTIAL READ)            *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWCQ                              RU                  *
      *  DRWB.TRWCS                             CRU                  *
      *  DTBA.TTBAA / DTAA.TTAAA / DTBA.TTBAT    R                   *
      *  DRWB.TRWBK / DRWB.TRWBA / DTJA.TTJAD    R                   *
      *  DRWB.TRWCX          (VIA LCBSCORR)     CR                   *
      *  DRWB.TRWDB / DRWA.TRWAU / DRWA.TRWAX                        *
      *                      (VIA LCBSCORR)     R                    *
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

           SELECT  O-LTR-FILE  ASSIGN     TO  MIPL050
                   FILE         STATUS    IS  S-LTR-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  MIPP050
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
           'MIPB5    - WORKING STORAGE BEGINS HERE'.

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

           05  A-BACKFILL-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-OBLG-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-PERIOD-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-FILED-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-LATE-FILED-CNT          PIC  9(09)  VALUE  ZERO.
           05  A-SATISFIED-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-OUTSTANDING-CNT         PIC  9(09)  VALUE  ZERO.
           05  A-ON-FILE-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-SUSPEND-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-NOT-DUE-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-DEMAND-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-HELD-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-ELEC-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-LIST-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-RIV-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-RGV-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-LTR-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MIPB5'.
           05  C-PGM-LCBSAUTH            PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-PGM-LCBSDATE            PIC  X(08)  VALUE 'LCBSDATE'.
           05  C-PGM-LCBSCORR            PIC  X(08)  VALUE 'LCBSCORR'.
           05  C-NOTICE-DEMAND           PIC  X(06)  VALUE 'NFDMND'.
           05  C-CTL-ID                  PIC  X(08)  VALUE 'NONFILER'.
      *    ONE REGISTER ROW NEVER GIVES MORE PERIODS THAN THE
      *    LOOK-BACK HAS MONTHS, SO A BATCH STOPS THAT FAR SHORT.
           05  C-CAND-MAX                PIC S9(04)  COMP  VALUE +9000.
           05  C-LOOKBACK-MAX            PIC S9(04)  COMP  VALUE +60.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-RUN-DT            PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-MODE              PIC  X(01)  VALUE  SPACE.
               88  W-SYSIN-MODE-DRY-RUN              VALUE  'D'.
               88  W-SYSIN-MODE-UPDATE               VALUE  'U'.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-OPID              PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(61)  VALUE  SPACES.

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
           05  W-CORR-FUNC               PIC  X(01).

           05  W-RUN-DT                  PIC  X(08).
           05  W-RUN-ISO                 PIC  X(10).
           05  W-FILE-BY-DT              PIC  X(08).
           05  W-LOOKBACK-MM             PIC S9(04)  COMP.
           05  W-FILE-DAYS               PIC S9(04)  COMP.
           05  W-CAND-LIMIT              PIC S9(04)  COMP.

      *    MONTHS ARE COUNTED AS YEAR * 12 + MONTH - 1, SO A PERIOD
      *    OF P MONTHS STARTS WHERE THE COUNT IS A MULTIPLE OF P.
           05  W-RUN-IX                  PIC S9(08)  COMP.
           05  W-WINDOW-IX               PIC S9(08)  COMP.
           05  W-LAST-END-IX             PIC S9(08)  COMP.
           05  W-WINDOW-YYMM             PIC  X(06).
           05  W-LAST-END-YYMM           PIC  X(06).
           05  W-SCAN-FR-DT              PIC  X(08).
           05  W-SCAN-TO-DT              PIC  X(08).
           05  W-CV-IX                   PIC S9(08)  COMP.
           05  W-CV-YYMM.
               10  W-CV-YY               PIC  9(04).
               10  W-CV-MM               PIC  9(02).

      *    CURSOR_OBLG ROW.
           05  W-OB-BUSNID               PIC  X(10).
           05  W-OB-TXTP                 PIC  X(02).
           05  W-OB-PERIOD-MM            PIC S9(04)  COMP.
           05  W-OB-EFF-FR-DT            PIC  X(08).
           05  W-OB-EFF-TO-DT            PIC  X(08).
           05  W-OB-TXOFF                PIC  X(03).
           05  W-OB-TRADE-NM             PIC  X(60).
           05  W-OB-LGDONG-CD            PIC  X(10).
           05  W-OB-CLOSE-DT             PIC  X(08).
           05  W-OB-FR-IX                PIC S9(08)  COMP.
           05  W-OB-TO-IX                PIC S9(08)  COMP.
           05  W-PD-IX                   PIC S9(08)  COMP.
           05  W-PD-FIRST-IX             PIC S9(08)  COMP.
           05  W-PD-END-IX               PIC S9(08)  COMP.
           05  W-PD-QUOT                 PIC S9(08)  COMP.
           05  W-PD-REM                  PIC S9(04)  COMP.
           05  W-PD-YYMM                 PIC  X(06).
           05  W-PD-END-YYMM             PIC  X(06).

      *    THE RETURN-FILE KEY, SAME SHAPE AS MIP02'S
      *    S2600-RIV010-KEY-SET.
           05  W-FL-KEY.
               10  W-FL-TXOFF-CD         PIC  X(03).
               10  W-FL-TX-OFFCR-CD      PIC  X(05).
               10  W-FL-ASS-YYMM-FR      PIC  X(06).
               10  W-FL-TXTP-CD          PIC  X(02).
               10  W-FL-RESID-BUSNID     PIC  X(13).
               10  FILLER                PIC  X(10).

      *    ONE PERIOD UNDER TEST.
           05  W-RESID-BUSNID            PIC  X(13).
           05  W-END-ISO                 PIC  X(10).
           05  W-PERIOD-FR-DT            PIC  X(08).
           05  W-PERIOD-TO-DT            PIC  X(08).
           05  W-DUE-DT                  PIC  X(08).
           05  W-LATE-CNT                PIC S9(09)  COMP.
           05  W-SUSP-CNT                PIC S9(09)  COMP.
           05  W-DM-STAUS                PIC  X(01).
               88  W-DM-NONE                         VALUE  SPACE.
               88  W-DM-OPEN                         VALUE  'N'.
           05  W-DM-DEMAND-DT            PIC  X(08).

           05  W-SI-DO                   PIC  X(20).
           05  W-GU-SI-GUN               PIC  X(20).
           05  W-DONG-UEP-MYUN           PIC  X(20).
           05  W-ADDR-LINE               PIC  X(60).

      *    CURSOR_LIST ROW.
           05  W-LS-TXOFF                PIC  X(03).
           05  W-LS-BUSNID               PIC  X(10).
           05  W-LS-TXTP                 PIC  X(02).
           05  W-LS-YYMM-FR              PIC  X(06).
           05  W-LS-YYMM-TO              PIC  X(06).
           05  W-LS-DUE-DT               PIC  X(08).
           05  W-LS-FILE-BY-DT           PIC  X(08).
           05  W-LS-DEMAND-DT            PIC  X(08).
           05  W-LS-TRADE-NM             PIC  X(60).
           05  W-LS-PREV-TXOFF           PIC  X(03).
           05  W-LS-OFF-CNT              PIC  9(09).

           05  I                         PIC S9(04)  COMP.

      ****************************************************************
      *    CANDIDATE TABLE - THE FILING PERIODS OF ONE BATCH OF      *
      *    CURSOR_OBLG ROWS IN BUSNID / TXTP / PERIOD ORDER,         *
      *    SEARCHED BY THE RETURN-FILE PASS.                         *
      ****************************************************************
       01  CAND-TABLE.
           05  CD-CNT                    PIC S9(04)  COMP  VALUE  ZERO.
           05  CD-ENTRY                  OCCURS 1 TO 9000 TIMES
                                         DEPENDING ON  CD-CNT
                                         ASCENDING KEY IS  CD-BUSNID
                                                           CD-TXTP
                                                           CD-YYMM
                                         INDEXED BY  CD-IX.
               10  CD-BUSNID             PIC  X(10).
               10  CD-TXTP               PIC  X(02).
               10  CD-YYMM               PIC  X(06).
               10  CD-END-YYMM           PIC  X(06).
               10  CD-TXOFF              PIC  X(03).
               10  CD-TRADE-NM           PIC  X(60).
               10  CD-LGDONG-CD          PIC  X(10).
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

      ****************************************************************
      *                                                              *
      *    P A R A M E T E R    A R E A    O F    L C B S D A T E    *
      *                                                              *
      ****************************************************************
       01  L-SDATE-PARM.
           05  L-SDATE-INPUT.
               10  L-SDATE-FUNC          PIC  X(01).
               10  L-SDATE-IN-DT         PIC  X(08).
               10  L-SDATE-DAYS          PIC  S9(03) COMP.
               10  L-SDATE-PROV-CD       PIC  X(02).
           05  L-SDATE-OUTPUT.
               10  L-SDATE-OUT-DT        PIC  X(08).
               10  L-SDATE-WORK-FG       PIC  X(01).
               10  L-SDATE-RC            PIC  X(02).

      ****************************************************************
      *    USERAREA OF THE LCBSCORR CORRESPONDENCE REGISTER.         *
      ****************************************************************
       01  LCBSCORR-USERAREA.
           COPY  LCBYCORR.

      ****************************************************************
      *                                                              *
      *    L E T T E R    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  LETTER-LINES.

           05  L1-TITLE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(51)  VALUE
                  'DEMAND TO FILE A TAX RETURN'.
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
               10  FILLER                PIC  X(13)  VALUE
                   '  TAX TYPE : '.
               10  L3-TXTP               PIC  X(02).
               10  FILLER                PIC  X(78)  VALUE  SPACE.

           05  L4-DELIV-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(14)  VALUE
                   'DELIVERY    : '.
               10  L4-CHANNEL            PIC  X(01).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  L4-CONTACT            PIC  X(64).
               10  FILLER                PIC  X(50)  VALUE  SPACE.

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
                   'NON-FILER DETECTION           RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(09)  VALUE
                   '  MODE : '.
               10  H1-MODE               PIC  X(01).
               10  FILLER                PIC  X(22)  VALUE
                   '  PERIODS ENDING FROM '.
               10  H1-WINDOW-YYMM        PIC  X(06).
               10  FILLER                PIC  X(04)  VALUE
                   ' TO '.
               10  H1-LAST-END-YYMM      PIC  X(06).
               10  FILLER                PIC  X(14)  VALUE
                   '  FILE DAYS : '.
               10  H1-DAYS               PIC  ZZ9.
               10  FILLER                PIC  X(18)  VALUE  SPACE.

           05  H2-SECTION-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  H2-TEXT               PIC  X(80).
               10  FILLER                PIC  X(51)  VALUE  SPACE.

           05  H3-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(50)  VALUE
                   'OFF BUSNID     TX PERIOD        DUE DATE FILE BY  '.
               10  FILLER                PIC  X(41)  VALUE
                   'TRADE NAME'.
               10  FILLER                PIC  X(40)  VALUE
                   'RESULT'.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01).
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01).
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(01).
               10  D1-TXTP               PIC  X(02).
               10  FILLER                PIC  X(01).
               10  D1-YYMM-FR            PIC  X(06).
               10  D1-DASH               PIC  X(01).
               10  D1-YYMM-TO            PIC  X(06).
               10  FILLER                PIC  X(01).
               10  D1-DUE-DT             PIC  X(08).
               10  FILLER                PIC  X(01).
               10  D1-FILE-BY-DT         PIC  X(08).
               10  FILLER                PIC  X(01).
               10  D1-TRADE-NM           PIC  X(40).
               10  FILLER                PIC  X(01).
               10  D1-RESULT             PIC  X(40).

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
      *    DRWB.TRWCS   (   FILING DEMAND   )                        *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCS      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_OBLG : REGISTER ROWS OF BUSINESSES ON THE MASTER   *
      *    THAT COULD OWE A PERIOD ENDING IN THE LOOK-BACK.  THE     *
      *    PERIODS THEMSELVES ARE WORKED OUT IN S2150.               *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_OBLG  CURSOR  WITH  HOLD  FOR
                 SELECT   Q.BUSNID
                 ,        Q.TXTP_CD
                 ,        Q.PERIOD_MM
                 ,        Q.EFF_FR_DT
                 ,        Q.EFF_TO_DT
                 ,        A.TXOFF_CD
                 ,        A.TRADE_NM1
                 ,        A.LGDONG_CD
                 ,        COALESCE(A.CLOSE_DT, ' ')
                 FROM     DRWB.TRWCQ  Q
                 ,        DTAA.TTAAA  A
                 WHERE    A.BUSNID       =  Q.BUSNID
                 AND      A.LAST_FG      =  'Y'
                 AND      Q.BUSNID       >  ' '
                 AND      Q.PERIOD_MM   IN  (1, 3, 6, 12)
                 AND      Q.EFF_FR_DT   <=  :W-SCAN-TO-DT
                 AND     (Q.EFF_TO_DT    =  ' '
                  OR      Q.EFF_TO_DT   >=  :W-SCAN-FR-DT)
                 ORDER BY Q.BUSNID, Q.TXTP_CD, Q.EFF_FR_DT
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_LIST : EVERY FILING DEMAND STILL OPEN, BY OFFICE.  *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_LIST  CURSOR  WITH  HOLD  FOR
                 SELECT   S.TXOFF_CD
                 ,        S.BUSNID
                 ,        S.TXTP_CD
                 ,        S.ASS_YYMM_FR
                 ,        SUBSTR(S.PERIOD_TO_DT, 1, 6)
                 ,        S.DUE_DT
                 ,        S.FILE_BY_DT
                 ,        S.DEMAND_DT
                 ,        COALESCE(A.TRADE_NM1, ' ')
                 FROM     DRWB.TRWCS  S
                          LEFT OUTER JOIN  DTAA.TTAAA  A
                            ON  A.BUSNID   =  S.BUSNID
                           AND  A.LAST_FG  =  'Y'
                 WHERE    S.DEMAND_STAUS  =  'N'
                 ORDER BY S.TXOFF_CD, S.BUSNID, S.TXTP_CD,
                          S.ASS_YYMM_FR
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'MIPB5    *** WORKING STORAGE ENDS HERE  '.

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

           IF  W-SYSIN-MODE-UPDATE
               PERFORM  S1000-BACKFILL-BUSNID
           END-IF.

           PERFORM  S2000-FIND-NONFILERS.

           PERFORM  S4000-LIST-BY-OFFICE.

           PERFORM  S3000-WRITE-TOTALS.

           IF  W-SYSIN-MODE-UPDATE
               EXEC  SQL  COMMIT    END-EXEC
               MOVE  'UPDATE RUN - DEMANDS WRITTEN AND NOTICES PRINTED'
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
               DISPLAY '**** MIPB5    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** MIPB5    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* RUN DATE        : ' W-RUN-DT.
           DISPLAY '* MODE            : ' W-SYSIN-MODE.
           DISPLAY '* BACKFILL-CNT    : ' A-BACKFILL-CNT.
           DISPLAY '* OBLG-READ-CNT   : ' A-OBLG-READ-CNT.
           DISPLAY '* PERIOD-CNT      : ' A-PERIOD-CNT.
           DISPLAY '* FILED-CNT       : ' A-FILED-CNT.
           DISPLAY '* LATE-FILED-CNT  : ' A-LATE-FILED-CNT.
           DISPLAY '* SATISFIED-CNT   : ' A-SATISFIED-CNT.
           DISPLAY '* OUTSTANDING-CNT : ' A-OUTSTANDING-CNT.
           DISPLAY '* ON-FILE-CNT     : ' A-ON-FILE-CNT.
           DISPLAY '* SUSPEND-CNT     : ' A-SUSPEND-CNT.
           DISPLAY '* NOT-DUE-CNT     : ' A-NOT-DUE-CNT.
           DISPLAY '* DEMAND-CNT      : ' A-DEMAND-CNT.
           DISPLAY '* HELD-CNT        : ' A-HELD-CNT.
           DISPLAY '* ELEC-CNT        : ' A-ELEC-CNT.
           DISPLAY '* LIST-CNT        : ' A-LIST-CNT.
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
           DISPLAY '### MIPB5    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-LTR-FILE.

           IF  NOT  S-LTR-NORMAL
               DISPLAY
               'S0200:ERROR=MIPL050 OPEN ERROR(' S-LTR-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=MIPP050 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           DISPLAY  'S0200:CARD RUN-DT=' W-SYSIN-RUN-DT
                    ' MODE=' W-SYSIN-MODE
                    ' OPID=' W-SYSIN-OPID.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - V A L I D A T E - C A R D                     *
      *                                                              *
      *    A FILING DEMAND IS A FORMAL NOTICE TO THE TAXPAYER, SO    *
      *    THE UPDATE RUN NEEDS THE 'MIPB5NFL' AUTHORITY FOR THE     *
      *    OPERATOR ON THE CARD; THE DRY RUN DOES NOT.               *
      *                                                              *
      ****************************************************************
       S0300-VALIDATE-CARD               SECTION.

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
               MOVE  'MIPB5NFL'          TO  L-SAUTH-FUNC-CD
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
      *    TRWBA 'NONFILER':  THRESHOLD_CNT IS THE LOOK-BACK IN      *
      *    MONTHS - PERIODS ENDING FROM THAT MANY MONTHS BEFORE THE  *
      *    RUN MONTH ARE CHECKED, UP TO TWO MONTHS BEFORE IT (THE    *
      *    LATEST WHOSE DEADLINE CAN HAVE PASSED).  WINDOW_DAYS IS   *
      *    THE DAYS THE DEMAND GIVES TO FILE.  ACTIVE_FG 'N'         *
      *    SWITCHES THE RUN OFF.                                     *
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

           IF  THRESHOLD-CNT OF TRWBA  <  3
           OR  THRESHOLD-CNT OF TRWBA  >  C-LOOKBACK-MAX
           OR  WINDOW-DAYS   OF TRWBA  <  1
               DISPLAY 'S0400:ERROR=TRWBA ' C-CTL-ID
                       ' MONTHS (3-60) AND DAYS MUST BE SET'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  THRESHOLD-CNT OF TRWBA   TO  W-LOOKBACK-MM.
           MOVE  WINDOW-DAYS   OF TRWBA   TO  W-FILE-DAYS.
           COMPUTE  W-CAND-LIMIT  =  C-CAND-MAX  -  W-LOOKBACK-MM.

           EXEC  SQL
                 SELECT  REPLACE(CHAR(DATE(:W-RUN-ISO)
                                      + :W-FILE-DAYS DAYS, ISO),
                                 '-', '')
                 INTO   :W-FILE-BY-DT
                 FROM    SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'FILE-BY DATE'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  W-RUN-DT (1:6)           TO  W-CV-YYMM.
           PERFORM  S8300-YYMM-TO-IX.
           MOVE  W-CV-IX                  TO  W-RUN-IX.

           COMPUTE  W-WINDOW-IX    =  W-RUN-IX  -  W-LOOKBACK-MM.
           COMPUTE  W-LAST-END-IX  =  W-RUN-IX  -  2.

           MOVE  W-WINDOW-IX              TO  W-CV-IX.
           PERFORM  S8400-IX-TO-YYMM.
           MOVE  W-CV-YYMM                TO  W-WINDOW-YYMM.

           MOVE  W-LAST-END-IX            TO  W-CV-IX.
           PERFORM  S8400-IX-TO-YYMM.
           MOVE  W-CV-YYMM                TO  W-LAST-END-YYMM.

      *    THE LONGEST PERIOD IS A YEAR, SO NO PERIOD ENDING IN THE
      *    LOOK-BACK STARTS BEFORE JANUARY OF ITS FIRST YEAR.
           STRING  W-WINDOW-YYMM (1:4)  '0101'
                   DELIMITED BY SIZE  INTO  W-SCAN-FR-DT
           END-STRING.
           STRING  W-LAST-END-YYMM  '31'
                   DELIMITED BY SIZE  INTO  W-SCAN-TO-DT
           END-STRING.

           MOVE  W-RUN-DT                 TO  H1-RUN-DATE.
           MOVE  W-SYSIN-MODE             TO  H1-MODE.
           MOVE  W-WINDOW-YYMM            TO  H1-WINDOW-YYMM.
           MOVE  W-LAST-END-YYMM          TO  H1-LAST-END-YYMM.
           MOVE  W-FILE-DAYS              TO  H1-DAYS.

           DISPLAY  'S0400:RUN=' W-RUN-DT ' PERIODS ENDING '
                    W-WINDOW-YYMM '-' W-LAST-END-YYMM
                    ' FILE BY=' W-FILE-BY-DT.

       S0400-LOAD-CONTROL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - B A C K F I L L - B U S N I D                 *
      *                                                              *
      *    LAP11 SEEDS THE REGISTER AT INTAKE, OFTEN BEFORE THE      *
      *    BUSNID IS ISSUED.  ROWS STILL WITHOUT ONE TAKE IT FROM    *
      *    THEIR TTBAA RECEIPT ONCE IT HAS BEEN ISSUED.              *
      *                                                              *
      ****************************************************************
       S1000-BACKFILL-BUSNID             SECTION.

           EXEC  SQL
                 UPDATE  DRWB.TRWCQ  Q
                    SET  BUSNID      =
                         ( SELECT  A.BUSNID
                             FROM  DTBA.TTBAA  A
                            WHERE  A.TXOFF_CD  = Q.TXOFF_CD
                              AND  A.RCVE_YEAR = Q.RCVE_YEAR
                              AND  A.RCVE_NO   = Q.RCVE_NO )
                 ,       UPD_DT      = :W-RUN-DT
                 ,       UPD_OPID    = :C-PROG-ID
                  WHERE  Q.BUSNID    = ' '
                    AND  EXISTS
                         ( SELECT  1
                             FROM  DTBA.TTBAA  A
                            WHERE  A.TXOFF_CD  = Q.TXOFF_CD
                              AND  A.RCVE_YEAR = Q.RCVE_YEAR
                              AND  A.RCVE_NO   = Q.RCVE_NO
                              AND  A.BUSNID    > ' ' )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  A-BACKFILL-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'BUSNID BACKFILL'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  COMMIT  END-EXEC.

       S1000-BACKFILL-BUSNID-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - F I N D - N O N F I L E R S                   *
      *                                                              *
      ****************************************************************
       S2000-FIND-NONFILERS              SECTION.

           MOVE  'OBLIGATION PERIODS PAST THE DEADLINE WITH NO RETURN'
                                          TO  H2-TEXT.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H3-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           EXEC  SQL  OPEN  CURSOR_OBLG  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'OBLG OPEN'          TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S2100-LOAD-BATCH
              IF  CD-CNT  >  ZERO
                  PERFORM  S2200-SCAN-RETURNS
                  PERFORM  S2300-CHECK-PERIOD
                      VARYING  I  FROM  1  BY  1  UNTIL  I  >  CD-CNT
                  IF  W-SYSIN-MODE-UPDATE
                      EXEC  SQL  COMMIT  END-EXEC
                  END-IF
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_OBLG  END-EXEC.

       S2000-FIND-NONFILERS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - L O A D - B A T C H                           *
      *                                                              *
      ****************************************************************
       S2100-LOAD-BATCH                  SECTION.

           MOVE  ZERO                     TO  CD-CNT.

           PERFORM  UNTIL  S-NO-DATA
                      OR   CD-CNT  >  W-CAND-LIMIT
              PERFORM  S7200-FETCH-OBLG
              IF  NOT  S-NO-DATA
                  PERFORM  S2150-ADD-PERIODS
              END-IF
           END-PERFORM.

           ADD   CD-CNT                   TO  A-PERIOD-CNT.

       S2100-LOAD-BATCH-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 5 0 - A D D - P E R I O D S                         *
      *                                                              *
      *    THE PERIODS OF ONE REGISTER ROW THAT END IN THE LOOK-BACK *
      *    AND OVERLAP THE ROW'S EFFECTIVE DATES.  NOTHING AFTER THE *
      *    MONTH THE BUSINESS CLOSED IS OWED.                        *
      *                                                              *
      ****************************************************************
       S2150-ADD-PERIODS                 SECTION.

           MOVE  W-OB-EFF-FR-DT (1:6)     TO  W-CV-YYMM.
           PERFORM  S8300-YYMM-TO-IX.
           MOVE  W-CV-IX                  TO  W-OB-FR-IX.

           IF  W-OB-EFF-TO-DT  =  SPACE
               MOVE  W-LAST-END-IX        TO  W-OB-TO-IX
           ELSE
               MOVE  W-OB-EFF-TO-DT (1:6) TO  W-CV-YYMM
               PERFORM  S8300-YYMM-TO-IX
               MOVE  W-CV-IX              TO  W-OB-TO-IX
           END-IF.

           IF  W-OB-CLOSE-DT  NOT =  SPACE
           AND W-OB-CLOSE-DT  NOT =  LOW-VALUE
               MOVE  W-OB-CLOSE-DT (1:6)  TO  W-CV-YYMM
               PERFORM  S8300-YYMM-TO-IX
               IF  W-CV-IX  <  W-OB-TO-IX
                   MOVE  W-CV-IX          TO  W-OB-TO-IX
               END-IF
           END-IF.

           DIVIDE  W-WINDOW-IX  BY  W-OB-PERIOD-MM
                   GIVING  W-PD-QUOT  REMAINDER  W-PD-REM.
           COMPUTE  W-PD-FIRST-IX  =  W-WINDOW-IX  -  W-PD-REM.

           PERFORM  S2160-ADD-PERIOD
               VARYING  W-PD-IX  FROM  W-PD-FIRST-IX  BY  W-OB-PERIOD-MM
               UNTIL  W-PD-IX + W-OB-PERIOD-MM - 1  >  W-LAST-END-IX.

       S2150-ADD-PERIODS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 6 0 - A D D - P E R I O D                           *
      *                                                              *
      *    A PERIOD ALREADY LOADED FOR THE SAME BUSNID AND TXTP (AN  *
      *    AMENDMENT THAT CHANGED THE PERIODICITY INSIDE IT) IS NOT  *
      *    LOADED TWICE; THE TABLE STAYS IN KEY ORDER FOR SEARCH ALL.*
      *                                                              *
      ****************************************************************
       S2160-ADD-PERIOD                  SECTION.

           COMPUTE  W-PD-END-IX  =  W-PD-IX + W-OB-PERIOD-MM - 1.

           IF  W-PD-END-IX  <  W-OB-FR-IX
           OR  W-PD-IX      >  W-OB-TO-IX
               GO TO  S2160-ADD-PERIOD-EXIT
           END-IF.

           MOVE  W-PD-IX                  TO  W-CV-IX.
           PERFORM  S8400-IX-TO-YYMM.
           MOVE  W-CV-YYMM                TO  W-PD-YYMM.

           MOVE  W-PD-END-IX              TO  W-CV-IX.
           PERFORM  S8400-IX-TO-YYMM.
           MOVE  W-CV-YYMM                TO  W-PD-END-YYMM.

           IF  CD-CNT  >  ZERO
               IF  W-OB-BUSNID  =  CD-BUSNID (CD-CNT)
               AND W-OB-TXTP    =  CD-TXTP   (CD-CNT)
               AND W-PD-YYMM   NOT >  CD-YYMM (CD-CNT)
                   GO TO  S2160-ADD-PERIOD-EXIT
               END-IF
           END-IF.

           ADD   1                        TO  CD-CNT.
           MOVE  W-OB-BUSNID              TO  CD-BUSNID    (CD-CNT).
           MOVE  W-OB-TXTP                TO  CD-TXTP      (CD-CNT).
           MOVE  W-PD-YYMM                TO  CD-YYMM      (CD-CNT).
           MOVE  W-PD-END-YYMM            TO  CD-END-YYMM  (CD-CNT).
           MOVE  W-OB-TXOFF               TO  CD-TXOFF     (CD-CNT).
           MOVE  W-OB-TRADE-NM            TO  CD-TRADE-NM  (CD-CNT).
           MOVE  W-OB-LGDONG-CD           TO  CD-LGDONG-CD (CD-CNT).
           MOVE  'N'                      TO  CD-FILED-FG  (CD-CNT).

       S2160-ADD-PERIOD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - S C A N - R E T U R N S                       *
      *                                                              *
      *    ONE PASS OF EACH RETURN FILE.  A RETURN FILED UNDER A     *
      *    BUSNID (THE LAST THREE BYTES OF THE ID BLANK, AS MIP02    *
      *    TELLS A BUSNID FROM A RESID) FOR THE TXTP AND FIRST MONTH *
      *    OF A LOADED PERIOD MARKS THAT PERIOD AS FILED.            *
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

           IF  W-FL-RESID-BUSNID (11:3)  NOT =  SPACE
           OR  W-FL-RESID-BUSNID (1:10)  <  CD-BUSNID (1)
           OR  W-FL-RESID-BUSNID (1:10)  >  CD-BUSNID (CD-CNT)
               GO TO  S2250-MATCH-RETURN-EXIT
           END-IF.

           SEARCH  ALL  CD-ENTRY
               AT END
                   CONTINUE
               WHEN  CD-BUSNID (CD-IX)  =  W-FL-RESID-BUSNID (1:10)
                AND  CD-TXTP   (CD-IX)  =  W-FL-TXTP-CD
                AND  CD-YYMM   (CD-IX)  =  W-FL-ASS-YYMM-FR
                   MOVE  'Y'              TO  CD-FILED-FG (CD-IX)
           END-SEARCH.

       S2250-MATCH-RETURN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - C H E C K - P E R I O D                       *
      *                                                              *
      *    A PERIOD NOT IN THE RETURN FILES MAY STILL HAVE A LATE    *
      *    RETURN ON THE TRWBK REGISTER.  AN EARLIER DEMAND IS NEVER *
      *    REPEATED:  ONE STILL OPEN IS CLOSED 'F' WHEN THE RETURN   *
      *    HAS ARRIVED, OR LEFT FOR THE OFFICE LIST WHEN IT HAS NOT. *
      *                                                              *
      ****************************************************************
       S2300-CHECK-PERIOD                SECTION.

           MOVE  CD-BUSNID (I)            TO  W-RESID-BUSNID
                                              BUSNID       OF TRWCS.
           MOVE  CD-TXTP (I)              TO  TXTP-CD      OF TRWCS.
           MOVE  CD-YYMM (I)              TO  ASS-YYMM-FR  OF TRWCS.
           MOVE  ZERO                     TO  W-LATE-CNT
                                              W-SUSP-CNT.

           IF  CD-FILED-FG (I)  =  'N'
               PERFORM  S2320-PERIOD-DATES
               PERFORM  S2330-CHECK-REGISTERS
               IF  W-LATE-CNT  >  ZERO
                   MOVE  'Y'              TO  CD-FILED-FG (I)
                   ADD   1                TO  A-LATE-FILED-CNT
               END-IF
           END-IF.

           PERFORM  S2340-SELECT-DEMAND.

           MOVE  SPACE                    TO  D1-DETAIL-LINE.
           MOVE  CD-TXOFF (I)             TO  D1-TXOFF.
           MOVE  CD-BUSNID (I)            TO  D1-BUSNID.
           MOVE  CD-TXTP (I)              TO  D1-TXTP.
           MOVE  CD-YYMM (I)              TO  D1-YYMM-FR.
           MOVE  '-'                      TO  D1-DASH.
           MOVE  CD-END-YYMM (I)          TO  D1-YYMM-TO.
           MOVE  CD-TRADE-NM (I)          TO  D1-TRADE-NM.

           EVALUATE  TRUE
               WHEN  CD-FILED-FG (I)  =  'Y'  AND  W-DM-OPEN
                     PERFORM  S2350-SATISFY-DEMAND
                     GO TO  S2300-WRITE-LINE
               WHEN  CD-FILED-FG (I)  =  'Y'
                     ADD   1              TO  A-FILED-CNT
               WHEN  W-DM-OPEN
                     ADD   1              TO  A-OUTSTANDING-CNT
               WHEN  NOT  W-DM-NONE
                     ADD   1              TO  A-ON-FILE-CNT
               WHEN  W-SUSP-CNT  >  ZERO
                     ADD   1              TO  A-SUSPEND-CNT
               WHEN  W-RUN-DT  NOT >  W-DUE-DT
                     ADD   1              TO  A-NOT-DUE-CNT
               WHEN  OTHER
                     PERFORM  S2360-ISSUE-DEMAND
                     GO TO  S2300-WRITE-LINE
           END-EVALUATE.

           GO TO  S2300-CHECK-PERIOD-EXIT.

       S2300-WRITE-LINE.
           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S2300-CHECK-PERIOD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 2 0 - P E R I O D - D A T E S                       *
      *                                                              *
      *    FIRST AND LAST DAY OF THE PERIOD AND ITS DEADLINE - THE   *
      *    LAST DAY OF THE MONTH AFTER THE PERIOD ENDS, ROLLED TO A  *
      *    WORKING DAY, AS MIP02'S S0550-DEADLINE-CHECK.             *
      *                                                              *
      ****************************************************************
       S2320-PERIOD-DATES                SECTION.

           STRING  CD-YYMM (I)  '01'
                   DELIMITED BY SIZE  INTO  W-PERIOD-FR-DT
           END-STRING.

           STRING  CD-END-YYMM (I) (1:4) '-' CD-END-YYMM (I) (5:2)
                   '-01'
                   DELIMITED BY SIZE  INTO  W-END-ISO
           END-STRING.

           EXEC  SQL
                 SELECT  REPLACE(CHAR(DATE(:W-END-ISO)
                                      + 1 MONTH - 1 DAY, ISO),
                                 '-', '')
                 ,       REPLACE(CHAR(DATE(:W-END-ISO)
                                      + 2 MONTHS - 1 DAY, ISO),
                                 '-', '')
                 INTO   :W-PERIOD-TO-DT
                 ,      :W-DUE-DT
                 FROM    SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'PERIOD DATES'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  'R'                      TO  L-SDATE-FUNC.
           MOVE  W-DUE-DT                 TO  L-SDATE-IN-DT.
           MOVE  ZERO                     TO  L-SDATE-DAYS.
           MOVE  SPACE                    TO  L-SDATE-PROV-CD.

           CALL  C-PGM-LCBSDATE  USING  L-SDATE-PARM.

           IF  L-SDATE-RC  =  '00'
               MOVE  L-SDATE-OUT-DT       TO  W-DUE-DT
           END-IF.

       S2320-PERIOD-DATES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 3 0 - C H E C K - R E G I S T E R S                 *
      *                                                              *
      *    A TRWBK ROW MEANS MIP02 TOOK THE RETURN LATE; A TTBAT     *
      *    SUSPENSION FROM BEFORE THE PERIOD TO AFTER IT (OR STILL   *
      *    OPEN) MEANS NOTHING WAS OWED.                             *
      *                                                              *
      ****************************************************************
       S2330-CHECK-REGISTERS             SECTION.

           EXEC  SQL
                 SELECT  (SELECT  COUNT(*)
                            FROM  DRWB.TRWBK  K
                           WHERE  K.RESID_BUSNID  = :W-RESID-BUSNID
                             AND  K.TXTP_CD       = :TRWCS.TXTP-CD
                             AND  K.ASS_YYMM_FR   = :TRWCS.ASS-YYMM-FR)
                 ,       (SELECT  COUNT(*)
                            FROM  DTBA.TTBAT  T
                           WHERE  T.BUSNID         = :TRWCS.BUSNID
                             AND  T.SUSPEND_FR_DT <= :W-PERIOD-FR-DT
                             AND (T.SUSPEND_TO_DT  = ' '
                              OR  T.SUSPEND_TO_DT >= :W-PERIOD-TO-DT))
                 INTO   :W-LATE-CNT
                 ,      :W-SUSP-CNT
                 FROM    SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TRWBK/TTBAT CHECK'  TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S2330-CHECK-REGISTERS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 4 0 - S E L E C T - D E M A N D                     *
      *                                                              *
      ****************************************************************
       S2340-SELECT-DEMAND               SECTION.

           EXEC  SQL
                 SELECT  DEMAND_STAUS, DEMAND_DT
                 INTO   :W-DM-STAUS
                 ,      :W-DM-DEMAND-DT
                 FROM    DRWB.TRWCS
                 WHERE   BUSNID       =  :TRWCS.BUSNID
                 AND     TXTP_CD      =  :TRWCS.TXTP-CD
                 AND     ASS_YYMM_FR  =  :TRWCS.ASS-YYMM-FR
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  SPACE          TO  W-DM-STAUS
                                              W-DM-DEMAND-DT
               WHEN  OTHER
                     MOVE  'TRWCS SELECT'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S2340-SELECT-DEMAND-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 5 0 - S A T I S F Y - D E M A N D                   *
      *                                                              *
      ****************************************************************
       S2350-SATISFY-DEMAND              SECTION.

           ADD   1                        TO  A-SATISFIED-CNT.

           IF  W-SYSIN-MODE-DRY-RUN
               MOVE  'RETURN RECEIVED - DEMAND WOULD CLOSE'
                                          TO  D1-RESULT
               GO TO  S2350-SATISFY-DEMAND-EXIT
           END-IF.

           EXEC  SQL
                 UPDATE  DRWB.TRWCS
                    SET  DEMAND_STAUS  = 'F'
                 ,       STAUS_DT      = :W-RUN-DT
                 ,       STAUS_OPID    = :W-SYSIN-OPID
                  WHERE  BUSNID        = :TRWCS.BUSNID
                    AND  TXTP_CD       = :TRWCS.TXTP-CD
                    AND  ASS_YYMM_FR   = :TRWCS.ASS-YYMM-FR
                    AND  DEMAND_STAUS  = 'N'
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  'TRWCS UPDATE'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  'RETURN RECEIVED - DEMAND CLOSED'
                                          TO  D1-RESULT.

       S2350-SATISFY-DEMAND-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 6 0 - I S S U E - D E M A N D                       *
      *                                                              *
      ****************************************************************
       S2360-ISSUE-DEMAND                SECTION.

           MOVE  W-DUE-DT                 TO  D1-DUE-DT.
           MOVE  W-FILE-BY-DT             TO  D1-FILE-BY-DT.

           MOVE  'C'                      TO  W-CORR-FUNC.
           PERFORM  S2370-REGISTER-DEMAND.

           IF  CORR-RTN-HELD
               ADD   1                    TO  A-HELD-CNT
               IF  W-SYSIN-MODE-DRY-RUN
                   MOVE  'WOULD BE HELD - RETURNED MAIL OPEN'
                                          TO  D1-RESULT
               ELSE
                   MOVE  'HELD - RETURNED MAIL OPEN'
                                          TO  D1-RESULT
               END-IF
               GO TO  S2360-ISSUE-DEMAND-EXIT
           END-IF.

           IF  W-SYSIN-MODE-DRY-RUN
               ADD   1                    TO  A-DEMAND-CNT
               MOVE  'WOULD BE DEMANDED'  TO  D1-RESULT
               GO TO  S2360-ISSUE-DEMAND-EXIT
           END-IF.

           INITIALIZE                     TRWCS.
           MOVE  CD-BUSNID (I)            TO  BUSNID       OF TRWCS.
           MOVE  CD-TXTP (I)              TO  TXTP-CD      OF TRWCS.
           MOVE  CD-YYMM (I)              TO  ASS-YYMM-FR  OF TRWCS.
           MOVE  W-PERIOD-FR-DT           TO  PERIOD-FR-DT OF TRWCS.
           MOVE  W-PERIOD-TO-DT           TO  PERIOD-TO-DT OF TRWCS.
           MOVE  CD-TXOFF (I)             TO  TXOFF-CD     OF TRWCS.
           MOVE  W-DUE-DT                 TO  DUE-DT       OF TRWCS.
           MOVE  W-RUN-DT                 TO  DEMAND-DT    OF TRWCS
                                              STAUS-DT     OF TRWCS.
           MOVE  W-FILE-BY-DT             TO  FILE-BY-DT   OF TRWCS.
           MOVE  'N'                      TO  DEMAND-STAUS OF TRWCS.
           MOVE  W-SYSIN-OPID             TO  REGIST-OPID  OF TRWCS
                                              STAUS-OPID   OF TRWCS.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCS
                        (BUSNID,          TXTP_CD,
                         ASS_YYMM_FR,     PERIOD_FR_DT,
                         PERIOD_TO_DT,    TXOFF_CD,
                         DUE_DT,          DEMAND_DT,
                         FILE_BY_DT,      DEMAND_STAUS,
                         STAUS_DT,        REGIST_OPID,
                         STAUS_OPID)
                 VALUES
                        (:TRWCS.BUSNID,
                         :TRWCS.TXTP-CD,
                         :TRWCS.ASS-YYMM-FR,
                         :TRWCS.PERIOD-FR-DT,
                         :TRWCS.PERIOD-TO-DT,
                         :TRWCS.TXOFF-CD,
                         :TRWCS.DUE-DT,
                         :TRWCS.DEMAND-DT,
                         :TRWCS.FILE-BY-DT,
                         :TRWCS.DEMAND-STAUS,
                         :TRWCS.STAUS-DT,
                         :TRWCS.REGIST-OPID,
                         :TRWCS.STAUS-OPID)
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'S'            TO  W-CORR-FUNC
                     PERFORM  S2370-REGISTER-DEMAND
                     ADD   1              TO  A-DEMAND-CNT
                     IF  CORR-CHANNEL-USED  =  'P'
                         MOVE  'DEMAND SENT'
                                          TO  D1-RESULT
                     ELSE
                         ADD   1          TO  A-ELEC-CNT
                         MOVE  'DEMAND SENT - ELECTRONIC'
                                          TO  D1-RESULT
                     END-IF
                     PERFORM  S2400-WRITE-DEMAND
               WHEN  -803
                     ADD   1              TO  A-ON-FILE-CNT
                     MOVE  'ALREADY DEMANDED'
                                          TO  D1-RESULT
               WHEN  OTHER
                     MOVE  'TRWCS INSERT'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S2360-ISSUE-DEMAND-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 7 0 - R E G I S T E R - D E M A N D                 *
      *                                                              *
      *    THE DEMAND ON THE CORRESPONDENCE REGISTER, FUNCTION IN    *
      *    W-CORR-FUNC.  BEFORE THE TRWCS ROW IS WRITTEN IT ONLY     *
      *    ASKS ('C') - HELD WHEN THE BUSINESS HAS AN OPEN TRWAU /   *
      *    TRWAX ITEM, OTHERWISE THE TAXPAYER'S TRWDB CHANNEL.  ONLY *
      *    A NEW TRWCS ROW IS REGISTERED AS SENT ('S'), SO A PERIOD  *
      *    ALREADY DEMANDED LEAVES NO SEND ON THE REGISTER.  A DRY   *
      *    RUN NEVER GETS PAST THE 'C'.  THE REFERENCE IS THE TAX    *
      *    TYPE AND PERIOD UNDER THE BUSNID.                         *
      *                                                              *
      ****************************************************************
       S2370-REGISTER-DEMAND             SECTION.

           INITIALIZE  LCBSCORR-USERAREA.
           MOVE  W-CORR-FUNC              TO  CORR-FUNC.
           MOVE  CD-BUSNID (I)            TO  CORR-TXPAYER-ID.
           MOVE  'B'                      TO  CORR-ID-TP.
           MOVE  C-NOTICE-DEMAND          TO  CORR-NOTICE-TP.
           MOVE  C-PROG-ID                TO  CORR-PGM-ID.
           MOVE  W-SYSIN-OPID             TO  CORR-OPID.
           STRING  CD-TXTP (I)  CD-YYMM (I)  CD-END-YYMM (I)
                   DELIMITED BY SIZE  INTO  CORR-SRC-REF
           END-STRING.
           MOVE  'P'                      TO  CORR-CHANNEL.
           MOVE  CD-LGDONG-CD (I)         TO  CORR-LGDONG-CD.

           CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

           IF  CORR-RTN-ERROR
           OR  CORR-RTN-BAD-INPUT
               MOVE  CORR-SQLCODE         TO  W-SQLCODE
               DISPLAY  'S2370:ERROR=LCBSCORR RC(' CORR-RTN-CD
                        ') SQLCODE=' W-SQLCODE
                        ' BUSNID=' CD-BUSNID (I)
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S2370-REGISTER-DEMAND-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - W R I T E - D E M A N D                       *
      *                                                              *
      ****************************************************************
       S2400-WRITE-DEMAND                SECTION.

           MOVE  CD-LGDONG-CD (I)         TO  W-OB-LGDONG-CD.

           EXEC  SQL  SELECT  SI_DO, GU_SI_GUN, DONG_UEP_MYUN
                        INTO  :W-SI-DO,
                              :W-GU-SI-GUN,
                              :W-DONG-UEP-MYUN
                        FROM  DTJA.TTJAD
                       WHERE  LGDONG_CD  = :W-OB-LGDONG-CD
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
           MOVE  CD-TXTP (I)              TO  L3-TXTP.
           WRITE  O-LTR-REC  FROM  L3-BUSN-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           IF  CORR-CHANNEL-USED  NOT =  'P'
               MOVE  CORR-CHANNEL-USED    TO  L4-CHANNEL
               MOVE  CORR-PREF-CONTACT    TO  L4-CONTACT
               WRITE  O-LTR-REC  FROM  L4-DELIV-LINE
               PERFORM  S5190-CHECK-LTR-WRITE
           END-IF.

           MOVE  SPACE                    TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           STRING  'OUR RECORDS SHOW NO RETURN FOR THE PERIOD '
                   W-PERIOD-FR-DT  ' TO '  W-PERIOD-TO-DT  ','
                   DELIMITED BY SIZE  INTO  L5-TEXT
           END-STRING.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           STRING  'WHICH WAS DUE BY '  W-DUE-DT
                   '.  PLEASE FILE THE RETURN BY '  W-FILE-BY-DT  '.'
                   DELIMITED BY SIZE  INTO  L5-TEXT
           END-STRING.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           STRING  'IF THE RETURN HAS ALREADY BEEN FILED, '
                   'OR THE BUSINESS WAS SUSPENDED'
                   DELIMITED BY SIZE  INTO  L5-TEXT
           END-STRING.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  'FOR THE WHOLE PERIOD, PLEASE CONTACT THE TAX OFFICE.'
                                          TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

       S2400-WRITE-DEMAND-EXIT.
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

           MOVE  'REGISTER ROWS BACKFILLED WITH THE BUSNID .....'
                                          TO  T1-TEXT.
           MOVE  A-BACKFILL-CNT           TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  'OBLIGATION PERIODS CHECKED ...................'
                                          TO  T1-TEXT.
           MOVE  A-PERIOD-CNT             TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '  RETURN ON FILE .............................'
                                          TO  T1-TEXT.
           MOVE  A-FILED-CNT              TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '    OF WHICH FILED LATE (TRWBK) ...............'
                                          TO  T1-TEXT.
           MOVE  A-LATE-FILED-CNT         TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '  RETURN RECEIVED - OPEN DEMAND CLOSED .......'
                                          TO  T1-TEXT.
           MOVE  A-SATISFIED-CNT          TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '  DEMAND STILL OUTSTANDING ...................'
                                          TO  T1-TEXT.
           MOVE  A-OUTSTANDING-CNT        TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '  DEMAND ALREADY SETTLED OR VOIDED ...........'
                                          TO  T1-TEXT.
           MOVE  A-ON-FILE-CNT            TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '  SKIPPED - INSIDE A SUSPENSION ..............'
                                          TO  T1-TEXT.
           MOVE  A-SUSPEND-CNT            TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '  SKIPPED - DEADLINE NOT YET PASSED ..........'
                                          TO  T1-TEXT.
           MOVE  A-NOT-DUE-CNT            TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '  NEW FILING DEMANDS .........................'
                                          TO  T1-TEXT.
           MOVE  A-DEMAND-CNT             TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '    OF WHICH SENT ELECTRONICALLY (TRWDB) ......'
                                          TO  T1-TEXT.
           MOVE  A-ELEC-CNT               TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '  HELD - RETURNED MAIL OPEN (TRWAU / TRWAX) ..'
                                          TO  T1-TEXT.
           MOVE  A-HELD-CNT               TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  'OPEN DEMANDS ON THE OFFICE LIST ..............'
                                          TO  T1-TEXT.
           MOVE  A-LIST-CNT               TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

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
      *    S 4 0 0 0 - L I S T - B Y - O F F I C E                   *
      *                                                              *
      *    THE NON-FILER LIST:  EVERY DEMAND STILL OPEN, OFFICE BY   *
      *    OFFICE, WITH A COUNT PER OFFICE.  IN THE DRY RUN TODAY'S  *
      *    DEMANDS ARE NOT WRITTEN, SO ONLY EARLIER ONES SHOW.       *
      *                                                              *
      ****************************************************************
       S4000-LIST-BY-OFFICE              SECTION.

           EXEC  SQL  OPEN  CURSOR_LIST  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'LIST OPEN'          TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           MOVE  SPACE                    TO  W-LS-PREV-TXOFF.
           MOVE  ZERO                     TO  W-LS-OFF-CNT.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7300-FETCH-LIST
              IF  NOT  S-NO-DATA
                  PERFORM  S4100-LIST-LINE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_LIST  END-EXEC.

           IF  W-LS-PREV-TXOFF  NOT =  SPACE
               PERFORM  S4200-OFFICE-TOTAL
           END-IF.

       S4000-LIST-BY-OFFICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 1 0 0 - L I S T - L I N E                             *
      *                                                              *
      ****************************************************************
       S4100-LIST-LINE                   SECTION.

           IF  W-LS-TXOFF  NOT =  W-LS-PREV-TXOFF
               IF  W-LS-PREV-TXOFF  NOT =  SPACE
                   PERFORM  S4200-OFFICE-TOTAL
               END-IF
               MOVE  SPACE                TO  H2-TEXT
               STRING  'NON-FILER LIST - OPEN FILING DEMANDS - OFFICE '
                       W-LS-TXOFF
                       DELIMITED BY SIZE  INTO  H2-TEXT
               END-STRING
               WRITE  O-RPT-REC  FROM  H2-SECTION-LINE
               PERFORM  S6900-CHECK-RPT-WRITE
               WRITE  O-RPT-REC  FROM  H3-COLM-LINE
               PERFORM  S6900-CHECK-RPT-WRITE
               MOVE  W-LS-TXOFF           TO  W-LS-PREV-TXOFF
               MOVE  ZERO                 TO  W-LS-OFF-CNT
           END-IF.

           ADD   1                        TO  W-LS-OFF-CNT
                                              A-LIST-CNT.

           MOVE  SPACE                    TO  D1-DETAIL-LINE.
           MOVE  W-LS-TXOFF               TO  D1-TXOFF.
           MOVE  W-LS-BUSNID              TO  D1-BUSNID.
           MOVE  W-LS-TXTP                TO  D1-TXTP.
           MOVE  W-LS-YYMM-FR             TO  D1-YYMM-FR.
           MOVE  '-'                      TO  D1-DASH.
           MOVE  W-LS-YYMM-TO             TO  D1-YYMM-TO.
           MOVE  W-LS-DUE-DT              TO  D1-DUE-DT.
           MOVE  W-LS-FILE-BY-DT          TO  D1-FILE-BY-DT.
           MOVE  W-LS-TRADE-NM            TO  D1-TRADE-NM.

           IF  W-LS-FILE-BY-DT  <  W-RUN-DT
               STRING  'OVERDUE - DEMANDED '  W-LS-DEMAND-DT
                       DELIMITED BY SIZE  INTO  D1-RESULT
               END-STRING
           ELSE
               STRING  'DEMANDED '  W-LS-DEMAND-DT
                       DELIMITED BY SIZE  INTO  D1-RESULT
               END-STRING
           END-IF.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S4100-LIST-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 2 0 0 - O F F I C E - T O T A L                       *
      *                                                              *
      ****************************************************************
       S4200-OFFICE-TOTAL                SECTION.

           MOVE  SPACE                    TO  T1-TEXT.
           STRING  '  OPEN DEMANDS - OFFICE '  W-LS-PREV-TXOFF
                   ' ..........................'
                   DELIMITED BY SIZE  INTO  T1-TEXT
           END-STRING.
           MOVE  W-LS-OFF-CNT             TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

       S4200-OFFICE-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 9 0 - C H E C K - L T R - W R I T E                 *
      *                                                              *
      ****************************************************************
       S5190-CHECK-LTR-WRITE             SECTION.

           IF  NOT  S-LTR-NORMAL
               DISPLAY
               'S5190:ERROR=MIPL050 WRITE ERROR(' S-LTR-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-LTR-WRIT-CNT.

       S5190-CHECK-LTR-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 9 0 0 - C H E C K - R P T - W R I T E                 *
      *                                                              *
      ****************************************************************
       S6900-CHECK-RPT-WRITE             SECTION.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S6900:ERROR=MIPP050 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - O B L G                           *
      *                                                              *
      ****************************************************************
       S7200-FETCH-OBLG                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_OBLG
                 INTO  :W-OB-BUSNID
                 ,     :W-OB-TXTP
                 ,     :W-OB-PERIOD-MM
                 ,     :W-OB-EFF-FR-DT
                 ,     :W-OB-EFF-TO-DT
                 ,     :W-OB-TXOFF
                 ,     :W-OB-TRADE-NM
                 ,     :W-OB-LGDONG-CD
                 ,     :W-OB-CLOSE-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-OBLG-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'OBLG FETCH'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7200-FETCH-OBLG-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 3 0 0 - F E T C H - L I S T                           *
      *                                                              *
      ****************************************************************
       S7300-FETCH-LIST                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_LIST
                 INTO  :W-LS-TXOFF
                 ,     :W-LS-BUSNID
                 ,     :W-LS-TXTP
                 ,     :W-LS-YYMM-FR
                 ,     :W-LS-YYMM-TO
                 ,     :W-LS-DUE-DT
                 ,     :W-LS-FILE-BY-DT
                 ,     :W-LS-DEMAND-DT
                 ,     :W-LS-TRADE-NM
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'LIST FETCH'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7300-FETCH-LIST-EXIT.
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
      *    S 8 3 0 0 - Y Y M M - T O - I X                           *
      *                                                              *
      ****************************************************************
       S8300-YYMM-TO-IX                  SECTION.

           COMPUTE  W-CV-IX  =  W-CV-YY * 12 + W-CV-MM - 1.

       S8300-YYMM-TO-IX-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 4 0 0 - I X - T O - Y Y M M                           *
      *                                                              *
      ****************************************************************
       S8400-IX-TO-YYMM                  SECTION.

           DIVIDE  W-CV-IX  BY  12
                   GIVING  W-CV-YY  REMAINDER  W-CV-MM.
           ADD   1                        TO  W-CV-MM.

       S8400-IX-TO-YYMM-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      MIPB5            *
      *                                                              *
      ****************************************************************
