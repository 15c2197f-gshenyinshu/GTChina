      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       MIPB7.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : CARD-SALES MATCHING AGAINST REPORTED INCOME   *
      *  DESCRIPTION : LCHBK161 SETTLES EACH MERCHANT'S CARD SLIPS;  *
      *                MIP02 POSTS WHAT THE SAME BUSINESS REPORTED   *
      *                AS INCOME.  THIS PERIODIC RUN PUTS THE TWO    *
      *                SIDE BY SIDE FOR ONE RETURN PERIOD OF ONE TAX *
      *                TYPE:                                         *
      *                1. CARD SALES - THE MONTHLY SLIP FILES OF THE *
      *                   PERIOD (LCHBK161'S LCHNC020 INPUT,         *
      *                   CONCATENATED) ARE SUMMED PER BUSNID, EACH  *
      *                   MERCHANT NUMBER LINKED TO ITS BUSINESS BY  *
      *                   THE LCHD2K14.TK140 SET '07', ONTO          *
      *                   DRWB.TRWCW.                                *
      *                2. RETURNS - ONE PASS OF RIV010 TAKES THE     *
      *                   GROSS INCOME OFF EACH RETURN OF THE PERIOD *
      *                   AT THE POSITION THE DRWB.TRWCT 'I' ROW OF  *
      *                   THE TAX TYPE GIVES.                        *
      *                3. LEADS - A BUSINESS WHOSE REPORTED INCOME   *
      *                   FALLS SHORT OF ITS CARD SALES BY MORE THAN *
      *                   THE TRWBA 'CARDGAP' THRESHOLD IS LISTED,   *
      *                   LARGEST GAP FIRST (MIPP070), AND THE TOP   *
      *                   LEADS OF EACH OFFICE GO ON THAT OFFICE'S   *
      *                   AUDIT-SELECTION LIST (MIPP071).            *
      *                A RERUN OF THE SAME PERIOD REPLACES ITS ROWS. *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : MIPB7                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - TAX TYPE, FIRST AND LAST MONTH OF  *
      *                   THE RETURN PERIOD (YYYYMM)                 *
      *  I/O  FILES     : MIPI070 - CARD SLIPS (LCHNC020 LAYOUT)     *
      *                   RIV010  (SEQUENTIAL READ)                  *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWCW                             CRUD                 *
      *  DRWB.TRWBA / DRWB.TRWCT                 R                   *
      *  LCHD2K14.TK140 / DTAA.TTAAA             R                   *
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
           SELECT  I-SLIP-FILE  ASSIGN    TO  MIPI070
                   FILE         STATUS    IS  S-SLIP-STATUS.

           SELECT  I-RIV0-FILE  ASSIGN    TO  RIV010
                                ORGANIZATION  IS  INDEXED
                                ACCESS  MODE  IS  SEQUENTIAL
                                RECORD  KEY   IS  RIV0-KEY
                                FILE  STATUS  IS  S-RIV0-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  MIPP070
                   FILE         STATUS    IS  S-RPT-STATUS.

           SELECT  O-SEL-FILE  ASSIGN     TO  MIPP071
                   FILE         STATUS    IS  S-SEL-STATUS.

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

      *    THE SETTLED SLIPS OF ONE MONTH PER FILE, IN LCHBK161'S
      *    LCHNC020 SHAPE.  AN ACQUIRER CONTROL RECORD OPENS EACH
      *    ACQUIRER'S SEGMENT AND CARRIES NO SALES.
       FD  I-SLIP-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           24   CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   I-SLIP-REC.
       01  I-SLIP-REC.
           05  I-SLIP-MCHT-N             PIC  X(10).
           05  I-SLIP-CNT                PIC  9(07).
           05  I-SLIP-AMT                PIC S9(13)  COMP-3.
       01  I-ACQ-REC.
           05  I-ACQ-TAG                 PIC  X(10).
           05  I-ACQ-ID                  PIC  X(05).
           05  FILLER                    PIC  X(09).

       FD  I-RIV0-FILE
           RECORD     CONTAINS           352  CHARACTERS.
       01  RIV0-REC.
           05  RIV0-KEY                  PIC  X(39).
           05  RIV0-DATA                 PIC  X(313).

       FD  O-RPT-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-RPT-REC.
       01  O-RPT-REC                     PIC  X(132).

       FD  O-SEL-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-SEL-REC.
       01  O-SEL-REC                     PIC  X(132).

      ****************************************************************
      *                                                              *
      *    W O R K I N G - S T O R A G E    S E C T I O N            *
      *                                                              *
      ****************************************************************
       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'MIPB7    - WORKING STORAGE BEGINS HERE'.

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

           05  A-CLEAR-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-SLIP-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-ACQ-CTL-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-LINKED-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-UNLINKED-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-BUSN-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-RTN-MATCH-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-RTN-NOCARD-CNT          PIC  9(09)  VALUE  ZERO.
           05  A-LEAD-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-NORTN-LEAD-CNT          PIC  9(09)  VALUE  ZERO.
           05  A-SELECT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-OFFICE-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-RIV-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-SEL-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-UNLINKED-AMT            PIC S9(15)  COMP-3 VALUE ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MIPB7'.
           05  C-CTL-ID                  PIC  X(08)  VALUE 'CARDGAP'.
           05  C-BSNO                    PIC  X(02)  VALUE '07'.
           05  C-ACQ-TAG                 PIC  X(10)
                                         VALUE '**ACQCTL**'.
           05  C-RIV010-LEN              PIC S9(04)  COMP  VALUE +352.
           05  C-GAP-UNIT                PIC S9(05)  COMP-3
                                                     VALUE +10000.
           05  C-COMMIT-FREQ             PIC S9(04)  COMP  VALUE +500.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-TXTP              PIC  X(02)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-YYMM-FR           PIC  X(06)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-YYMM-TO           PIC  X(06)  VALUE  SPACE.
           05  FILLER                    PIC  X(64)  VALUE  SPACES.

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

           05  S-SLIP-STATUS             PIC  X(002).
               88  S-SLIP-NORMAL                     VALUE '00'.
               88  S-SLIP-EOF                        VALUE '10'.

           05  S-RIV0-STATUS             PIC  X(002).
               88  S-RIV0-NORMAL                     VALUE '00'.
               88  S-RIV0-EOF                        VALUE '10'.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

           05  S-SEL-STATUS              PIC  X(002).
               88  S-SEL-NORMAL                      VALUE '00'.

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
           05  W-PERIOD-FR-DT            PIC  X(08).
           05  W-PERIOD-TO-DT            PIC  X(08).
           05  W-MIN-GAP                 PIC S9(15)  COMP-3.
           05  W-SEL-MAX                 PIC S9(04)  COMP.
           05  W-COMMIT-CNT              PIC S9(04)  COMP.

      *    WHERE THE GROSS INCOME SITS ON THE RIV010 RECORD - THE
      *    TRWCT 'I' ROW OF THE TAX TYPE, READ AS MIP02 READS ITS
      *    CONSISTENCY-RULE FIELDS.
           05  W-FLD-POS                 PIC S9(04)  COMP.
           05  W-FLD-LEN                 PIC S9(04)  COMP.
           05  W-FLD-FMT                 PIC  X(01).
           05  W-FLD-OK                  PIC  X(01).
           05  W-FLD-AMT                 PIC S9(15)  COMP-3.
           05  W-FLD-ZONE                PIC  X(15).
           05  W-FLD-ZONE-N              REDEFINES  W-FLD-ZONE
                                         PIC S9(15).
           05  W-FLD-PACK                PIC  X(08).
           05  W-FLD-PACK-N              REDEFINES  W-FLD-PACK
                                         PIC S9(15)  COMP-3.

      *    THE LAST MERCHANT LOOKED UP AND THE BUSNID IT IS LINKED TO
      *    (SPACE = NOT LINKED), SO A RUN OF SLIPS OF ONE MERCHANT
      *    COSTS ONE TK140 READ.
           05  W-PREV-MCHT-N             PIC  X(10).
           05  W-LINK-BUSNID             PIC  X(10).
           05  W-SLIP-CNT                PIC S9(09)  COMP-3.
           05  W-SLIP-AMT                PIC S9(15)  COMP-3.
           05  W-TXOFF                   PIC  X(03).

      *    THE RETURN-FILE KEY, SAME SHAPE AS MIP02'S
      *    S2600-RIV010-KEY-SET.
           05  W-FL-KEY.
               10  W-FL-TXOFF-CD         PIC  X(03).
               10  W-FL-TX-OFFCR-CD      PIC  X(05).
               10  W-FL-ASS-YYMM-FR      PIC  X(06).
               10  W-FL-TXTP-CD          PIC  X(02).
               10  W-FL-RESID-BUSNID     PIC  X(13).
               10  FILLER                PIC  X(10).

      *    CURSOR_LEAD / CURSOR_SEL ROW.
           05  W-LD-TXOFF                PIC  X(03).
           05  W-LD-BUSNID               PIC  X(10).
           05  W-LD-TRADE-NM             PIC  X(60).
           05  W-LD-SLIP-CNT             PIC S9(09)  COMP-3.
           05  W-LD-CARD-AMT             PIC S9(15)  COMP-3.
           05  W-LD-RTN-FG               PIC  X(01).
           05  W-LD-RPT-AMT              PIC S9(15)  COMP-3.
           05  W-LD-GAP-AMT              PIC S9(15)  COMP-3.
           05  W-GAP-PCT                 PIC S9(05)V9(02)  COMP-3.
           05  W-RANK                    PIC  9(09).

           05  W-OFF-PREV                PIC  X(03).
           05  W-OFF-RANK                PIC S9(04)  COMP.
           05  W-OFF-LEAD-CNT            PIC  9(09).
           05  W-OFF-SEL-CNT             PIC  9(09).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  H1-TITLE              PIC  X(48).
               10  FILLER                PIC  X(11)  VALUE
                   'TAX TYPE : '.
               10  H1-TXTP               PIC  X(02).
               10  FILLER                PIC  X(11)  VALUE
                   '  PERIOD : '.
               10  H1-YYMM-FR            PIC  X(06).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  H1-YYMM-TO            PIC  X(06).
               10  FILLER                PIC  X(13)  VALUE
                   '  RUN DATE : '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(25)  VALUE  SPACE.

           05  H2-SECTION-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  H2-TEXT               PIC  X(80).
               10  FILLER                PIC  X(51)  VALUE  SPACE.

           05  H3-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   '   RANK OFF BUSNID     TRADE NAME       '.
               10  FILLER                PIC  X(40)  VALUE
                   '                    CARD SALES  REPORTED'.
               10  FILLER                PIC  X(40)  VALUE
                   ' INCOME              GAP     GAP % NOTE'.
               10  FILLER                PIC  X(11)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01).
               10  D1-RANK               PIC  Z,ZZZ,ZZ9.
               10  FILLER                PIC  X(01).
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01).
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(01).
               10  D1-TRADE-NM           PIC  X(30).
               10  FILLER                PIC  X(01).
               10  D1-CARD-AMT           PIC  -ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01).
               10  D1-RPT-AMT            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01).
               10  D1-GAP-AMT            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01).
               10  D1-GAP-PCT            PIC  ZZ,ZZ9.99.
               10  FILLER                PIC  X(01).
               10  D1-NOTE               PIC  X(10).
               10  FILLER                PIC  X(04).

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-TEXT               PIC  X(60).
               10  T1-CNT                PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(60)  VALUE  SPACE.

           05  T2-AMOUNT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T2-TEXT               PIC  X(60).
               10  T2-AMT                PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(51)  VALUE  SPACE.

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
      *    DRWB.TRWCT   (   RETURN CONSISTENCY RULE   )              *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCT      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCW   (   CARD-SALES MATCH   )                     *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCW      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_LEAD : THE PERIOD'S LEADS, LARGEST GAP FIRST.      *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_LEAD  CURSOR  FOR
                 SELECT   W.TXOFF_CD
                 ,        W.BUSNID
                 ,        COALESCE(A.TRADE_NM1, ' ')
                 ,        W.SLIP_CNT
                 ,        W.CARD_AMT
                 ,        W.RTN_FG
                 ,        W.RPT_AMT
                 ,        W.GAP_AMT
                 FROM     DRWB.TRWCW  W
                          LEFT OUTER JOIN  DTAA.TTAAA  A
                            ON  A.BUSNID   =  W.BUSNID
                           AND  A.LAST_FG  =  'Y'
                 WHERE    W.TXTP_CD      =  :TRWCW.TXTP-CD
                 AND      W.ASS_YYMM_FR  =  :TRWCW.ASS-YYMM-FR
                 AND      W.LEAD_FG      =  'Y'
                 ORDER BY W.GAP_AMT DESC, W.BUSNID
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_SEL : THE SAME LEADS OFFICE BY OFFICE, LARGEST GAP *
      *    FIRST WITHIN THE OFFICE.                                  *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_SEL  CURSOR  FOR
                 SELECT   W.TXOFF_CD
                 ,        W.BUSNID
                 ,        COALESCE(A.TRADE_NM1, ' ')
                 ,        W.SLIP_CNT
                 ,        W.CARD_AMT
                 ,        W.RTN_FG
                 ,        W.RPT_AMT
                 ,        W.GAP_AMT
                 FROM     DRWB.TRWCW  W
                          LEFT OUTER JOIN  DTAA.TTAAA  A
                            ON  A.BUSNID   =  W.BUSNID
                           AND  A.LAST_FG  =  'Y'
                 WHERE    W.TXTP_CD      =  :TRWCW.TXTP-CD
                 AND      W.ASS_YYMM_FR  =  :TRWCW.ASS-YYMM-FR
                 AND      W.LEAD_FG      =  'Y'
                 ORDER BY W.TXOFF_CD, W.GAP_AMT DESC, W.BUSNID
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'MIPB7    *** WORKING STORAGE ENDS HERE  '.

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

           MOVE  'CARD-SALES MATCHING - UNDER-REPORTING LEADS'
                                          TO  H1-TITLE.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           PERFORM  S1000-CLEAR-PERIOD.

           PERFORM  S2000-LOAD-CARD-SALES.

           PERFORM  S3000-SCAN-RETURNS.

           PERFORM  S4000-MARK-LEADS.

           PERFORM  S4100-LIST-LEADS.

           PERFORM  S4500-AUDIT-SELECTION.

           PERFORM  S4900-WRITE-TOTALS.

           EXEC  SQL  COMMIT    END-EXEC.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** MIPB7    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** MIPB7    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* TAX TYPE        : ' W-SYSIN-TXTP.
           DISPLAY '* PERIOD          : ' W-SYSIN-YYMM-FR '-'
                                          W-SYSIN-YYMM-TO.
           DISPLAY '* CLEAR-CNT       : ' A-CLEAR-CNT.
           DISPLAY '* SLIP-READ-CNT   : ' A-SLIP-READ-CNT.
           DISPLAY '* ACQ-CTL-CNT     : ' A-ACQ-CTL-CNT.
           DISPLAY '* LINKED-CNT      : ' A-LINKED-CNT.
           DISPLAY '* UNLINKED-CNT    : ' A-UNLINKED-CNT.
           DISPLAY '* BUSN-CNT        : ' A-BUSN-CNT.
           DISPLAY '* RIV-READ-CNT    : ' A-RIV-READ-CNT.
           DISPLAY '* RTN-MATCH-CNT   : ' A-RTN-MATCH-CNT.
           DISPLAY '* RTN-NOCARD-CNT  : ' A-RTN-NOCARD-CNT.
           DISPLAY '* LEAD-CNT        : ' A-LEAD-CNT.
           DISPLAY '* NORTN-LEAD-CNT  : ' A-NORTN-LEAD-CNT.
           DISPLAY '* OFFICE-CNT      : ' A-OFFICE-CNT.
           DISPLAY '* SELECT-CNT      : ' A-SELECT-CNT.
           DISPLAY '* RPT-WRIT-CNT    : ' A-RPT-WRIT-CNT.
           DISPLAY '* SEL-WRIT-CNT    : ' A-SEL-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-RPT-FILE.
           CLOSE  O-SEL-FILE.

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
           MOVE  W-SYSTEM-DATE           TO  W-RUN-DT.

           DISPLAY '##########################################'.
           DISPLAY '### MIPB7    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=MIPP070 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-SEL-FILE.

           IF  NOT  S-SEL-NORMAL
               DISPLAY
               'S0200:ERROR=MIPP071 OPEN ERROR(' S-SEL-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           DISPLAY  'S0200:CARD TXTP=' W-SYSIN-TXTP
                    ' PERIOD=' W-SYSIN-YYMM-FR '-' W-SYSIN-YYMM-TO.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - V A L I D A T E - C A R D                     *
      *                                                              *
      ****************************************************************
       S0300-VALIDATE-CARD               SECTION.

           IF  W-SYSIN-TXTP     =  SPACE
           OR  W-SYSIN-YYMM-FR  NOT  NUMERIC
           OR  W-SYSIN-YYMM-TO  NOT  NUMERIC
           OR  W-SYSIN-YYMM-FR (5:2)  <  '01'
           OR  W-SYSIN-YYMM-FR (5:2)  >  '12'
           OR  W-SYSIN-YYMM-TO (5:2)  <  '01'
           OR  W-SYSIN-YYMM-TO (5:2)  >  '12'
           OR  W-SYSIN-YYMM-FR  >  W-SYSIN-YYMM-TO
               DISPLAY 'S0300:ERROR=INVALID SYSIN CARD('
                        W-SYSIN-TXTP ' ' W-SYSIN-YYMM-FR ' '
                        W-SYSIN-YYMM-TO ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           STRING  W-SYSIN-YYMM-FR  '01'
                   DELIMITED BY SIZE  INTO  W-PERIOD-FR-DT
           END-STRING.
           STRING  W-SYSIN-YYMM-TO  '31'
                   DELIMITED BY SIZE  INTO  W-PERIOD-TO-DT
           END-STRING.

           MOVE  W-SYSIN-TXTP             TO  TXTP-CD     OF TRWCW
                                              TXTP-CD     OF TRWCT.
           MOVE  W-SYSIN-YYMM-FR          TO  ASS-YYMM-FR OF TRWCW.

           MOVE  W-SYSIN-TXTP             TO  H1-TXTP.
           MOVE  W-SYSIN-YYMM-FR          TO  H1-YYMM-FR.
           MOVE  W-SYSIN-YYMM-TO          TO  H1-YYMM-TO.
           MOVE  W-RUN-DT                 TO  H1-RUN-DATE.

       S0300-VALIDATE-CARD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 4 0 0 - L O A D - C O N T R O L                       *
      *                                                              *
      *    THE TRWBA 'CARDGAP' ROW GIVES THE GAP THRESHOLD AND THE   *
      *    LENGTH OF EACH OFFICE'S LIST; THE TRWCT 'I' ROW WHERE THE *
      *    INCOME SITS ON THE RETURN.  WITHOUT EITHER THE RUN STOPS. *
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

           IF  THRESHOLD-CNT OF TRWBA  <  0
           OR  WINDOW-DAYS   OF TRWBA  <  1
               DISPLAY 'S0400:ERROR=TRWBA ' C-CTL-ID
                       ' GAP (0 OR MORE) AND LIST SIZE MUST BE SET'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           COMPUTE  W-MIN-GAP  =  THRESHOLD-CNT OF TRWBA
                               *  C-GAP-UNIT.
           MOVE  WINDOW-DAYS OF TRWBA     TO  W-SEL-MAX.

           EXEC  SQL
                 SELECT  TGT_POS, TGT_LEN, TGT_FMT
                 INTO   :TRWCT.TGT-POS
                 ,      :TRWCT.TGT-LEN
                 ,      :TRWCT.TGT-FMT
                 FROM    DRWB.TRWCT
                 WHERE   TXTP_CD    =  :TRWCT.TXTP-CD
                 AND     RULE_TP    =  'I'
                 AND     ACTIVE_FG  =  'Y'
                 ORDER BY RULE_SEQ
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     DISPLAY 'S0400:ERROR=NO TRWCT INCOME ROW FOR '
                             'TAX TYPE ' W-SYSIN-TXTP
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
               WHEN  OTHER
                     MOVE  'TRWCT SELECT'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           MOVE  TGT-POS OF TRWCT         TO  W-FLD-POS.
           MOVE  TGT-LEN OF TRWCT         TO  W-FLD-LEN.
           MOVE  TGT-FMT OF TRWCT         TO  W-FLD-FMT.
           MOVE  'Y'                      TO  W-FLD-OK.

           IF  W-FLD-POS  <  1
           OR  W-FLD-LEN  <  1
           OR  W-FLD-POS + W-FLD-LEN - 1  >  C-RIV010-LEN
               MOVE  'N'                  TO  W-FLD-OK
           END-IF.

           EVALUATE  W-FLD-FMT
               WHEN  'Z'
                     IF  W-FLD-LEN  >  15
                         MOVE  'N'        TO  W-FLD-OK
                     END-IF
               WHEN  'P'
                     IF  W-FLD-LEN  >  8
                         MOVE  'N'        TO  W-FLD-OK
                     END-IF
               WHEN  OTHER
                     MOVE  'N'            TO  W-FLD-OK
           END-EVALUATE.

           IF  W-FLD-OK  =  'N'
               DISPLAY 'S0400:ERROR=TRWCT INCOME ROW FOR TAX TYPE '
                       W-SYSIN-TXTP ' DOES NOT FIT THE RECORD'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           DISPLAY  'S0400:MIN GAP=' W-MIN-GAP
                    ' LIST SIZE=' W-SEL-MAX
                    ' INCOME AT ' W-FLD-POS '/' W-FLD-LEN
                    '/' W-FLD-FMT.

       S0400-LOAD-CONTROL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - C L E A R - P E R I O D                       *
      *                                                              *
      *    A RERUN OF THE PERIOD STARTS AGAIN FROM NOTHING.          *
      *                                                              *
      ****************************************************************
       S1000-CLEAR-PERIOD                SECTION.

           EXEC  SQL
                 DELETE  FROM  DRWB.TRWCW
                  WHERE  TXTP_CD      =  :TRWCW.TXTP-CD
                    AND  ASS_YYMM_FR  =  :TRWCW.ASS-YYMM-FR
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  'TRWCW DELETE'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           IF  SQLCODE  =  0
               MOVE  SQLERRD (3)          TO  A-CLEAR-CNT
           END-IF.

           EXEC  SQL  COMMIT  END-EXEC.

       S1000-CLEAR-PERIOD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - L O A D - C A R D - S A L E S                 *
      *                                                              *
      *    EVERY SLIP RECORD OF THE PERIOD'S FILES.  A MERCHANT      *
      *    WITH NO TK140 LINK IS COUNTED AND LEFT OUT.               *
      *                                                              *
      ****************************************************************
       S2000-LOAD-CARD-SALES             SECTION.

           OPEN  INPUT  I-SLIP-FILE.

           IF  NOT  S-SLIP-NORMAL
               DISPLAY
               'S2000:ERROR=MIPI070 OPEN ERROR(' S-SLIP-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-FILE-END-CHECK.
           MOVE  LOW-VALUE                TO  W-PREV-MCHT-N.
           MOVE  ZERO                     TO  W-COMMIT-CNT.

           PERFORM  UNTIL  S-FILE-END
              READ  I-SLIP-FILE
              EVALUATE  TRUE
                  WHEN  S-SLIP-NORMAL
                        PERFORM  S2100-SLIP-RECORD
                  WHEN  S-SLIP-EOF
                        MOVE  HIGH-VALUE  TO  S-FILE-END-CHECK
                  WHEN  OTHER
                        DISPLAY 'S2000:ERROR=MIPI070 READ ERROR('
                                 S-SLIP-STATUS ')'
                        MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           CLOSE  I-SLIP-FILE.

           EXEC  SQL  COMMIT  END-EXEC.

       S2000-LOAD-CARD-SALES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - S L I P - R E C O R D                         *
      *                                                              *
      ****************************************************************
       S2100-SLIP-RECORD                 SECTION.

           IF  I-ACQ-TAG  =  C-ACQ-TAG
               ADD   1                    TO  A-ACQ-CTL-CNT
               GO TO  S2100-SLIP-RECORD-EXIT
           END-IF.

           ADD   1                        TO  A-SLIP-READ-CNT.

           IF  I-SLIP-MCHT-N  NOT =  W-PREV-MCHT-N
               PERFORM  S2200-FIND-LINK
           END-IF.

           IF  W-LINK-BUSNID  =  SPACE
               ADD   1                    TO  A-UNLINKED-CNT
               ADD   I-SLIP-AMT           TO  A-UNLINKED-AMT
               GO TO  S2100-SLIP-RECORD-EXIT
           END-IF.

           ADD   1                        TO  A-LINKED-CNT.
           MOVE  I-SLIP-CNT               TO  W-SLIP-CNT.
           MOVE  I-SLIP-AMT               TO  W-SLIP-AMT.

           PERFORM  S2300-ADD-SALES.

           PERFORM  S6800-COMMIT-CHECK.

       S2100-SLIP-RECORD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - F I N D - L I N K                             *
      *                                                              *
      *    THE SET '07' ROW OF THE MERCHANT IN FORCE AT ANY TIME IN  *
      *    THE PERIOD - THE LATEST WHERE THE MERCHANT CHANGED HANDS. *
      *    A LINK ENDED DURING THE PERIOD STILL COUNTS FOR IT.       *
      *                                                              *
      ****************************************************************
       S2200-FIND-LINK                   SECTION.

           MOVE  I-SLIP-MCHT-N            TO  W-PREV-MCHT-N.
           MOVE  SPACE                    TO  W-LINK-BUSNID.

           EXEC  SQL
                 SELECT  SUBSTR(ITM_TXT, 11, 10)
                 INTO   :W-LINK-BUSNID
                 FROM    LCHD2K14.TK140
                 WHERE   BHV_ITM_CD  =  :C-BSNO
                 AND     SUBSTR(ITM_TXT, 1, 10)  =  :I-SLIP-MCHT-N
                 AND     EFF_DT     <=  :W-PERIOD-TO-DT
                 AND    (END_DT      =  ' '
                  OR     END_DT     >=  :W-PERIOD-FR-DT)
                 ORDER BY EFF_DT DESC
                 FETCH FIRST 1 ROW ONLY
                 WITH UR
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  SPACE          TO  W-LINK-BUSNID
               WHEN  OTHER
                     MOVE  'TK140 SELECT'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S2200-FIND-LINK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - A D D - S A L E S                             *
      *                                                              *
      *    ONTO THE BUSINESS'S TRWCW ROW, STARTING IT (WITH THE      *
      *    OFFICE OF THE LIVE TTAAA ROW) ON ITS FIRST SLIP.          *
      *                                                              *
      ****************************************************************
       S2300-ADD-SALES                   SECTION.

           MOVE  W-LINK-BUSNID            TO  BUSNID      OF TRWCW.

           EXEC  SQL
                 UPDATE  DRWB.TRWCW
                    SET  SLIP_CNT  =  SLIP_CNT  +  :W-SLIP-CNT
                    ,    CARD_AMT  =  CARD_AMT  +  :W-SLIP-AMT
                  WHERE  TXTP_CD      =  :TRWCW.TXTP-CD
                    AND  ASS_YYMM_FR  =  :TRWCW.ASS-YYMM-FR
                    AND  BUSNID       =  :TRWCW.BUSNID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     GO TO  S2300-ADD-SALES-EXIT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWCW UPDATE'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           MOVE  SPACE                    TO  W-TXOFF.

           EXEC  SQL
                 SELECT  TXOFF_CD
                 INTO   :W-TXOFF
                 FROM    DTAA.TTAAA
                 WHERE   BUSNID   =  :TRWCW.BUSNID
                 AND     LAST_FG  =  'Y'
                 WITH UR
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  'TTAAA SELECT'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  W-SYSIN-YYMM-TO          TO  ASS-YYMM-TO OF TRWCW.
           MOVE  W-TXOFF                  TO  TXOFF-CD    OF TRWCW.
           MOVE  W-SLIP-CNT               TO  SLIP-CNT    OF TRWCW.
           MOVE  W-SLIP-AMT               TO  CARD-AMT    OF TRWCW.
           MOVE  'N'                      TO  RTN-FG      OF TRWCW.
           MOVE  ZERO                     TO  RPT-AMT     OF TRWCW
                                              GAP-AMT     OF TRWCW.
           MOVE  'N'                      TO  LEAD-FG     OF TRWCW
                                              SELECT-FG   OF TRWCW.
           MOVE  W-RUN-DT                 TO  RUN-DT      OF TRWCW.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCW
                       ( TXTP_CD,      ASS_YYMM_FR,  BUSNID,
                         ASS_YYMM_TO,  TXOFF_CD,     SLIP_CNT,
                         CARD_AMT,     RTN_FG,       RPT_AMT,
                         GAP_AMT,      LEAD_FG,      SELECT_FG,
                         RUN_DT )
                 VALUES
                       ( :TRWCW.TXTP-CD,     :TRWCW.ASS-YYMM-FR,
                         :TRWCW.BUSNID,      :TRWCW.ASS-YYMM-TO,
                         :TRWCW.TXOFF-CD,    :TRWCW.SLIP-CNT,
                         :TRWCW.CARD-AMT,    :TRWCW.RTN-FG,
                         :TRWCW.RPT-AMT,     :TRWCW.GAP-AMT,
                         :TRWCW.LEAD-FG,     :TRWCW.SELECT-FG,
                         :TRWCW.RUN-DT )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TRWCW INSERT'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           ADD   1                        TO  A-BUSN-CNT.

       S2300-ADD-SALES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - S C A N - R E T U R N S                       *
      *                                                              *
      *    ONE PASS OF RIV010.  A RETURN FILED UNDER A BUSNID (THE   *
      *    LAST THREE BYTES OF THE ID BLANK, AS MIP02 TELLS A BUSNID *
      *    FROM A RESID) FOR THE TAX TYPE AND FIRST MONTH OF THE     *
      *    PERIOD GIVES ITS INCOME TO THE BUSINESS'S TRWCW ROW.      *
      *                                                              *
      ****************************************************************
       S3000-SCAN-RETURNS                SECTION.

           OPEN  INPUT  I-RIV0-FILE.

           IF  NOT  S-RIV0-NORMAL
               DISPLAY
               'S3000:ERROR=RIV010 OPEN ERROR(' S-RIV0-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-FILE-END-CHECK.
           MOVE  ZERO                     TO  W-COMMIT-CNT.

           PERFORM  UNTIL  S-FILE-END
              READ  I-RIV0-FILE  NEXT  RECORD
              EVALUATE  TRUE
                  WHEN  S-RIV0-NORMAL
                        ADD   1           TO  A-RIV-READ-CNT
                        MOVE  RIV0-KEY    TO  W-FL-KEY
                        PERFORM  S3100-MATCH-RETURN
                  WHEN  S-RIV0-EOF
                        MOVE  HIGH-VALUE  TO  S-FILE-END-CHECK
                  WHEN  OTHER
                        DISPLAY 'S3000:ERROR=RIV010 READ ERROR('
                                 S-RIV0-STATUS ')'
                        MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           CLOSE  I-RIV0-FILE.

           EXEC  SQL  COMMIT  END-EXEC.

       S3000-SCAN-RETURNS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - M A T C H - R E T U R N                       *
      *                                                              *
      *    WHERE THE BUSINESS FILED MORE THAN ONCE FOR THE PERIOD    *
      *    THE HIGHEST INCOME STANDS, SO AN AMENDED RETURN THAT      *
      *    RAISED THE FIGURE IS NEVER READ AS A SHORTFALL.           *
      *                                                              *
      ****************************************************************
       S3100-MATCH-RETURN                SECTION.

           IF  W-FL-TXTP-CD              NOT =  W-SYSIN-TXTP
           OR  W-FL-ASS-YYMM-FR          NOT =  W-SYSIN-YYMM-FR
           OR  W-FL-RESID-BUSNID (11:3)  NOT =  SPACE
               GO TO  S3100-MATCH-RETURN-EXIT
           END-IF.

           PERFORM  S3150-GET-INCOME.

           MOVE  W-FL-RESID-BUSNID (1:10) TO  BUSNID  OF TRWCW.
           MOVE  W-FLD-AMT                TO  RPT-AMT OF TRWCW.

           EXEC  SQL
                 UPDATE  DRWB.TRWCW
                    SET  RPT_AMT  =
                         CASE  WHEN  RTN_FG   =  'N'
                                 OR  RPT_AMT  <  :TRWCW.RPT-AMT
                               THEN  :TRWCW.RPT-AMT
                               ELSE  RPT_AMT
                         END
                    ,    RTN_FG   =  'Y'
                  WHERE  TXTP_CD      =  :TRWCW.TXTP-CD
                    AND  ASS_YYMM_FR  =  :TRWCW.ASS-YYMM-FR
                    AND  BUSNID       =  :TRWCW.BUSNID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1              TO  A-RTN-MATCH-CNT
                     PERFORM  S6800-COMMIT-CHECK
               WHEN  100
                     ADD   1              TO  A-RTN-NOCARD-CNT
               WHEN  OTHER
                     MOVE  'TRWCW RTN UPDATE'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S3100-MATCH-RETURN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 5 0 - G E T - I N C O M E                           *
      *                                                              *
      *    THE INCOME AT W-FLD-POS FOR W-FLD-LEN BYTES, RIGHT-       *
      *    ALIGNED INTO A 15-DIGIT WORK FIELD.  LEFT BLANK (OR NOT   *
      *    NUMERIC) ON THE RETURN, IT COUNTS AS ZERO.                *
      *                                                              *
      ****************************************************************
       S3150-GET-INCOME                  SECTION.

           MOVE  ZERO                     TO  W-FLD-AMT.

           IF  W-FLD-FMT  =  'P'
               MOVE  LOW-VALUE            TO  W-FLD-PACK
               MOVE  RIV0-REC (W-FLD-POS:W-FLD-LEN)
                            TO  W-FLD-PACK (9 - W-FLD-LEN:
                                          W-FLD-LEN)
               IF  W-FLD-PACK-N  IS  NUMERIC
                   MOVE  W-FLD-PACK-N     TO  W-FLD-AMT
               END-IF
           ELSE
               MOVE  ALL '0'              TO  W-FLD-ZONE
               MOVE  RIV0-REC (W-FLD-POS:W-FLD-LEN)
                            TO  W-FLD-ZONE (16 - W-FLD-LEN:
                                          W-FLD-LEN)
               IF  W-FLD-ZONE-N  IS  NUMERIC
                   MOVE  W-FLD-ZONE-N     TO  W-FLD-AMT
               END-IF
           END-IF.

       S3150-GET-INCOME-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 0 0 0 - M A R K - L E A D S                           *
      *                                                              *
      *    A BUSINESS WITH NO RETURN FOR THE PERIOD STANDS WITH ITS  *
      *    WHOLE CARD SALES AS THE GAP.                              *
      *                                                              *
      ****************************************************************
       S4000-MARK-LEADS                  SECTION.

           EXEC  SQL
                 UPDATE  DRWB.TRWCW
                    SET  GAP_AMT    =  CARD_AMT  -  RPT_AMT
                    ,    LEAD_FG    =
                         CASE  WHEN  CARD_AMT - RPT_AMT  >  :W-MIN-GAP
                               THEN  'Y'
                               ELSE  'N'
                         END
                    ,    SELECT_FG  =  'N'
                  WHERE  TXTP_CD      =  :TRWCW.TXTP-CD
                    AND  ASS_YYMM_FR  =  :TRWCW.ASS-YYMM-FR
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  'TRWCW LEAD UPDATE'  TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S4000-MARK-LEADS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 1 0 0 - L I S T - L E A D S                           *
      *                                                              *
      ****************************************************************
       S4100-LIST-LEADS                  SECTION.

           MOVE  SPACE                    TO  H2-TEXT.
           STRING  'BUSINESSES WHOSE REPORTED INCOME IS BELOW THEIR '
                   'CARD SALES BY MORE THAN '
                   DELIMITED BY SIZE  INTO  H2-TEXT
           END-STRING.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           MOVE  'GAP THRESHOLD (TRWBA CARDGAP) ..................'
                                          TO  T2-TEXT.
           MOVE  W-MIN-GAP                TO  T2-AMT.
           WRITE  O-RPT-REC  FROM  T2-AMOUNT-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H3-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           EXEC  SQL  OPEN  CURSOR_LEAD  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'LEAD OPEN'          TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           MOVE  ZERO                     TO  W-RANK.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-LEAD
              IF  NOT  S-NO-DATA
                  ADD   1                 TO  A-LEAD-CNT
                  ADD   1                 TO  W-RANK
                  IF  W-LD-RTN-FG  =  'N'
                      ADD   1             TO  A-NORTN-LEAD-CNT
                  END-IF
                  PERFORM  S4150-FILL-DETAIL
                  WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE
                  PERFORM  S6900-CHECK-RPT-WRITE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_LEAD  END-EXEC.

       S4100-LIST-LEADS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 1 5 0 - F I L L - D E T A I L                         *
      *                                                              *
      *    ONE LEAD INTO D1, RANKED BY W-RANK.  THE GAP IS ALSO      *
      *    SHOWN AS A PERCENTAGE OF THE CARD SALES.                  *
      *                                                              *
      ****************************************************************
       S4150-FILL-DETAIL                 SECTION.

           MOVE  SPACE                    TO  D1-DETAIL-LINE.
           MOVE  W-RANK                   TO  D1-RANK.
           MOVE  W-LD-TXOFF               TO  D1-TXOFF.
           MOVE  W-LD-BUSNID              TO  D1-BUSNID.
           MOVE  W-LD-TRADE-NM            TO  D1-TRADE-NM.
           MOVE  W-LD-CARD-AMT            TO  D1-CARD-AMT.
           MOVE  W-LD-RPT-AMT             TO  D1-RPT-AMT.
           MOVE  W-LD-GAP-AMT             TO  D1-GAP-AMT.

           MOVE  ZERO                     TO  W-GAP-PCT.
           IF  W-LD-CARD-AMT  >  ZERO
               COMPUTE  W-GAP-PCT  ROUNDED
                     =  W-LD-GAP-AMT * 100 / W-LD-CARD-AMT
                   ON SIZE ERROR
                     MOVE  99999.99       TO  W-GAP-PCT
               END-COMPUTE
           END-IF.
           MOVE  W-GAP-PCT                TO  D1-GAP-PCT.

           IF  W-LD-RTN-FG  =  'N'
               MOVE  'NO RETURN'          TO  D1-NOTE
           END-IF.

       S4150-FILL-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 5 0 0 - A U D I T - S E L E C T I O N                 *
      *                                                              *
      *    ONE PAGE PER OFFICE:  ITS W-SEL-MAX LARGEST GAPS, EACH    *
      *    MARKED SELECTED ON TRWCW, AND A COUNT OF THE LEADS LEFT   *
      *    BELOW THE LINE.                                           *
      *                                                              *
      ****************************************************************
       S4500-AUDIT-SELECTION             SECTION.

           EXEC  SQL  OPEN  CURSOR_SEL  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'SEL OPEN'           TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           MOVE  LOW-VALUE                TO  W-OFF-PREV.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7200-FETCH-SEL
              IF  NOT  S-NO-DATA
                  IF  W-LD-TXOFF  NOT =  W-OFF-PREV
                      IF  W-OFF-PREV  NOT =  LOW-VALUE
                          PERFORM  S4650-OFFICE-TOTAL
                      END-IF
                      PERFORM  S4600-OFFICE-HEAD
                  END-IF
                  PERFORM  S4550-SELECT-LINE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_SEL  END-EXEC.

           IF  W-OFF-PREV  NOT =  LOW-VALUE
               PERFORM  S4650-OFFICE-TOTAL
           END-IF.

       S4500-AUDIT-SELECTION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 5 5 0 - S E L E C T - L I N E                         *
      *                                                              *
      ****************************************************************
       S4550-SELECT-LINE                 SECTION.

           ADD   1                        TO  W-OFF-LEAD-CNT.

           IF  W-OFF-RANK  NOT <  W-SEL-MAX
               GO TO  S4550-SELECT-LINE-EXIT
           END-IF.

           ADD   1                        TO  W-OFF-RANK.
           ADD   1                        TO  W-OFF-SEL-CNT.
           ADD   1                        TO  A-SELECT-CNT.

           MOVE  W-LD-BUSNID              TO  BUSNID  OF TRWCW.

           EXEC  SQL
                 UPDATE  DRWB.TRWCW
                    SET  SELECT_FG  =  'Y'
                  WHERE  TXTP_CD      =  :TRWCW.TXTP-CD
                    AND  ASS_YYMM_FR  =  :TRWCW.ASS-YYMM-FR
                    AND  BUSNID       =  :TRWCW.BUSNID
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TRWCW SEL UPDATE'   TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  W-OFF-RANK               TO  W-RANK.
           PERFORM  S4150-FILL-DETAIL.
           WRITE  O-SEL-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6950-CHECK-SEL-WRITE.

       S4550-SELECT-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 6 0 0 - O F F I C E - H E A D                         *
      *                                                              *
      ****************************************************************
       S4600-OFFICE-HEAD                 SECTION.

           MOVE  W-LD-TXOFF               TO  W-OFF-PREV.
           MOVE  ZERO                     TO  W-OFF-RANK
                                              W-OFF-LEAD-CNT
                                              W-OFF-SEL-CNT.
           ADD   1                        TO  A-OFFICE-CNT.

           MOVE  'AUDIT SELECTION - CARD-SALES UNDER-REPORTING'
                                          TO  H1-TITLE.
           WRITE  O-SEL-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6950-CHECK-SEL-WRITE.

           MOVE  SPACE                    TO  H2-TEXT.
           IF  W-LD-TXOFF  =  SPACE
               MOVE  'OFFICE : (NO LIVE REGISTRATION)'
                                          TO  H2-TEXT
           ELSE
               STRING  'OFFICE : '  W-LD-TXOFF
                       DELIMITED BY SIZE  INTO  H2-TEXT
               END-STRING
           END-IF.
           WRITE  O-SEL-REC  FROM  H2-SECTION-LINE.
           PERFORM  S6950-CHECK-SEL-WRITE.

           WRITE  O-SEL-REC  FROM  H3-COLM-LINE.
           PERFORM  S6950-CHECK-SEL-WRITE.

       S4600-OFFICE-HEAD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 6 5 0 - O F F I C E - T O T A L                       *
      *                                                              *
      ****************************************************************
       S4650-OFFICE-TOTAL                SECTION.

           MOVE  'LEADS IN THE OFFICE ..........................'
                                          TO  T1-TEXT.
           MOVE  W-OFF-LEAD-CNT           TO  T1-CNT.
           WRITE  O-SEL-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6950-CHECK-SEL-WRITE.

           MOVE  'SELECTED FOR AUDIT ...........................'
                                          TO  T1-TEXT.
           MOVE  W-OFF-SEL-CNT            TO  T1-CNT.
           WRITE  O-SEL-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6950-CHECK-SEL-WRITE.

       S4650-OFFICE-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 9 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      ****************************************************************
       S4900-WRITE-TOTALS                SECTION.

           MOVE  'RUN TOTALS'             TO  H2-TEXT.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  'SLIP RECORDS READ ............................'
                                          TO  T1-TEXT.
           MOVE  A-SLIP-READ-CNT          TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  'SLIPS OF MERCHANTS LINKED TO A BUSINESS ......'
                                          TO  T1-TEXT.
           MOVE  A-LINKED-CNT             TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  'SLIPS OF MERCHANTS WITH NO TK140 LINK ........'
                                          TO  T1-TEXT.
           MOVE  A-UNLINKED-CNT           TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  'CARD SALES OF UNLINKED MERCHANTS .............'
                                          TO  T2-TEXT.
           MOVE  A-UNLINKED-AMT           TO  T2-AMT.
           WRITE  O-RPT-REC  FROM  T2-AMOUNT-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  'BUSINESSES WITH CARD SALES ...................'
                                          TO  T1-TEXT.
           MOVE  A-BUSN-CNT               TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  'RETURNS MATCHED TO CARD SALES ................'
                                          TO  T1-TEXT.
           MOVE  A-RTN-MATCH-CNT          TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  'RETURNS OF BUSINESSES WITH NO CARD SALES .....'
                                          TO  T1-TEXT.
           MOVE  A-RTN-NOCARD-CNT         TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  'UNDER-REPORTING LEADS ........................'
                                          TO  T1-TEXT.
           MOVE  A-LEAD-CNT               TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  '  OF WHICH NO RETURN FOUND ...................'
                                          TO  T1-TEXT.
           MOVE  A-NORTN-LEAD-CNT         TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  'SELECTED FOR AUDIT (ALL OFFICES) .............'
                                          TO  T1-TEXT.
           MOVE  A-SELECT-CNT             TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

       S4900-WRITE-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 9 5 0 - W R I T E - T O T A L                         *
      *                                                              *
      ****************************************************************
       S4950-WRITE-TOTAL                 SECTION.

           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S4950-WRITE-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 8 0 0 - C O M M I T - C H E C K                       *
      *                                                              *
      ****************************************************************
       S6800-COMMIT-CHECK                SECTION.

           ADD   1                        TO  W-COMMIT-CNT.
           IF  W-COMMIT-CNT  >=  C-COMMIT-FREQ
               EXEC  SQL  COMMIT  END-EXEC
               MOVE  ZERO                 TO  W-COMMIT-CNT
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
               'S6900:ERROR=MIPP070 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 9 5 0 - C H E C K - S E L - W R I T E                 *
      *                                                              *
      ****************************************************************
       S6950-CHECK-SEL-WRITE             SECTION.

           IF  NOT  S-SEL-NORMAL
               DISPLAY
               'S6950:ERROR=MIPP071 WRITE ERROR(' S-SEL-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-SEL-WRIT-CNT.

       S6950-CHECK-SEL-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - L E A D                           *
      *                                                              *
      ****************************************************************
       S7100-FETCH-LEAD                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_LEAD
                 INTO  :W-LD-TXOFF
                 ,     :W-LD-BUSNID
                 ,     :W-LD-TRADE-NM
                 ,     :W-LD-SLIP-CNT
                 ,     :W-LD-CARD-AMT
                 ,     :W-LD-RTN-FG
                 ,     :W-LD-RPT-AMT
                 ,     :W-LD-GAP-AMT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'LEAD FETCH'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7100-FETCH-LEAD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - S E L                             *
      *                                                              *
      ****************************************************************
       S7200-FETCH-SEL                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_SEL
                 INTO  :W-LD-TXOFF
                 ,     :W-LD-BUSNID
                 ,     :W-LD-TRADE-NM
                 ,     :W-LD-SLIP-CNT
                 ,     :W-LD-CARD-AMT
                 ,     :W-LD-RTN-FG
                 ,     :W-LD-RPT-AMT
                 ,     :W-LD-GAP-AMT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'SEL FETCH'    TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7200-FETCH-SEL-EXIT.
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
      *             E N D   O F   P R O G R A M      MIPB7            *
      *                                                              *
      ****************************************************************
