      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       MAPB6.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : MONTHLY ARREARS WRITE-OFF REGISTER            *
      *  DESCRIPTION : THE AUDITORS' REGISTER OF DTJB.TTJBI FOR THE  *
      *                SYSIN MONTH.  SECTION ONE LISTS EVERY         *
      *                WRITE-OFF APPROVED AND POSTED IN THE MONTH,   *
      *                SECTION TWO EVERY WRITE-OFF REINSTATED IN THE *
      *                MONTH BY A LATER PAYMENT - EACH LINE WITH THE *
      *                REASON, SUPPORTING DOCUMENT, REQUESTER,       *
      *                APPROVER AND THE PRINCIPAL / PENALTY /        *
      *                INTEREST AMOUNTS.  EACH SECTION TOTALS BY     *
      *                OFFICE, THEN BY REASON, THEN OVERALL.  THE    *
      *                REPORT ENDS WITH THE REQUESTS STILL AWAITING  *
      *                APPROVAL AT MONTH END.                        *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : MAPB6                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-YYMM (PIC X(06))           *
      *                   BLANK = THE MONTH BEFORE THE RUN DATE      *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTJB.TTJBI                              R                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  MAPP060
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
           'MAPB6    - WORKING STORAGE BEGINS HERE'.

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
      *    OFFICE, REASON AND SECTION TOTALS ALL CARRY A COUNT AND   *
      *    THE THREE COMPONENT AMOUNTS; ALL ARE RESET PER SECTION.   *
      *    REASON ENTRIES ARE 1 DS, 2 BK, 3 SL.                      *
      *                                                              *
      ****************************************************************
       01  ACCUMULATORS.

           05  A-WO-CNT                  PIC  9(09)  VALUE  ZERO.
           05  A-REINST-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-OFF-TOT.
               10  A-OFF-CNT             PIC  9(09)  VALUE  ZERO.
               10  A-OFF-PRIN            PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
               10  A-OFF-PEN             PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
               10  A-OFF-INT             PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
           05  A-RSN-TBL.
               10  A-RSN-ENTRY           OCCURS  3  TIMES.
                   15  A-RSN-CNT         PIC  9(09)  VALUE  ZERO.
                   15  A-RSN-PRIN        PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
                   15  A-RSN-PEN         PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
                   15  A-RSN-INT         PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
           05  A-SEC-TOT.
               10  A-SEC-CNT             PIC  9(09)  VALUE  ZERO.
               10  A-SEC-PRIN            PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
               10  A-SEC-PEN             PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
               10  A-SEC-INT             PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MAPB6'.
           05  C-RSN-NAMES.
               10  FILLER                PIC  X(22)  VALUE
                   'DS BUSINESS DISSOLVED '.
               10  FILLER                PIC  X(22)  VALUE
                   'BK DEBTOR BANKRUPT    '.
               10  FILLER                PIC  X(22)  VALUE
                   'SL STATUTE LIMITED    '.
           05  C-RSN-TBL                 REDEFINES  C-RSN-NAMES.
               10  C-RSN-ENTRY           OCCURS  3  TIMES.
                   15  C-RSN-CD          PIC  X(02).
                   15  FILLER            PIC  X(01).
                   15  C-RSN-NM          PIC  X(19).

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      *    ONE CARD, SUPPLYING THE REPORT MONTH (YYYYMM).  A BLANK   *
      *    CARD REPORTS THE MONTH BEFORE THE RUN DATE.               *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-YYMM              PIC  X(06)  VALUE  SPACE.
           05  FILLER                    PIC  X(74)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-FIRST-OFF-FLAG          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-FIRST-OFF-YES                   VALUE  LOW-VALUE.
               88  S-FIRST-OFF-NO                    VALUE  HIGH-VALUE.

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
           05  W-MONTH-FR                PIC  X(08)  VALUE  SPACE.
           05  W-MONTH-TO                PIC  X(08)  VALUE  SPACE.
           05  W-CALC-YYYY               PIC  9(04)  VALUE  ZERO.
           05  W-CALC-MM                 PIC  9(02)  VALUE  ZERO.
           05  W-PREV-TXOFF              PIC  X(03)  VALUE  SPACE.
           05  W-IX                      PIC S9(04)  COMP  VALUE +0.
           05  W-PEND-CNT                PIC S9(09)  COMP  VALUE +0.
           05  W-PEND-AMT                PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.
      *    ONE TTJBI ROW AS FETCHED - THE DATE IS THE POSTING DATE IN
      *    SECTION ONE, THE REINSTATEMENT DATE IN SECTION TWO.
           05  W-ROW.
               10  W-ROW-TXOFF           PIC  X(03)  VALUE  SPACE.
               10  W-ROW-RSN-CD          PIC  X(02)  VALUE  SPACE.
               10  W-ROW-RESID           PIC  X(13)  VALUE  SPACE.
               10  W-ROW-TXPAYER-TP      PIC  X(01)  VALUE  SPACE.
               10  W-ROW-TXTP-CD         PIC  X(02)  VALUE  SPACE.
               10  W-ROW-WO-SEQNO        PIC S9(04)  COMP  VALUE +0.
               10  W-ROW-DOC-REF         PIC  X(30)  VALUE  SPACE.
               10  W-ROW-REQ-OPID        PIC  X(08)  VALUE  SPACE.
               10  W-ROW-APPV-OPID       PIC  X(08)  VALUE  SPACE.
               10  W-ROW-EVENT-DT        PIC  X(08)  VALUE  SPACE.
               10  W-ROW-PRIN            PIC S9(13)V9(02) COMP-3
                                                     VALUE  +0.
               10  W-ROW-PEN             PIC S9(13)V9(02) COMP-3
                                                     VALUE  +0.
               10  W-ROW-INT             PIC S9(13)V9(02) COMP-3
                                                     VALUE  +0.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(42)  VALUE
                   'ARREARS WRITE-OFF REGISTER    REPORT MONTH'.
               10  FILLER                PIC  X(02)  VALUE  ': '.
               10  H1-YYMM               PIC  X(06).
               10  FILLER                PIC  X(81)  VALUE  SPACE.

           05  H2-SECTION-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  H2-TITLE              PIC  X(40).
               10  FILLER                PIC  X(91)  VALUE  SPACE.

           05  H3-COLM-LINE.
               10  FILLER                PIC  X(40)  VALUE
                   ' OFF RS RESID         T TX  SEQ DOCUMENT'.
               10  FILLER                PIC  X(40)  VALUE
                   ' REFERENCE             REQUESTR APPROVER'.
               10  FILLER                PIC  X(40)  VALUE
                   ' DATE         PRINCIPAL       PENALTY   '.
               10  FILLER                PIC  X(12)  VALUE
                   '   INTEREST '.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-RSN-CD             PIC  X(02).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-RESID              PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXPAYER-TP         PIC  X(01).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXTP-CD            PIC  X(02).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-WO-SEQNO           PIC  ZZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-DOC-REF            PIC  X(30).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-REQ-OPID           PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-APPV-OPID          PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-EVENT-DT           PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-PRIN               PIC  Z,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-PEN                PIC  Z,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-INT                PIC  Z,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.

      *    OFFICE, REASON AND SECTION TOTALS - AMOUNTS UNDER THE
      *    DETAIL COLUMNS.
           05  T1-TOTAL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-LABEL              PIC  X(30).
               10  T1-CNT                PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(48)  VALUE  SPACE.
               10  T1-PRIN               PIC  Z,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-PEN                PIC  Z,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-INT                PIC  Z,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.

           05  T2-AMOUNT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T2-LABEL              PIC  X(30).
               10  T2-AMT                PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(82)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

           05  N1-NONE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(20)  VALUE
                   'NONE IN THE MONTH   '.
               10  FILLER                PIC  X(111) VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_WO : WRITE-OFFS POSTED IN THE MONTH - WHETHER OR   *
      *    NOT SINCE REINSTATED - BY OFFICE AND REASON.              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_WO  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD
                 ,        WO_RSN_CD
                 ,        RESID
                 ,        TXPAYER_TP
                 ,        TXTP_CD
                 ,        WO_SEQNO
                 ,        DOC_REF
                 ,        REQ_OPID
                 ,        APPV_OPID
                 ,        POST_DT
                 ,        PRIN_AMT
                 ,        PEN_AMT
                 ,        INT_AMT
                 FROM     DTJB.TTJBI
                 WHERE    POST_DT   BETWEEN  :W-MONTH-FR
                                        AND  :W-MONTH-TO
                 AND      WO_STAUS  IN ('W', 'R')
                 ORDER BY TXOFF_CD, WO_RSN_CD, RESID, TXPAYER_TP,
                          TXTP_CD, WO_SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_RI : WRITE-OFFS REINSTATED IN THE MONTH.           *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_RI  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD
                 ,        WO_RSN_CD
                 ,        RESID
                 ,        TXPAYER_TP
                 ,        TXTP_CD
                 ,        WO_SEQNO
                 ,        DOC_REF
                 ,        REQ_OPID
                 ,        APPV_OPID
                 ,        REINST_DT
                 ,        PRIN_AMT
                 ,        PEN_AMT
                 ,        INT_AMT
                 FROM     DTJB.TTJBI
                 WHERE    REINST_DT BETWEEN  :W-MONTH-FR
                                        AND  :W-MONTH-TO
                 AND      WO_STAUS  =  'R'
                 ORDER BY TXOFF_CD, WO_RSN_CD, RESID, TXPAYER_TP,
                          TXTP_CD, WO_SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'MAPB6    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-WRITEOFF-SCAN.

           PERFORM  S1200-REINSTATE-SCAN.

           PERFORM  S1300-PENDING-COUNT.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** MAPB6    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** MAPB6    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* WRITE-OFF-CNT  : ' A-WO-CNT.
           DISPLAY '* REINSTATED-CNT : ' A-REINST-CNT.
           DISPLAY '* PENDING-CNT    : ' W-PEND-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

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
           DISPLAY '### MAPB6    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-YYMM              =   SPACE
               MOVE  W-SYSTEM-DATE (1:4) TO  W-CALC-YYYY
               MOVE  W-SYSTEM-DATE (5:2) TO  W-CALC-MM
               IF  W-CALC-MM             =   1
                   SUBTRACT  1         FROM  W-CALC-YYYY
                   MOVE  12              TO  W-CALC-MM
               ELSE
                   SUBTRACT  1         FROM  W-CALC-MM
               END-IF
               MOVE  W-CALC-YYYY         TO  W-SYSIN-YYMM (1:4)
               MOVE  W-CALC-MM           TO  W-SYSIN-YYMM (5:2)
           END-IF.

           IF  W-SYSIN-YYMM          NOT NUMERIC
           OR  W-SYSIN-YYMM (5:2)        <   '01'
           OR  W-SYSIN-YYMM (5:2)        >   '12'
               DISPLAY 'S0200:ERROR=REPORT MONTH MUST BE YYYYMM('
                       W-SYSIN-YYMM ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  SPACE                   TO  W-MONTH-FR  W-MONTH-TO.
           MOVE  W-SYSIN-YYMM            TO  W-MONTH-FR (1:6).
           MOVE  '01'                    TO  W-MONTH-FR (7:2).
           MOVE  W-SYSIN-YYMM            TO  W-MONTH-TO (1:6).
           MOVE  '31'                    TO  W-MONTH-TO (7:2).

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=MAPP060 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSIN-YYMM            TO  H1-YYMM.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - W R I T E O F F - S C A N                     *
      *                                                              *
      ****************************************************************
       S1100-WRITEOFF-SCAN               SECTION.

           DISPLAY  'STEP : S1100-WRITEOFF-SCAN'.

           MOVE  'WRITE-OFFS POSTED IN THE MONTH'  TO  H2-TITLE.
           PERFORM  S2000-START-SECTION.

           EXEC  SQL  OPEN  CURSOR_WO      END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR WO OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-WO
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-CHECK-OFFICE-BREAK
                  PERFORM  S2200-ADD-TOTALS
                  PERFORM  S5100-WRITE-DETAIL
                  ADD   1                 TO  A-WO-CNT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_WO     END-EXEC.

           PERFORM  S2400-END-SECTION.

       S1100-WRITEOFF-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - R E I N S T A T E - S C A N                   *
      *                                                              *
      ****************************************************************
       S1200-REINSTATE-SCAN              SECTION.

           DISPLAY  'STEP : S1200-REINSTATE-SCAN'.

           MOVE  'WRITE-OFFS REINSTATED IN THE MONTH'  TO  H2-TITLE.
           PERFORM  S2000-START-SECTION.

           EXEC  SQL  OPEN  CURSOR_RI      END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1200:DB ERROR RI OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7200-FETCH-RI
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-CHECK-OFFICE-BREAK
                  PERFORM  S2200-ADD-TOTALS
                  PERFORM  S5100-WRITE-DETAIL
                  ADD   1                 TO  A-REINST-CNT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_RI     END-EXEC.

           PERFORM  S2400-END-SECTION.

       S1200-REINSTATE-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - P E N D I N G - C O U N T                     *
      *                                                              *
      *    REQUESTED BY MONTH END AND NOT YET APPROVED OR REJECTED   *
      *    AT MONTH END.                                             *
      *                                                              *
      ****************************************************************
       S1300-PENDING-COUNT               SECTION.

           DISPLAY  'STEP : S1300-PENDING-COUNT'.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(SUM(REQ_AMT), 0)
                 INTO   :W-PEND-CNT, :W-PEND-AMT
                 FROM    DTJB.TTJBI
                 WHERE   REQ_DT   <=  :W-MONTH-TO
                 AND   ( APPV_DT   =  ' '
                    OR   APPV_DT   >  :W-MONTH-TO )
                 WITH UR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1300:DB ERROR PENDING SELECT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.

           INITIALIZE  T1-TOTAL-LINE.
           MOVE  'AWAITING APPROVAL AT MONTH END'  TO  T1-LABEL.
           MOVE  W-PEND-CNT               TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-TOTAL-LINE.

           MOVE  '  AMOUNT REQUESTED         :'  TO  T2-LABEL.
           MOVE  W-PEND-AMT               TO  T2-AMT.
           WRITE  O-RPT-REC  FROM  T2-AMOUNT-LINE.

           ADD   3                        TO  A-RPT-WRIT-CNT.

       S1300-PENDING-COUNT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - S T A R T - S E C T I O N                     *
      *                                                              *
      ****************************************************************
       S2000-START-SECTION               SECTION.

           INITIALIZE                     A-OFF-TOT
                                          A-RSN-TBL
                                          A-SEC-TOT.
           MOVE  LOW-VALUE                TO  S-FIRST-OFF-FLAG.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           WRITE  O-RPT-REC  FROM  H3-COLM-LINE.
           ADD   3                        TO  A-RPT-WRIT-CNT.

       S2000-START-SECTION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - C H E C K - O F F I C E - B R E A K           *
      *                                                              *
      ****************************************************************
       S2100-CHECK-OFFICE-BREAK          SECTION.

           IF  S-FIRST-OFF-NO
           AND W-ROW-TXOFF  =  W-PREV-TXOFF
               CONTINUE
           ELSE
               IF  S-FIRST-OFF-NO
                   PERFORM  S2300-WRITE-OFFICE-TOTAL
               END-IF
               INITIALIZE                A-OFF-TOT
           END-IF.

           MOVE  W-ROW-TXOFF              TO  W-PREV-TXOFF.
           MOVE  HIGH-VALUE               TO  S-FIRST-OFF-FLAG.

       S2100-CHECK-OFFICE-BREAK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - A D D - T O T A L S                           *
      *                                                              *
      ****************************************************************
       S2200-ADD-TOTALS                  SECTION.

           ADD   1                        TO  A-OFF-CNT   A-SEC-CNT.
           ADD   W-ROW-PRIN               TO  A-OFF-PRIN  A-SEC-PRIN.
           ADD   W-ROW-PEN                TO  A-OFF-PEN   A-SEC-PEN.
           ADD   W-ROW-INT                TO  A-OFF-INT   A-SEC-INT.

           EVALUATE  W-ROW-RSN-CD
               WHEN  'DS'
                     MOVE  1              TO  W-IX
               WHEN  'BK'
                     MOVE  2              TO  W-IX
               WHEN  'SL'
                     MOVE  3              TO  W-IX
               WHEN  OTHER
                     GO TO  S2200-ADD-TOTALS-EXIT
           END-EVALUATE.

           ADD   1                        TO  A-RSN-CNT  (W-IX).
           ADD   W-ROW-PRIN               TO  A-RSN-PRIN (W-IX).
           ADD   W-ROW-PEN                TO  A-RSN-PEN  (W-IX).
           ADD   W-ROW-INT                TO  A-RSN-INT  (W-IX).

       S2200-ADD-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - W R I T E - O F F I C E - T O T A L           *
      *                                                              *
      ****************************************************************
       S2300-WRITE-OFFICE-TOTAL          SECTION.

           INITIALIZE  T1-TOTAL-LINE.
           MOVE  'OFFICE TOTAL'           TO  T1-LABEL.
           MOVE  W-PREV-TXOFF             TO  T1-LABEL (14:3).
           MOVE  A-OFF-CNT                TO  T1-CNT.
           MOVE  A-OFF-PRIN               TO  T1-PRIN.
           MOVE  A-OFF-PEN                TO  T1-PEN.
           MOVE  A-OFF-INT                TO  T1-INT.
           PERFORM  S5300-WRITE-TOTAL.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S2300-WRITE-OFFICE-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - E N D - S E C T I O N                         *
      *                                                              *
      *    LAST OFFICE TOTAL, THEN ONE LINE PER REASON AND THE       *
      *    SECTION TOTAL WITH ITS THREE COMPONENTS ADDED UP.         *
      *                                                              *
      ****************************************************************
       S2400-END-SECTION                 SECTION.

           IF  S-FIRST-OFF-YES
               WRITE  O-RPT-REC  FROM  N1-NONE-LINE
               ADD   1                    TO  A-RPT-WRIT-CNT
           ELSE
               PERFORM  S2300-WRITE-OFFICE-TOTAL
           END-IF.

           PERFORM  S2450-WRITE-REASON-TOTAL
               VARYING  W-IX  FROM  1  BY  1
               UNTIL    W-IX  >  3.

           INITIALIZE  T1-TOTAL-LINE.
           MOVE  'SECTION TOTAL'          TO  T1-LABEL.
           MOVE  A-SEC-CNT                TO  T1-CNT.
           MOVE  A-SEC-PRIN               TO  T1-PRIN.
           MOVE  A-SEC-PEN                TO  T1-PEN.
           MOVE  A-SEC-INT                TO  T1-INT.
           PERFORM  S5300-WRITE-TOTAL.

           MOVE  '  ALL COMPONENTS           :'  TO  T2-LABEL.
           COMPUTE  T2-AMT  =  A-SEC-PRIN  +  A-SEC-PEN  +  A-SEC-INT.
           WRITE  O-RPT-REC  FROM  T2-AMOUNT-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S2400-END-SECTION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 5 0 - W R I T E - R E A S O N - T O T A L           *
      *                                                              *
      ****************************************************************
       S2450-WRITE-REASON-TOTAL          SECTION.

           INITIALIZE  T1-TOTAL-LINE.
           MOVE  C-RSN-ENTRY (W-IX)       TO  T1-LABEL.
           MOVE  A-RSN-CNT  (W-IX)        TO  T1-CNT.
           MOVE  A-RSN-PRIN (W-IX)        TO  T1-PRIN.
           MOVE  A-RSN-PEN  (W-IX)        TO  T1-PEN.
           MOVE  A-RSN-INT  (W-IX)        TO  T1-INT.
           PERFORM  S5300-WRITE-TOTAL.

       S2450-WRITE-REASON-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      ****************************************************************
       S5100-WRITE-DETAIL                SECTION.

           INITIALIZE  D1-DETAIL-LINE.

           MOVE  W-ROW-TXOFF              TO  D1-TXOFF.
           MOVE  W-ROW-RSN-CD             TO  D1-RSN-CD.
           MOVE  W-ROW-RESID              TO  D1-RESID.
           MOVE  W-ROW-TXPAYER-TP         TO  D1-TXPAYER-TP.
           MOVE  W-ROW-TXTP-CD            TO  D1-TXTP-CD.
           MOVE  W-ROW-WO-SEQNO           TO  D1-WO-SEQNO.
           MOVE  W-ROW-DOC-REF            TO  D1-DOC-REF.
           MOVE  W-ROW-REQ-OPID           TO  D1-REQ-OPID.
           MOVE  W-ROW-APPV-OPID          TO  D1-APPV-OPID.
           MOVE  W-ROW-EVENT-DT           TO  D1-EVENT-DT.
           MOVE  W-ROW-PRIN               TO  D1-PRIN.
           MOVE  W-ROW-PEN                TO  D1-PEN.
           MOVE  W-ROW-INT                TO  D1-INT.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5100:ERROR=MAPP060 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5100-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T O T A L                         *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TOTAL                 SECTION.

           WRITE  O-RPT-REC  FROM  T1-TOTAL-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5300:ERROR=MAPP060 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5300-WRITE-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - W O                               *
      *                                                              *
      ****************************************************************
       S7100-FETCH-WO                    SECTION.

           EXEC  SQL
                 FETCH  CURSOR_WO
                 INTO  :W-ROW-TXOFF
                 ,     :W-ROW-RSN-CD
                 ,     :W-ROW-RESID
                 ,     :W-ROW-TXPAYER-TP
                 ,     :W-ROW-TXTP-CD
                 ,     :W-ROW-WO-SEQNO
                 ,     :W-ROW-DOC-REF
                 ,     :W-ROW-REQ-OPID
                 ,     :W-ROW-APPV-OPID
                 ,     :W-ROW-EVENT-DT
                 ,     :W-ROW-PRIN
                 ,     :W-ROW-PEN
                 ,     :W-ROW-INT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR WO FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-WO-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - R I                               *
      *                                                              *
      ****************************************************************
       S7200-FETCH-RI                    SECTION.

           EXEC  SQL
                 FETCH  CURSOR_RI
                 INTO  :W-ROW-TXOFF
                 ,     :W-ROW-RSN-CD
                 ,     :W-ROW-RESID
                 ,     :W-ROW-TXPAYER-TP
                 ,     :W-ROW-TXTP-CD
                 ,     :W-ROW-WO-SEQNO
                 ,     :W-ROW-DOC-REF
                 ,     :W-ROW-REQ-OPID
                 ,     :W-ROW-APPV-OPID
                 ,     :W-ROW-EVENT-DT
                 ,     :W-ROW-PRIN
                 ,     :W-ROW-PEN
                 ,     :W-ROW-INT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7200:DB ERROR RI FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7200-FETCH-RI-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      MAPB6            *
      *                                                              *
      ****************************************************************
