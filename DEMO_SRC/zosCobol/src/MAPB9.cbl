      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       MAPB9.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : ACCOUNT BALANCE SUMMARY REBUILD AND CHECK     *
      *  DESCRIPTION : KEEPS DTJA.TTJAH, THE PER BUSNID / TAX TYPE / *
      *                POSTING-MONTH SUMMARY OF DTJA.TTJAC THAT THE  *
      *                MAPML BALANCE SCREENS READ, HONEST.  FIRST    *
      *                IT CHECKS THE SUMMARY AS THE DAY LEFT IT -    *
      *                LAST NIGHT'S BUILD PLUS EVERY POSTING THE     *
      *                MAPSE SERVICE ADDED IN SINCE - AGAINST THE    *
      *                DETAIL, KEY BY KEY, AND LISTS EVERY KEY WHOSE *
      *                ROW COUNT OR NET AMOUNT DIFFERS (A POSTING    *
      *                THAT BYPASSED MAPSE).  IT THEN REBUILDS THE   *
      *                TABLE FROM TTJAC AND PROVES THE NEW SUMMARY   *
      *                AGAINST A SEPARATE COUNT AND SUM OF THE       *
      *                DETAIL, TRANS-TP BY TRANS-TP.  A REBUILD THAT *
      *                DOES NOT PROVE IS BACKED OUT (THE DAY'S       *
      *                SUMMARY STAYS) AND THE STEP ENDS RC 99.  A    *
      *                DAY THAT DRIFTED IS REBUILT AND KEPT BUT      *
      *                STILL ENDS RC 99 SO THE WRITER AT FAULT IS    *
      *                FOUND.  RUN AFTER THE NIGHTLY POSTING JOBS    *
      *                (MAPB2, MAPB5, MIPB4, PYSB6, PYSB8) WITH      *
      *                ONLINE POSTING CLOSED.  EVERY RUN IS LOGGED   *
      *                TO BATCH_CTL_LOG.                             *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : MAPB9                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-RUN-DT (PIC X(08),         *
      *                   YYYYMMDD; BLANK = TODAY) - STAMPED ON THE  *
      *                   REBUILT ROWS AS BUILD-DT                   *
      *                                                              *
      *  OUTPUT FILES   : MAPP090  -  SUMMARY CHECK REPORT           *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTJA.TTJAC                              R                   *
      *  DTJA.TTJAH                             CRD                  *
      *  LCBD2CTL.BATCH_CTL_LOG                  C                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  MAPP090
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
           'MAPB9    - WORKING STORAGE BEGINS HERE'.

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

           05  A-DRIFT-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-MISSING-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-ORPHAN-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-KEY-CNT                 PIC S9(09)  COMP  VALUE +0.
           05  A-DIFF-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MAPB9'.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      *    ONE CARD, SUPPLYING THE BUILD DATE (YYYYMMDD).  A BLANK   *
      *    CARD STAMPS TODAY.                                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-RUN-DT            PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(72)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-PROVEN                  PIC  X(01)  VALUE  'N'.
               88  S-PROVEN-YES                      VALUE  'Y'.

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

      *    ONE KEY THE DAY'S SUMMARY DISAGREES WITH THE DETAIL ON.
      *    W-DFT-SIDE : 'D' = DETAIL ONLY, 'S' = SUMMARY ONLY,
      *                 ' ' = BOTH, BUT DIFFERENT.
           05  W-DFT-BUSNID              PIC  X(10).
           05  W-DFT-TXTP                PIC  X(02).
           05  W-DFT-YYMM                PIC  X(06).
           05  W-DFT-SIDE                PIC  X(01).
           05  W-DFT-DTL-CNT             PIC S9(09)  COMP  VALUE +0.
           05  W-DFT-SUM-CNT             PIC S9(09)  COMP  VALUE +0.
           05  W-DFT-DTL-NET             PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.
           05  W-DFT-SUM-NET             PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.

      *    THE DETAIL, COUNTED AND SUMMED APART FROM THE REBUILD.
           05  W-DTL-CNT                 PIC S9(09)  COMP  VALUE +0.
           05  W-DTL-PY                  PIC S9(15)V9(02) COMP-3.
           05  W-DTL-RF                  PIC S9(15)V9(02) COMP-3.
           05  W-DTL-PN                  PIC S9(15)V9(02) COMP-3.
           05  W-DTL-IN                  PIC S9(15)V9(02) COMP-3.
           05  W-DTL-OF                  PIC S9(15)V9(02) COMP-3.
           05  W-DTL-ES                  PIC S9(15)V9(02) COMP-3.
           05  W-DTL-WO                  PIC S9(15)V9(02) COMP-3.
           05  W-DTL-OTH                 PIC S9(15)V9(02) COMP-3.
           05  W-DTL-NET                 PIC S9(15)V9(02) COMP-3.

      *    THE SAME TOTALS TAKEN FROM THE REBUILT SUMMARY.
           05  W-SUM-CNT                 PIC S9(09)  COMP  VALUE +0.
           05  W-SUM-PY                  PIC S9(15)V9(02) COMP-3.
           05  W-SUM-RF                  PIC S9(15)V9(02) COMP-3.
           05  W-SUM-PN                  PIC S9(15)V9(02) COMP-3.
           05  W-SUM-IN                  PIC S9(15)V9(02) COMP-3.
           05  W-SUM-OF                  PIC S9(15)V9(02) COMP-3.
           05  W-SUM-ES                  PIC S9(15)V9(02) COMP-3.
           05  W-SUM-WO                  PIC S9(15)V9(02) COMP-3.
           05  W-SUM-OTH                 PIC S9(15)V9(02) COMP-3.
           05  W-SUM-NET                 PIC S9(15)V9(02) COMP-3.

      *    ONE LINE OF THE PROOF.
           05  W-TIE-DTL                 PIC S9(15)V9(02) COMP-3.
           05  W-TIE-SUM                 PIC S9(15)V9(02) COMP-3.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(42)  VALUE
                   'ACCOUNT BALANCE SUMMARY CHECK     BUILD   '.
               10  H1-RUN-DT             PIC  X(08).
               10  FILLER                PIC  X(81)  VALUE  SPACE.

           05  H2-COLM-LINE.
               10  FILLER                PIC  X(40)  VALUE
                   ' BUSNID     TX YYMM     DETAIL  SUMMARY '.
               10  FILLER                PIC  X(40)  VALUE
                   '       DETAIL NET          SUMMARY NET  '.
               10  FILLER                PIC  X(40)  VALUE
                   'REMARK                                  '.
               10  FILLER                PIC  X(12)  VALUE  SPACE.

           05  D1-DRIFT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXTP               PIC  X(02).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-YYMM               PIC  X(06).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-DTL-CNT            PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-SUM-CNT            PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-DTL-NET            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-SUM-NET            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-REMARK             PIC  X(30).
               10  FILLER                PIC  X(20)  VALUE  SPACE.

           05  H3-TIE-HEAD-LINE.
               10  FILLER                PIC  X(40)  VALUE
                   ' PROOF OF THE REBUILT SUMMARY           '.
               10  FILLER                PIC  X(40)  VALUE
                   '          PER TTJAC          PER TTJAH  '.
               10  FILLER                PIC  X(52)  VALUE  SPACE.

           05  T1-COUNT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-LABEL              PIC  X(30).
               10  T1-CNT                PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(90)  VALUE  SPACE.

           05  T2-TIE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T2-LABEL              PIC  X(30).
               10  T2-DTL                PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T2-SUM                PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  T2-VERDICT            PIC  X(07).
               10  FILLER                PIC  X(45)  VALUE  SPACE.

           05  T3-VERDICT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T3-VERDICT            PIC  X(50).
               10  FILLER                PIC  X(81)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    B A T C H   C O N T R O L   L O G   F I E L D S           *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCBYBCTL   END-EXEC.

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
      *    CURSOR_DRIFT : EVERY BUSNID / TAX TYPE / POSTING MONTH    *
      *    WHERE THE SUMMARY THE DAY LEFT BEHIND AND THE TTJAC       *
      *    DETAIL DISAGREE ON ROW COUNT OR NET AMOUNT, INCLUDING A   *
      *    KEY PRESENT ON ONE SIDE ONLY.  NET IS TAKEN THE WAY TJOAH *
      *    DEFINES IT.                                               *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_DRIFT  CURSOR  FOR
                 SELECT   COALESCE(D.BUSNID, S.BUSNID)
                 ,        COALESCE(D.TXTP_CD, S.TXTP_CD)
                 ,        COALESCE(D.POST_YYMM, S.POST_YYMM)
                 ,        CASE WHEN S.BUSNID IS NULL THEN 'D'
                               WHEN D.BUSNID IS NULL THEN 'S'
                               ELSE ' '
                          END
                 ,        COALESCE(D.TRANS_CNT, 0)
                 ,        COALESCE(S.TRANS_CNT, 0)
                 ,        COALESCE(D.NET_AMT, 0)
                 ,        COALESCE(S.NET_AMT, 0)
                 FROM    (SELECT  BUSNID
                          ,       TXTP_CD
                          ,       SUBSTR(TRANS_DT, 1, 6) AS POST_YYMM
                          ,       COUNT(*)               AS TRANS_CNT
                          ,       SUM(CASE
                                      WHEN TRANS_TP IN ('PN', 'IN',
                                                        'RF', 'ES')
                                      THEN TRANS_AMT
                                      WHEN TRANS_TP IN ('PY', 'OF',
                                                        'WO')
                                      THEN 0 - TRANS_AMT
                                      ELSE 0
                                      END)               AS NET_AMT
                          FROM    DTJA.TTJAC
                          GROUP BY BUSNID, TXTP_CD,
                                   SUBSTR(TRANS_DT, 1, 6))  D
                 FULL OUTER JOIN
                          DTJA.TTJAH  S
                   ON     S.BUSNID     =  D.BUSNID
                  AND     S.TXTP_CD    =  D.TXTP_CD
                  AND     S.POST_YYMM  =  D.POST_YYMM
                 WHERE    COALESCE(D.TRANS_CNT, 0)
                                   <>  COALESCE(S.TRANS_CNT, 0)
                 OR       COALESCE(D.NET_AMT, 0)
                                   <>  COALESCE(S.NET_AMT, 0)
                 ORDER BY 1, 2, 3
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'MAPB9    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-DRIFT-CHECK.

           PERFORM  S1200-REBUILD.

           PERFORM  S1300-PROVE.

           PERFORM  S5300-WRITE-TOTALS.

           PERFORM  S3200-LOG-BATCH-CTL.

           EXEC  SQL  COMMIT  END-EXEC.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** MAPB9    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** MAPB9    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* BUILD-DATE     : ' W-SYSIN-RUN-DT.
           DISPLAY '* DRIFT-KEY-CNT  : ' A-DRIFT-CNT.
           DISPLAY '* TTJAC-ROW-CNT  : ' W-DTL-CNT.
           DISPLAY '* SUMMARY-ROWS   : ' A-KEY-CNT.
           DISPLAY '* PROOF-DIFF-CNT : ' A-DIFF-CNT.
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
           DISPLAY '### MAPB9    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           MOVE  C-PROG-ID               TO  BCTL-JOB-NM.
           MOVE  W-SYSTEM-DATE           TO  BCTL-START-D.
           MOVE  W-SYSTEM-TIME           TO  BCTL-START-TM.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-RUN-DT  =  SPACE  OR  LOW-VALUE
               MOVE  W-SYSTEM-DATE       TO  W-SYSIN-RUN-DT
           END-IF.

           IF  W-SYSIN-RUN-DT(1:8)       NOT  NUMERIC
               DISPLAY 'S0200:ERROR=INVALID SYSIN RUN DATE('
                        W-SYSIN-RUN-DT ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=MAPP090 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSIN-RUN-DT          TO  H1-RUN-DT.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  H2-COLM-LINE.
           ADD   2                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - D R I F T - C H E C K                         *
      *                                                              *
      *    THE SUMMARY AS ONLINE SAW IT AT THE END OF THE DAY,       *
      *    AGAINST THE DETAIL, BEFORE ANYTHING IS REBUILT.           *
      *                                                              *
      ****************************************************************
       S1100-DRIFT-CHECK                 SECTION.

           DISPLAY  'STEP : S1100-DRIFT-CHECK'.

           EXEC  SQL  OPEN  CURSOR_DRIFT   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR DRIFT OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-DRIFT
              IF  NOT  S-NO-DATA
                  PERFORM  S2000-ONE-DRIFT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_DRIFT  END-EXEC.

           IF  A-DRIFT-CNT  =  ZERO
               MOVE  'DAY''S SUMMARY AGREES WITH THE DETAIL'
                                          TO  T3-VERDICT
           ELSE
               MOVE  'DAY''S SUMMARY DRIFTED - KEYS LISTED ABOVE'
                                          TO  T3-VERDICT
           END-IF.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T3-VERDICT-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

       S1100-DRIFT-CHECK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - R E B U I L D                                 *
      *                                                              *
      *    THE WHOLE TABLE, FROM THE DETAIL, IN ONE UNIT OF WORK.    *
      *    DELTA-CNT STARTS AGAIN FROM ZERO.                         *
      *                                                              *
      ****************************************************************
       S1200-REBUILD                     SECTION.

           DISPLAY  'STEP : S1200-REBUILD'.

           EXEC  SQL  DELETE  FROM  DTJA.TTJAH
           END-EXEC.

           IF  SQLCODE  NOT =  0  AND  100
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1200:DB ERROR TTJAH DELETE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           EXEC  SQL
                 INSERT  INTO  DTJA.TTJAH
                        (BUSNID,
                         TXTP_CD,
                         POST_YYMM,
                         PY_AMT,
                         RF_AMT,
                         PN_AMT,
                         IN_AMT,
                         OF_AMT,
                         ES_AMT,
                         WO_AMT,
                         OTH_AMT,
                         NET_AMT,
                         TRANS_CNT,
                         LAST_TRANS_DT,
                         BUILD_DT,
                         DELTA_CNT,
                         UPD_DT  )
                 SELECT  BUSNID
                 ,       TXTP_CD
                 ,       SUBSTR(TRANS_DT, 1, 6)
                 ,       SUM(CASE WHEN TRANS_TP = 'PY'
                                  THEN TRANS_AMT ELSE 0 END)
                 ,       SUM(CASE WHEN TRANS_TP = 'RF'
                                  THEN TRANS_AMT ELSE 0 END)
                 ,       SUM(CASE WHEN TRANS_TP = 'PN'
                                  THEN TRANS_AMT ELSE 0 END)
                 ,       SUM(CASE WHEN TRANS_TP = 'IN'
                                  THEN TRANS_AMT ELSE 0 END)
                 ,       SUM(CASE WHEN TRANS_TP = 'OF'
                                  THEN TRANS_AMT ELSE 0 END)
                 ,       SUM(CASE WHEN TRANS_TP = 'ES'
                                  THEN TRANS_AMT ELSE 0 END)
                 ,       SUM(CASE WHEN TRANS_TP = 'WO'
                                  THEN TRANS_AMT ELSE 0 END)
                 ,       SUM(CASE WHEN TRANS_TP IN ('PY', 'RF', 'PN',
                                                    'IN', 'OF', 'ES',
                                                    'WO')
                                  THEN 0 ELSE TRANS_AMT END)
                 ,       SUM(CASE WHEN TRANS_TP IN ('PN', 'IN',
                                                    'RF', 'ES')
                                  THEN TRANS_AMT
                                  WHEN TRANS_TP IN ('PY', 'OF', 'WO')
                                  THEN 0 - TRANS_AMT
                                  ELSE 0 END)
                 ,       COUNT(*)
                 ,       MAX(TRANS_DT)
                 ,       :W-SYSIN-RUN-DT
                 ,       0
                 ,       :W-SYSTEM-DATE
                 FROM    DTJA.TTJAC
                 GROUP BY BUSNID, TXTP_CD, SUBSTR(TRANS_DT, 1, 6)
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  A-KEY-CNT
               WHEN  100
                     MOVE  ZERO          TO  A-KEY-CNT
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S1200:DB ERROR TTJAH INSERT=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S1200-REBUILD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - P R O V E                                     *
      *                                                              *
      *    THE DETAIL'S ROW COUNT AND ITS TOTAL PER TRANS-TP, TAKEN  *
      *    APART FROM THE REBUILD, AND THE SAME TOTALS READ BACK     *
      *    FROM THE REBUILT SUMMARY.                                 *
      *                                                              *
      ****************************************************************
       S1300-PROVE                       SECTION.

           DISPLAY  'STEP : S1300-PROVE'.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(SUM(CASE WHEN TRANS_TP = 'PY'
                                   THEN TRANS_AMT ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN TRANS_TP = 'RF'
                                   THEN TRANS_AMT ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN TRANS_TP = 'PN'
                                   THEN TRANS_AMT ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN TRANS_TP = 'IN'
                                   THEN TRANS_AMT ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN TRANS_TP = 'OF'
                                   THEN TRANS_AMT ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN TRANS_TP = 'ES'
                                   THEN TRANS_AMT ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN TRANS_TP = 'WO'
                                   THEN TRANS_AMT ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN TRANS_TP IN
                                   ('PY', 'RF', 'PN', 'IN', 'OF',
                                    'ES', 'WO')
                                   THEN 0 ELSE TRANS_AMT END), 0)
                 INTO   :W-DTL-CNT
                 ,      :W-DTL-PY
                 ,      :W-DTL-RF
                 ,      :W-DTL-PN
                 ,      :W-DTL-IN
                 ,      :W-DTL-OF
                 ,      :W-DTL-ES
                 ,      :W-DTL-WO
                 ,      :W-DTL-OTH
                 FROM    DTJA.TTJAC
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1300:DB ERROR TTJAC CONTROL=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           COMPUTE  W-DTL-NET  =  W-DTL-PN  +  W-DTL-IN
                               +  W-DTL-RF  +  W-DTL-ES
                               -  W-DTL-PY  -  W-DTL-OF
                               -  W-DTL-WO.

           EXEC  SQL
                 SELECT  COALESCE(SUM(TRANS_CNT), 0)
                 ,       COALESCE(SUM(PY_AMT), 0)
                 ,       COALESCE(SUM(RF_AMT), 0)
                 ,       COALESCE(SUM(PN_AMT), 0)
                 ,       COALESCE(SUM(IN_AMT), 0)
                 ,       COALESCE(SUM(OF_AMT), 0)
                 ,       COALESCE(SUM(ES_AMT), 0)
                 ,       COALESCE(SUM(WO_AMT), 0)
                 ,       COALESCE(SUM(OTH_AMT), 0)
                 ,       COALESCE(SUM(NET_AMT), 0)
                 INTO   :W-SUM-CNT
                 ,      :W-SUM-PY
                 ,      :W-SUM-RF
                 ,      :W-SUM-PN
                 ,      :W-SUM-IN
                 ,      :W-SUM-OF
                 ,      :W-SUM-ES
                 ,      :W-SUM-WO
                 ,      :W-SUM-OTH
                 ,      :W-SUM-NET
                 FROM    DTJA.TTJAH
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1300:DB ERROR TTJAH CONTROL=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S1300-PROVE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - O N E - D R I F T                             *
      *                                                              *
      ****************************************************************
       S2000-ONE-DRIFT                   SECTION.

           ADD   1                        TO  A-DRIFT-CNT.

           INITIALIZE  D1-DRIFT-LINE.
           MOVE  W-DFT-BUSNID             TO  D1-BUSNID.
           MOVE  W-DFT-TXTP               TO  D1-TXTP.
           MOVE  W-DFT-YYMM               TO  D1-YYMM.
           MOVE  W-DFT-DTL-CNT            TO  D1-DTL-CNT.
           MOVE  W-DFT-SUM-CNT            TO  D1-SUM-CNT.
           MOVE  W-DFT-DTL-NET            TO  D1-DTL-NET.
           MOVE  W-DFT-SUM-NET            TO  D1-SUM-NET.

           EVALUATE  W-DFT-SIDE
               WHEN  'D'
                     MOVE  'NO SUMMARY ROW'
                                          TO  D1-REMARK
                     ADD   1              TO  A-MISSING-CNT
               WHEN  'S'
                     MOVE  'SUMMARY ROW WITH NO DETAIL'
                                          TO  D1-REMARK
                     ADD   1              TO  A-ORPHAN-CNT
               WHEN  OTHER
                     MOVE  'SUMMARY OUT OF STEP'
                                          TO  D1-REMARK
           END-EVALUATE.

           PERFORM  S5100-WRITE-RPT-LINE.

       S2000-ONE-DRIFT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 2 0 0 - L O G - B A T C H - C T L                     *
      *                                                              *
      *    SAME NIGHTLY-SUITE REGISTRATION LCBBG610 WRITES.  A RUN   *
      *    THAT DRIFTED OR DID NOT PROVE IS LOGGED WITH ITS RC 99    *
      *    AND RUN STATUS 'E'.                                       *
      *                                                              *
      ****************************************************************
       S3200-LOG-BATCH-CTL               SECTION.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.
           MOVE  W-SYSTEM-DATE           TO  BCTL-END-D.
           MOVE  W-SYSTEM-TIME           TO  BCTL-END-TM.
           MOVE  W-DTL-CNT               TO  BCTL-READ-CNT.
           MOVE  A-KEY-CNT               TO  BCTL-WRIT-CNT.
           MOVE  RETURN-CODE             TO  BCTL-RETURN-CD.
           IF  RETURN-CODE  =  ZERO
               MOVE  'N'                 TO  BCTL-RUN-STATUS
           ELSE
               MOVE  'E'                 TO  BCTL-RUN-STATUS
           END-IF.

           EXEC  SQL
                 INSERT INTO LCBD2CTL.BATCH_CTL_LOG
                       (JOB_NM, START_D, START_TM, END_D, END_TM,
                        READ_CNT, WRIT_CNT, RETURN_CD, RUN_STATUS)
                 VALUES
                       (:BCTL-JOB-NM, :BCTL-START-D, :BCTL-START-TM,
                        :BCTL-END-D, :BCTL-END-TM,
                        :BCTL-READ-CNT, :BCTL-WRIT-CNT,
                        :BCTL-RETURN-CD, :BCTL-RUN-STATUS)
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  OTHER
                     DISPLAY  'S3200:DB ERROR BATCH_CTL_LOG INSERT='
                              SQLCODE
           END-EVALUATE.

       S3200-LOG-BATCH-CTL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - R P T - L I N E                   *
      *                                                              *
      ****************************************************************
       S5100-WRITE-RPT-LINE              SECTION.

           WRITE  O-RPT-REC  FROM  D1-DRIFT-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5100:ERROR=MAPP090 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5100-WRITE-RPT-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      *    THE PROOF, LINE BY LINE.  A REBUILD THAT DOES NOT PROVE   *
      *    IS BACKED OUT HERE, BEFORE THE RUN IS LOGGED, SO THE      *
      *    DAY'S SUMMARY IS WHAT ONLINE KEEPS READING.               *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TOTALS                SECTION.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  H3-TIE-HEAD-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           MOVE  'TTJAC ROWS                   :'  TO  T1-LABEL.
           MOVE  W-DTL-CNT                TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'ROWS COUNTED IN THE SUMMARY  :'  TO  T1-LABEL.
           MOVE  W-SUM-CNT                TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'SUMMARY ROWS BUILT           :'  TO  T1-LABEL.
           MOVE  A-KEY-CNT                TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           ADD   3                        TO  A-RPT-WRIT-CNT.

           IF  W-DTL-CNT  NOT =  W-SUM-CNT
               ADD   1                    TO  A-DIFF-CNT
           END-IF.

           MOVE  'PY  PAYMENTS                 :'  TO  T2-LABEL.
           MOVE  W-DTL-PY                 TO  W-TIE-DTL.
           MOVE  W-SUM-PY                 TO  W-TIE-SUM.
           PERFORM  S5310-TIE-LINE.

           MOVE  'RF  REFUNDS                  :'  TO  T2-LABEL.
           MOVE  W-DTL-RF                 TO  W-TIE-DTL.
           MOVE  W-SUM-RF                 TO  W-TIE-SUM.
           PERFORM  S5310-TIE-LINE.

           MOVE  'PN  PENALTY                  :'  TO  T2-LABEL.
           MOVE  W-DTL-PN                 TO  W-TIE-DTL.
           MOVE  W-SUM-PN                 TO  W-TIE-SUM.
           PERFORM  S5310-TIE-LINE.

           MOVE  'IN  INTEREST                 :'  TO  T2-LABEL.
           MOVE  W-DTL-IN                 TO  W-TIE-DTL.
           MOVE  W-SUM-IN                 TO  W-TIE-SUM.
           PERFORM  S5310-TIE-LINE.

           MOVE  'OF  OFFSETS                  :'  TO  T2-LABEL.
           MOVE  W-DTL-OF                 TO  W-TIE-DTL.
           MOVE  W-SUM-OF                 TO  W-TIE-SUM.
           PERFORM  S5310-TIE-LINE.

           MOVE  'ES  ESCHEAT                  :'  TO  T2-LABEL.
           MOVE  W-DTL-ES                 TO  W-TIE-DTL.
           MOVE  W-SUM-ES                 TO  W-TIE-SUM.
           PERFORM  S5310-TIE-LINE.

           MOVE  'WO  WRITE-OFFS               :'  TO  T2-LABEL.
           MOVE  W-DTL-WO                 TO  W-TIE-DTL.
           MOVE  W-SUM-WO                 TO  W-TIE-SUM.
           PERFORM  S5310-TIE-LINE.

           MOVE  'OTHER TRANS-TP               :'  TO  T2-LABEL.
           MOVE  W-DTL-OTH                TO  W-TIE-DTL.
           MOVE  W-SUM-OTH                TO  W-TIE-SUM.
           PERFORM  S5310-TIE-LINE.

           MOVE  'NET ACTIVITY                 :'  TO  T2-LABEL.
           MOVE  W-DTL-NET                TO  W-TIE-DTL.
           MOVE  W-SUM-NET                TO  W-TIE-SUM.
           PERFORM  S5310-TIE-LINE.

           IF  A-DIFF-CNT  =  ZERO
               MOVE  'Y'                  TO  S-PROVEN
               MOVE  'SUMMARY REBUILT AND PROVEN TO THE DETAIL'
                                          TO  T3-VERDICT
           ELSE
               MOVE  'N'                  TO  S-PROVEN
               MOVE  'REBUILD DOES NOT PROVE - BACKED OUT'
                                          TO  T3-VERDICT
           END-IF.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T3-VERDICT-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           IF  NOT  S-PROVEN-YES
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY 'S5300:ERROR=SUMMARY DOES NOT PROVE, DIFF='
                        A-DIFF-CNT
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
           END-IF.

           IF  A-DRIFT-CNT  >  ZERO
               DISPLAY 'S5300:ERROR=DAY''S SUMMARY DRIFTED, KEYS='
                        A-DRIFT-CNT
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
           END-IF.

       S5300-WRITE-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 1 0 - T I E - L I N E                               *
      *                                                              *
      ****************************************************************
       S5310-TIE-LINE                    SECTION.

           MOVE  W-TIE-DTL                TO  T2-DTL.
           MOVE  W-TIE-SUM                TO  T2-SUM.

           IF  W-TIE-DTL  =  W-TIE-SUM
               MOVE  'AGREES'             TO  T2-VERDICT
           ELSE
               MOVE  'DIFFERS'            TO  T2-VERDICT
               ADD   1                    TO  A-DIFF-CNT
           END-IF.

           WRITE  O-RPT-REC  FROM  T2-TIE-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5310-TIE-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - D R I F T                         *
      *                                                              *
      ****************************************************************
       S7100-FETCH-DRIFT                 SECTION.

           EXEC  SQL
                 FETCH  CURSOR_DRIFT
                 INTO  :W-DFT-BUSNID
                 ,     :W-DFT-TXTP
                 ,     :W-DFT-YYMM
                 ,     :W-DFT-SIDE
                 ,     :W-DFT-DTL-CNT
                 ,     :W-DFT-SUM-CNT
                 ,     :W-DFT-DTL-NET
                 ,     :W-DFT-SUM-NET
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR DRIFT FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-DRIFT-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      MAPB9            *
      *                                                              *
      ****************************************************************
