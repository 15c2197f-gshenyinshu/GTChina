      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LCHBK163.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : MONTHLY MERCHANT SETTLEMENT-VARIANCE TREND    *
      *  DESCRIPTION : ONE LINE PER MERCHANT THAT HAD A SETTLEMENT   *
      *                VARIANCE IN THE MONTH, BY ACQUIRER:           *
      *                - VARIANCE DAYS (TK144 DAYS LEFT OPEN 'O' OR  *
      *                  OFFSET INSIDE THE WINDOW 'T');              *
      *                - TOTAL AND AVERAGE VARIANCE, AS THE ABSOLUTE *
      *                  DECLARED-LESS-SLIP AMOUNT OF THOSE DAYS;    *
      *                - TK143 CASES OPENED IN THE MONTH, CLOSED BY  *
      *                  THE SYSTEM (MATCHED 'M' OR ADJUSTED 'A')    *
      *                  AND RESOLVED BY HAND ('R')                  *
      *                  IN THE MONTH, AND                           *
      *                  THE AVERAGE DAYS FROM OPEN TO CLOSE.        *
      *                MERCHANTS WITH VARIANCES IN THIS MONTH AND    *
      *                THE TWO BEFORE IT ARE REPEAT OFFENDERS: THEY  *
      *                ARE LISTED FIRST, WITH THE LENGTH OF THEIR    *
      *                RUN OF MONTHS, FOR SITE REVIEW.  EACH PART IS *
      *                BROKEN BY ACQUIRER AND RANKED BY TOTAL        *
      *                VARIANCE.  TK143 CARRIES NO ACQUIRER, SO A    *
      *                MERCHANT'S CASE FIGURES ARE THE SAME UNDER    *
      *                EVERY ACQUIRER IT SETTLES THROUGH.            *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LCHBK163                                   *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-YYMM (PIC X(06), YYYYMM)   *
      *  I/O  FILES     : LCHNC100 - VARIANCE TREND REPORT           *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  LCHD2K14.TK144                          R                   *
      *  LCHD2K14.TK143                          R                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  LCHNC100
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
           'LCHBK163 - WORKING STORAGE BEGINS HERE'.

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

           05  A-LINE-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-REPEAT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-RANK-NO                 PIC  9(05)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LCHBK163'.
      *    A RUN OF THIS MANY MONTHS MAKES A REPEAT OFFENDER; THE RUN
      *    IS TRACED BACK NO FURTHER THAN C-MAX-STREAK MONTHS.
           05  C-REPEAT-MONTHS           PIC  9(02)  VALUE  3.
           05  C-MAX-STREAK              PIC  9(02)  VALUE  24.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
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

           05  S-STREAK-END-CHECK        PIC  X(01)  VALUE  LOW-VALUE.
               88  S-STREAK-END                      VALUE  HIGH-VALUE.

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

      *    FIRST AND LAST DAY OF THE REPORT MONTH, AND THE START OF
      *    THE TWO MONTHS BEFORE IT (THE REPEAT-OFFENDER TEST).
           05  W-MON-FR-DT               PIC  X(08).
           05  W-MON-TO-DT               PIC  X(08).
           05  W-PRV-FR-DT               PIC  X(08).
           05  W-PRV-TO-DT               PIC  X(08).

      *    MONTH ARITHMETIC.
           05  W-CAL-YYMM                PIC  X(06).
           05  W-CAL-YYMM-R              REDEFINES  W-CAL-YYMM.
               10  W-CAL-YYYY            PIC  9(04).
               10  W-CAL-MM              PIC  9(02).
           05  W-PROBE-FR-DT             PIC  X(08).
           05  W-PROBE-TO-DT             PIC  X(08).
           05  W-PROBE-CNT               PIC S9(09) COMP.

           05  W-BRK-REPEAT-FG           PIC  X(01).
           05  W-BRK-ACQ-ID              PIC  X(05).

           05  W-GRP-REPEAT-FG           PIC  X(01).
               88  W-GRP-REPEAT                      VALUE  'R'.
           05  W-GRP-ACQ-ID              PIC  X(05).
           05  W-GRP-MCHT-N              PIC  X(10).
           05  W-GRP-VAR-DAYS            PIC S9(09) COMP.
           05  W-GRP-VAR-TOT             PIC S9(15) COMP-3.
           05  W-GRP-VAR-AVG             PIC S9(15) COMP-3.
           05  W-GRP-STREAK              PIC S9(04) COMP.
           05  W-GRP-OPEN-CNT            PIC S9(09) COMP.
           05  W-GRP-AUTO-CNT            PIC S9(09) COMP.
           05  W-GRP-MANUAL-CNT          PIC S9(09) COMP.
           05  W-GRP-RSLV-DAYS           PIC S9(07)V9 COMP-3.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(50)  VALUE
                   'MERCHANT SETTLEMENT-VARIANCE TREND  FOR MONTH     '.
               10  H1-YYMM               PIC  X(06).
               10  FILLER                PIC  X(75)  VALUE  SPACE.

           05  H2-PART-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  H2-PART-TEXT          PIC  X(70).
               10  FILLER                PIC  X(61)  VALUE  SPACE.

           05  H3-ACQ-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(11)  VALUE
                   'ACQUIRER : '.
               10  H3-ACQ-ID             PIC  X(05).
               10  FILLER                PIC  X(115) VALUE  SPACE.

           05  H4-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(102)  VALUE
                   'RANK  MERCHANT  MONTHS  VAR-DAYS  TOTAL-VARIANCE    
      -            '    AVG-VARIANCE  OPENED  AUTO-CL  MANUAL AVG-DAYS'.
               10  FILLER                PIC  X(29)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-RANK               PIC  ZZZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-MCHT-N             PIC  X(10).
               10  FILLER                PIC  X(03)  VALUE  SPACE.
               10  D1-STREAK             PIC  ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-VAR-DAYS           PIC  ZZZZZZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-VAR-TOT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(05)  VALUE  SPACE.
               10  D1-VAR-AVG            PIC  ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-OPEN-CNT           PIC  ZZZZZ9.
               10  FILLER                PIC  X(03)  VALUE  SPACE.
               10  D1-AUTO-CNT           PIC  ZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-MANUAL-CNT         PIC  ZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-RSLV-DAYS          PIC  ZZZZ9.9.
               10  FILLER                PIC  X(29)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(30)  VALUE
                   'MERCHANTS WITH VARIANCES .... '.
               10  T1-LINE-CNT           PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(30)  VALUE
                   '   OF WHICH REPEAT OFFENDERS  '.
               10  T1-REPEAT-CNT         PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(49)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    LCHD2K14.TK144 ( SETTLEMENT-DAY RECONCILIATION HISTORY )  *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCHYK144   END-EXEC.

      ****************************************************************
      *    LCHD2K14.TK143 ( SETTLEMENT-VARIANCE DISPUTE CASES )      *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCHYK143   END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_TREND : THE MONTH'S VARIANCE DAYS PER ACQUIRER AND *
      *    MERCHANT.  REPEAT-FG IS 'R' WHEN THE MERCHANT ALSO HAD    *
      *    VARIANCES IN BOTH OF THE TWO MONTHS BEFORE; THOSE COME    *
      *    FIRST, THEN BY ACQUIRER, LARGEST TOTAL VARIANCE FIRST.    *
      ****************************************************************
           EXEC  SQL
                 DECLARE  CURSOR_TREND  CURSOR  WITH  HOLD  FOR
                 SELECT   CASE WHEN
                          (SELECT COUNT(DISTINCT
                                        SUBSTR(P.RECON_DT,1,6))
                              FROM  LCHD2K14.TK144  P
                             WHERE  P.ACQ_ID      =  H.ACQ_ID
                               AND  P.MCHT_N      =  H.MCHT_N
                               AND  P.RECON_DISP  IN ('O', 'T')
                               AND  P.RECON_DT    BETWEEN :W-PRV-FR-DT
                                                      AND :W-PRV-TO-DT)
                               = 2  THEN 'R'  ELSE ' '  END
                 ,        H.ACQ_ID
                 ,        H.MCHT_N
                 ,        COUNT(*)
                 ,        SUM(ABS(H.DECL_AMT - H.SLIP_AMT))
                 FROM     LCHD2K14.TK144  H
                 WHERE    H.RECON_DT    BETWEEN :W-MON-FR-DT
                                            AND :W-MON-TO-DT
                 AND      H.RECON_DISP  IN ('O', 'T')
                 GROUP BY H.ACQ_ID, H.MCHT_N
                 ORDER BY 1 DESC
                 ,        2
                 ,        5 DESC
                 ,        3
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LCHBK163 *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-TREND-SCAN.

           PERFORM  S5900-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LCHBK163 NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** LCHBK163 JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* LINE-CNT       : ' A-LINE-CNT.
           DISPLAY '* REPEAT-CNT     : ' A-REPEAT-CNT.
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
           DISPLAY '### LCHBK163 START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-YYMM(1:6)         NOT  NUMERIC
           OR  W-SYSIN-YYMM(5:2)         <    '01'
           OR  W-SYSIN-YYMM(5:2)         >    '12'
               DISPLAY 'S0200:ERROR=INVALID SYSIN MONTH('
                        W-SYSIN-YYMM ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

      *    DATES ARE CHARACTER YYYYMMDD, SO '01' TO '31' BOUNDS ANY
      *    MONTH.
           MOVE  W-SYSIN-YYMM            TO  W-MON-FR-DT (1:6)
                                             W-MON-TO-DT (1:6).
           MOVE  '01'                    TO  W-MON-FR-DT (7:2).
           MOVE  '31'                    TO  W-MON-TO-DT (7:2).

           MOVE  W-SYSIN-YYMM            TO  W-CAL-YYMM.
           PERFORM  S3900-PREV-MONTH.
           MOVE  W-CAL-YYMM              TO  W-PRV-TO-DT (1:6).
           MOVE  '31'                    TO  W-PRV-TO-DT (7:2).
           PERFORM  S3900-PREV-MONTH.
           MOVE  W-CAL-YYMM              TO  W-PRV-FR-DT (1:6).
           MOVE  '01'                    TO  W-PRV-FR-DT (7:2).

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LCHNC100 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSIN-YYMM            TO  H1-YYMM.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  HIGH-VALUE              TO  W-BRK-REPEAT-FG
                                             W-BRK-ACQ-ID.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - T R E N D - S C A N                           *
      *                                                              *
      ****************************************************************
       S1100-TREND-SCAN                  SECTION.

           DISPLAY  'STEP : S1100-TREND-SCAN'.

           EXEC  SQL  OPEN  CURSOR_TREND   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR TREND OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-TREND
              IF  NOT  S-NO-DATA
                  PERFORM  S2000-MERCHANT-LINE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_TREND   END-EXEC.

       S1100-TREND-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - M E R C H A N T - L I N E                     *
      *                                                              *
      ****************************************************************
       S2000-MERCHANT-LINE               SECTION.

           IF  W-GRP-REPEAT-FG  NOT =  W-BRK-REPEAT-FG
               PERFORM  S5100-WRITE-PART-HEAD
           END-IF.

           IF  W-GRP-ACQ-ID  NOT =  W-BRK-ACQ-ID
               PERFORM  S5200-WRITE-ACQ-HEAD
           END-IF.

           COMPUTE  W-GRP-VAR-AVG  ROUNDED  =
                    W-GRP-VAR-TOT  /  W-GRP-VAR-DAYS.

           IF  W-GRP-REPEAT
               PERFORM  S3000-TRACE-STREAK
               ADD   1                    TO  A-REPEAT-CNT
           ELSE
               MOVE  ZERO                 TO  W-GRP-STREAK
           END-IF.

           PERFORM  S4000-CASE-FIGURES.

           PERFORM  S5300-WRITE-DETAIL.

       S2000-MERCHANT-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - T R A C E - S T R E A K                       *
      *                                                              *
      *    THE REPORT MONTH AND THE TWO BEFORE IT ARE KNOWN TO HAVE  *
      *    VARIANCES; EARLIER MONTHS ARE PROBED ONE AT A TIME UNTIL  *
      *    ONE HAS NONE.                                             *
      *                                                              *
      ****************************************************************
       S3000-TRACE-STREAK                SECTION.

           MOVE  C-REPEAT-MONTHS          TO  W-GRP-STREAK.
           MOVE  W-PRV-FR-DT (1:6)        TO  W-CAL-YYMM.
           MOVE  LOW-VALUE                TO  S-STREAK-END-CHECK.

           PERFORM  S3100-PROBE-MONTH
                    UNTIL  S-STREAK-END
                       OR  W-GRP-STREAK  NOT <  C-MAX-STREAK.

       S3000-TRACE-STREAK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - P R O B E - M O N T H                         *
      *                                                              *
      ****************************************************************
       S3100-PROBE-MONTH                 SECTION.

           PERFORM  S3900-PREV-MONTH.
           MOVE  W-CAL-YYMM               TO  W-PROBE-FR-DT (1:6)
                                              W-PROBE-TO-DT (1:6).
           MOVE  '01'                     TO  W-PROBE-FR-DT (7:2).
           MOVE  '31'                     TO  W-PROBE-TO-DT (7:2).

           EXEC  SQL
                 SELECT  COUNT(*)
                   INTO  :W-PROBE-CNT
                   FROM  LCHD2K14.TK144
                  WHERE  ACQ_ID      =  :W-GRP-ACQ-ID
                    AND  MCHT_N      =  :W-GRP-MCHT-N
                    AND  RECON_DISP  IN ('O', 'T')
                    AND  RECON_DT    BETWEEN :W-PROBE-FR-DT
                                         AND :W-PROBE-TO-DT
                   WITH  UR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S3100:DB ERROR TK144 PROBE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-PROBE-CNT  >  ZERO
               ADD   1                    TO  W-GRP-STREAK
           ELSE
               MOVE  HIGH-VALUE           TO  S-STREAK-END-CHECK
           END-IF.

       S3100-PROBE-MONTH-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 9 0 0 - P R E V - M O N T H                           *
      *                                                              *
      ****************************************************************
       S3900-PREV-MONTH                  SECTION.

           IF  W-CAL-MM  =  1
               MOVE  12                   TO  W-CAL-MM
               SUBTRACT  1              FROM  W-CAL-YYYY
           ELSE
               SUBTRACT  1              FROM  W-CAL-MM
           END-IF.

       S3900-PREV-MONTH-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 0 0 0 - C A S E - F I G U R E S                       *
      *                                                              *
      *    CASES OPENED IN THE MONTH, AND CASES CLOSED IN IT BY THE  *
      *    SYSTEM OR BY HAND, WITH THE AVERAGE CALENDAR DAYS FROM    *
      *    OPEN TO CLOSE OF THE CLOSED ONES.                         *
      *                                                              *
      ****************************************************************
       S4000-CASE-FIGURES                SECTION.

           EXEC  SQL
                 SELECT  COALESCE(SUM(CASE WHEN OPEN_DT BETWEEN
                                  :W-MON-FR-DT AND :W-MON-TO-DT
                                  THEN 1 ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN CLOSE_DT BETWEEN
                                  :W-MON-FR-DT AND :W-MON-TO-DT
                                  AND CLOSE_RSN IN ('M', 'A')
                                  THEN 1 ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN CLOSE_DT BETWEEN
                                  :W-MON-FR-DT AND :W-MON-TO-DT
                                  AND CLOSE_RSN = 'R'
                                  THEN 1 ELSE 0 END), 0)
                 ,       COALESCE(DECIMAL(AVG(CASE WHEN CLOSE_DT
                                  BETWEEN :W-MON-FR-DT AND :W-MON-TO-DT
                                  THEN DECIMAL(
                                   DAYS(DATE(SUBSTR(CLOSE_DT,1,4) || '-'
                                          || SUBSTR(CLOSE_DT,5,2) || '-'
                                          || SUBSTR(CLOSE_DT,7,2)))
                                 - DAYS(DATE(SUBSTR(OPEN_DT,1,4)  || '-'
                                          || SUBSTR(OPEN_DT,5,2)  || '-'
                                          || SUBSTR(OPEN_DT,7,2))),
                                   9, 1)
                                  END), 8, 1), 0)
                   INTO  :W-GRP-OPEN-CNT
                 ,       :W-GRP-AUTO-CNT
                 ,       :W-GRP-MANUAL-CNT
                 ,       :W-GRP-RSLV-DAYS
                   FROM  LCHD2K14.TK143
                  WHERE  MCHT_N  =  :W-GRP-MCHT-N
                   WITH  UR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S4000:DB ERROR TK143 SELECT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S4000-CASE-FIGURES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - P A R T - H E A D                 *
      *                                                              *
      ****************************************************************
       S5100-WRITE-PART-HEAD             SECTION.

           MOVE  W-GRP-REPEAT-FG          TO  W-BRK-REPEAT-FG.
           MOVE  HIGH-VALUE               TO  W-BRK-ACQ-ID.

           IF  W-GRP-REPEAT
               MOVE  'REPEAT OFFENDERS - VARIANCES IN 3 OR MORE CONSEC
      -              'UTIVE MONTHS (SITE REVIEW)'
                                          TO  H2-PART-TEXT
           ELSE
               MOVE  'OTHER MERCHANTS WITH VARIANCES IN THE MONTH'
                                          TO  H2-PART-TEXT
           END-IF.

           WRITE  O-RPT-REC  FROM  H2-PART-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S5100-WRITE-PART-HEAD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 2 0 0 - W R I T E - A C Q - H E A D                   *
      *                                                              *
      ****************************************************************
       S5200-WRITE-ACQ-HEAD              SECTION.

           MOVE  W-GRP-ACQ-ID             TO  W-BRK-ACQ-ID.
           MOVE  ZERO                     TO  A-RANK-NO.

           MOVE  W-GRP-ACQ-ID             TO  H3-ACQ-ID.
           WRITE  O-RPT-REC  FROM  H3-ACQ-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H4-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S5200-WRITE-ACQ-HEAD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      ****************************************************************
       S5300-WRITE-DETAIL                SECTION.

           ADD   1                        TO  A-RANK-NO.

           MOVE  A-RANK-NO                TO  D1-RANK.
           MOVE  W-GRP-MCHT-N             TO  D1-MCHT-N.
           MOVE  W-GRP-STREAK             TO  D1-STREAK.
           MOVE  W-GRP-VAR-DAYS           TO  D1-VAR-DAYS.
           MOVE  W-GRP-VAR-TOT            TO  D1-VAR-TOT.
           MOVE  W-GRP-VAR-AVG            TO  D1-VAR-AVG.
           MOVE  W-GRP-OPEN-CNT           TO  D1-OPEN-CNT.
           MOVE  W-GRP-AUTO-CNT           TO  D1-AUTO-CNT.
           MOVE  W-GRP-MANUAL-CNT         TO  D1-MANUAL-CNT.
           MOVE  W-GRP-RSLV-DAYS          TO  D1-RSLV-DAYS.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           ADD   1                        TO  A-LINE-CNT.

       S5300-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 9 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S5900-WRITE-TRAILER               SECTION.

           MOVE  A-LINE-CNT               TO  T1-LINE-CNT.
           MOVE  A-REPEAT-CNT             TO  T1-REPEAT-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S5900-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 9 0 0 - C H E C K - R P T - W R I T E                 *
      *                                                              *
      ****************************************************************
       S6900-CHECK-RPT-WRITE             SECTION.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S6900:ERROR=LCHNC100 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - T R E N D                         *
      *                                                              *
      ****************************************************************
       S7100-FETCH-TREND                 SECTION.

           EXEC  SQL
                 FETCH  CURSOR_TREND
                 INTO  :W-GRP-REPEAT-FG
                 ,     :W-GRP-ACQ-ID
                 ,     :W-GRP-MCHT-N
                 ,     :W-GRP-VAR-DAYS
                 ,     :W-GRP-VAR-TOT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR TREND FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-TREND-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LCHBK163         *
      *                                                              *
      ****************************************************************
