      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       JAPB7.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : WEEKLY INTAKE VOLUME FORECAST FOR STAFFING    *
      *  DESCRIPTION : READS 112 WEEKS OF DRWA.TRWAD INTAKE HISTORY  *
      *                PER RCVE-NO-TXOFF OFFICE AND TX-SRVC-TP AND   *
      *                FORECASTS REQUESTS FOR THE CURRENT WEEK AND   *
      *                THE FIVE AFTER IT:  THE TRAILING 8-WEEK RATE  *
      *                PER BUSINESS DAY, TIMES THE SAME-WEEKS-LAST-  *
      *                YEAR SEASONAL INDEX (AVERAGED OVER THE TWO    *
      *                PRIOR YEARS), TIMES THE WEEK'S BUSINESS DAYS  *
      *                FROM THE LCBSDATE CALENDAR.  EACH OFFICE'S    *
      *                FORECAST IS PRINTED AGAINST ITS ACTIVE DRWB.  *
      *                TRWBT EXAMINERS AND THEIR CAPACITY (TRWBA     *
      *                'FCSTCAP'), FLAGGING THE SHORT WEEKS.  THE    *
      *                FORECASTS ARE KEPT ON DRWB.TRWCF; WEEKS NOW   *
      *                PAST ARE CLOSED WITH THEIR ACTUAL COUNT AND   *
      *                PRINTED ACTUAL-VERSUS-FORECAST.               *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : JAPB7                                      *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWA.TRWAD                              R                   *
      *  DRWB.TRWBT                              R                   *
      *  DRWB.TRWBA                              R                   *
      *  DRWB.TRWCF                              CRU                 *
      *  DRWB.TRWCG                              R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         MERGED OFFICES ROLL UP (TRWCG) *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  JAPP070
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
           'JAPB7    - WORKING STORAGE BEGINS HERE'.

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

           05  A-INTAKE-READ-CNT         PIC  9(13)  VALUE  ZERO.
           05  A-GROUP-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-OFFICE-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-SHORT-WEEK-CNT          PIC  9(09)  VALUE  ZERO.
           05  A-TRWCF-INS-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-TRWCF-UPD-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-TRWCF-CLOSE-CNT         PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      *    HISTORY IS KEPT IN WEEKS 1-112 (WEEK 112 IS THE LAST      *
      *    COMPLETE WEEK); WEEKS 113-118 ARE FORECAST, WEEK 113      *
      *    BEING THE WEEK THE RUN FALLS IN.  52 WEEKS BACK KEEPS     *
      *    THE SAME WEEKDAYS, SO LAST YEAR'S WEEK T IS T - 52.       *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'JAPB7'.
           05  C-PGM-LCBSDATE            PIC  X(08)  VALUE 'LCBSDATE'.
           05  C-HIST-WEEKS              PIC S9(04)  COMP  VALUE +112.
           05  C-ALL-WEEKS               PIC S9(04)  COMP  VALUE +118.
           05  C-TRAIL-FR-WEEK           PIC S9(04)  COMP  VALUE +105.
           05  C-YEAR-WEEKS              PIC S9(04)  COMP  VALUE +52.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-PAST-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-PAST                    VALUE  HIGH-VALUE.

           05  S-FIRST-OFF-FLAG          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-FIRST-OFF-YES                   VALUE  LOW-VALUE.
               88  S-FIRST-OFF-NO                    VALUE  HIGH-VALUE.

           05  S-CAP-ACTIVE              PIC  X(01)  VALUE  'N'.
               88  S-CAP-ON                          VALUE  'Y'.

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

           05  W-DATE-NUM                PIC  9(08).
           05  W-DATE-INT                PIC  9(08)  COMP.
           05  W-BASE-INT                PIC  9(08)  COMP.
           05  W-RUN-INT                 PIC  9(08)  COMP.
           05  W-DOW                     PIC  9(01).
           05  W-HIST-FR-DT              PIC  X(08).
           05  W-THIS-MON-DT             PIC  X(08).
           05  W-PAST-FR-DT              PIC  X(08).

           05  W-CUR-TXOFF               PIC  X(03).
           05  W-CUR-SRVC                PIC  X(05).
           05  W-FETCH-TXOFF             PIC  X(03).
           05  W-FETCH-SRVC              PIC  X(05).
           05  W-FETCH-RCVE-DT           PIC  X(08).
           05  W-FETCH-CNT               PIC S9(09)  COMP.

           05  W-EXMR-CNT                PIC S9(09)  COMP.
           05  W-CAP-PER-DAY             PIC S9(04)  COMP.

           05  I                         PIC S9(04)  COMP.
           05  K                         PIC S9(04)  COMP.
           05  T                         PIC S9(04)  COMP.
           05  Y                         PIC S9(04)  COMP.
           05  W-LAG-WEEK                PIC S9(04)  COMP.
           05  W-BASE-FR                 PIC S9(04)  COMP.
           05  W-BASE-TO                 PIC S9(04)  COMP.

           05  W-TRAIL-CNT               PIC S9(09)  COMP-3.
           05  W-TRAIL-BIZ               PIC S9(05)  COMP-3.
           05  W-TRAIL-RATE              PIC S9(07)V9(04) COMP-3.
           05  W-BASE-CNT                PIC S9(09)  COMP-3.
           05  W-BASE-BIZ                PIC S9(05)  COMP-3.
           05  W-BASE-RATE               PIC S9(07)V9(04) COMP-3.
           05  W-LAG-RATE                PIC S9(07)V9(04) COMP-3.
           05  W-YEAR-IDX                PIC S9(03)V9(04) COMP-3.
           05  W-IDX-SUM                 PIC S9(03)V9(04) COMP-3.
           05  W-IDX-N                   PIC S9(04)  COMP.
           05  W-SEAS-IDX                PIC S9(03)V9(04) COMP-3.
           05  W-FCST                    PIC S9(07)  COMP-3.
           05  W-ERR-PCT                 PIC S9(05)V9(01) COMP-3.

      ****************************************************************
      *                                                              *
      *    W E E K    T A B L E                                      *
      *                                                              *
      *    MONDAY, SUNDAY AND BUSINESS-DAY COUNT OF EVERY WEEK IN    *
      *    THE HISTORY AND FORECAST SPAN (NATIONAL CALENDAR).        *
      *                                                              *
      ****************************************************************
       01  WEEK-TABLE.
           05  WK-ENTRY                  OCCURS 118 TIMES.
               10  WK-MON-DT             PIC  X(08).
               10  WK-SUN-DT             PIC  X(08).
               10  WK-BIZ-DAYS           PIC S9(04)  COMP.

      ****************************************************************
      *                                                              *
      *    G R O U P    T A B L E                                    *
      *                                                              *
      *    WEEKLY INTAKE COUNTS OF THE OFFICE / SERVICE TYPE BEING   *
      *    WORKED, AND THE SIX FORECASTS MADE FROM THEM.             *
      *                                                              *
      ****************************************************************
       01  GROUP-TABLE.
           05  G-WEEK-CNT                PIC S9(09)  COMP
                                         OCCURS 112 TIMES.
           05  G-FCST-CNT                PIC S9(07)  COMP-3
                                         OCCURS 6 TIMES.

      ****************************************************************
      *                                                              *
      *    O F F I C E    T O T A L S                                *
      *                                                              *
      ****************************************************************
       01  OFFICE-TOTALS.
           05  O-FCST-CNT                PIC S9(09)  COMP-3
                                         OCCURS 6 TIMES.

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
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(40)  VALUE
                   'INTAKE VOLUME FORECAST        RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(83)  VALUE  SPACE.

           05  H2-OFFICE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(13)  VALUE
                   'TAX OFFICE : '.
               10  H2-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(22)  VALUE
                   '   ACTIVE EXAMINERS : '.
               10  H2-EXMR-CNT           PIC  ZZZ9.
               10  FILLER                PIC  X(26)  VALUE
                   '   PER EXAMINER PER DAY : '.
               10  H2-CAP-PER-DAY        PIC  ZZZ9.
               10  FILLER                PIC  X(59)  VALUE  SPACE.

           05  H3-WEEK-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(09)  VALUE
                   'SRVC-TP  '.
               10  H3-WEEK               OCCURS 6 TIMES.
                   15  FILLER            PIC  X(02).
                   15  H3-WEEK-DT        PIC  X(08).
               10  FILLER                PIC  X(62)  VALUE  SPACE.

           05  D1-FCST-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-LABEL              PIC  X(09).
               10  D1-WEEK               OCCURS 6 TIMES.
                   15  FILLER            PIC  X(03).
                   15  D1-CNT            PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(62)  VALUE  SPACE.

           05  D2-STAFF-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(09)  VALUE
                   'STAFFING '.
               10  D2-WEEK               OCCURS 6 TIMES.
                   15  FILLER            PIC  X(05).
                   15  D2-FLAG           PIC  X(05).
               10  FILLER                PIC  X(62)  VALUE  SPACE.

           05  H4-PAST-HEAD.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(48)  VALUE
                   'ACTUAL VERSUS FORECAST - WEEKS CLOSED SINCE     '.
               10  H4-PAST-FR-DT         PIC  X(08).
               10  FILLER                PIC  X(75)  VALUE  SPACE.

           05  H5-PAST-COLM.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(36)  VALUE
                   'OFFICE  WEEK       FIRST-FCST  LAST-'.
               10  FILLER                PIC  X(29)  VALUE
                   'FCST     ACTUAL   LAST-ERR%  '.
               10  FILLER                PIC  X(66)  VALUE  SPACE.

           05  D3-PAST-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D3-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(05)  VALUE  SPACE.
               10  D3-WEEK-DT            PIC  X(08).
               10  FILLER                PIC  X(05)  VALUE  SPACE.
               10  D3-FIRST-FCST         PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(04)  VALUE  SPACE.
               10  D3-LAST-FCST          PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(04)  VALUE  SPACE.
               10  D3-ACTUAL             PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(04)  VALUE  SPACE.
               10  D3-ERR-PCT            PIC  -ZZZZ9.9.
               10  FILLER                PIC  X(69)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCF   (   WEEKLY INTAKE VOLUME FORECAST   )        *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCF      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBA   (   SCREEN / STAGE CONTROL   )               *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBA      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_INTAKE : RECEIPTS TAKEN PER OFFICE, SERVICE TYPE   *
      *    AND DAY OVER THE HISTORY SPAN, EVERY CHANNEL AND STATUS - *
      *    A REQUEST LATER CANCELLED OR REFUSED STILL CAME IN.       *
      *    RECEIPTS OF A CLOSED OFFICE COUNT UNDER THE OFFICE IT WAS *
      *    MERGED INTO (DRWB.TRWCG).                                 *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_INTAKE  CURSOR  WITH  HOLD  FOR
                 SELECT   X.TXOFF_CD
                 ,        X.TX_SRVC_TP
                 ,        X.RCVE_DT
                 ,        COUNT(*)
                 FROM    (SELECT  COALESCE(M.NEW_TXOFF_CD,
                                           D.RCVE_NO_TXOFF)
                                                     AS TXOFF_CD
                          ,       D.TX_SRVC_TP       AS TX_SRVC_TP
                          ,       D.RCVE_DT          AS RCVE_DT
                          FROM    DRWA.TRWAD  D
                                  LEFT OUTER JOIN  DRWB.TRWCG  M
                                  ON  M.OLD_TXOFF_CD = D.RCVE_NO_TXOFF
                          WHERE   D.RCVE_DT  >=  :W-HIST-FR-DT
                          AND     D.RCVE_DT  <   :W-THIS-MON-DT)  X
                 GROUP BY X.TXOFF_CD, X.TX_SRVC_TP, X.RCVE_DT
                 ORDER BY X.TXOFF_CD, X.TX_SRVC_TP, X.RCVE_DT
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_PAST : CLOSED FORECAST WEEKS OF THE LAST SIX       *
      *    WEEKS, SUMMED OVER SERVICE TYPES PER OFFICE.              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_PAST  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD
                 ,        WEEK_DT
                 ,        SUM(FIRST_FCST_CNT)
                 ,        SUM(FCST_CNT)
                 ,        SUM(ACTUAL_CNT)
                 FROM     DRWB.TRWCF
                 WHERE    ACTUAL_FG  =  'Y'
                 AND      WEEK_DT   >=  :W-PAST-FR-DT
                 GROUP BY TXOFF_CD, WEEK_DT
                 ORDER BY TXOFF_CD, WEEK_DT
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'JAPB7    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S0300-BUILD-WEEK-TABLE.

           PERFORM  S0400-LOAD-CAPACITY.

           PERFORM  S1000-CLOSE-PAST-WEEKS.

           PERFORM  S1100-FORECAST-SWEEP.

           PERFORM  S1500-PAST-WEEKS-PAGE.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** JAPB7    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** JAPB7    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* INTAKE-READ-CNT : ' A-INTAKE-READ-CNT.
           DISPLAY '* GROUP-CNT       : ' A-GROUP-CNT.
           DISPLAY '* OFFICE-CNT      : ' A-OFFICE-CNT.
           DISPLAY '* SHORT-WEEK-CNT  : ' A-SHORT-WEEK-CNT.
           DISPLAY '* TRWCF-INS-CNT   : ' A-TRWCF-INS-CNT.
           DISPLAY '* TRWCF-UPD-CNT   : ' A-TRWCF-UPD-CNT.
           DISPLAY '* TRWCF-CLOSE-CNT : ' A-TRWCF-CLOSE-CNT.
           DISPLAY '* RPT-WRIT-CNT    : ' A-RPT-WRIT-CNT.
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
           DISPLAY '### JAPB7    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=JAPP070 OPEN ERROR(' S-RPT-STATUS ')'
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
      *    S 0 3 0 0 - B U I L D - W E E K - T A B L E               *
      *                                                              *
      *    DAY 1 OF THE INTEGER DATE SCALE (1601-01-01) WAS A        *
      *    MONDAY, SO (INTEGER + 6) MOD 7 IS THE DAYS SINCE MONDAY.  *
      *    WEEK 113 STARTS ON THE MONDAY OF THE RUN WEEK AND WEEK 1  *
      *    112 WEEKS BEFORE THAT.                                    *
      *                                                              *
      ****************************************************************
       S0300-BUILD-WEEK-TABLE            SECTION.

           MOVE  W-SYSTEM-DATE           TO  W-DATE-NUM.
           COMPUTE  W-RUN-INT  =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM).
           COMPUTE  W-BASE-INT =  W-RUN-INT
                               -  FUNCTION MOD (W-RUN-INT + 6, 7)
                               -  C-HIST-WEEKS * 7.

           PERFORM  VARYING  I  FROM  1  BY  1
                    UNTIL    I  >  C-ALL-WEEKS
               COMPUTE  W-DATE-INT  =  W-BASE-INT  +  (I - 1) * 7
               COMPUTE  W-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                               (W-DATE-INT)
               MOVE  W-DATE-NUM           TO  WK-MON-DT (I)
               COMPUTE  W-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                               (W-DATE-INT + 6)
               MOVE  W-DATE-NUM           TO  WK-SUN-DT (I)
               MOVE  ZERO                 TO  WK-BIZ-DAYS (I)
               PERFORM  S0310-COUNT-BIZ-DAYS
           END-PERFORM.

           MOVE  WK-MON-DT (1)            TO  W-HIST-FR-DT.
           MOVE  WK-MON-DT (C-HIST-WEEKS + 1)
                                          TO  W-THIS-MON-DT.
           MOVE  WK-MON-DT (C-HIST-WEEKS - 5)
                                          TO  W-PAST-FR-DT.

           DISPLAY  'S0300:HISTORY FROM  ' W-HIST-FR-DT
                    ' FORECAST FROM ' W-THIS-MON-DT.

       S0300-BUILD-WEEK-TABLE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 1 0 - C O U N T - B I Z - D A Y S                   *
      *                                                              *
      *    MONDAY TO FRIDAY OF WEEK I THROUGH LCBSDATE 'W' - THE     *
      *    CALENDAR TAKES OUT THE HOLIDAYS AND CLOSURE DAYS.  IF THE *
      *    SERVICE FAILS THE DAY IS COUNTED AS WORKED.               *
      *                                                              *
      ****************************************************************
       S0310-COUNT-BIZ-DAYS              SECTION.

           PERFORM  VARYING  K  FROM  0  BY  1
                    UNTIL    K  >  4
               COMPUTE  W-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                               (W-DATE-INT + K)
               MOVE  'W'                  TO  L-SDATE-FUNC
               MOVE  W-DATE-NUM           TO  L-SDATE-IN-DT
               MOVE  ZERO                 TO  L-SDATE-DAYS
               MOVE  SPACE                TO  L-SDATE-PROV-CD
               CALL  C-PGM-LCBSDATE  USING  L-SDATE-PARM
               IF  L-SDATE-RC  NOT =  '00'
                   DISPLAY 'S0310:LCBSDATE RC=' L-SDATE-RC
                           ' DATE=' L-SDATE-IN-DT ' - COUNTED'
                   ADD   1                TO  WK-BIZ-DAYS (I)
               ELSE
                   IF  L-SDATE-WORK-FG  =  'Y'
                       ADD   1            TO  WK-BIZ-DAYS (I)
                   END-IF
               END-IF
           END-PERFORM.

       S0310-COUNT-BIZ-DAYS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 4 0 0 - L O A D - C A P A C I T Y                     *
      *                                                              *
      *    TRWBA 'FCSTCAP':  REQUESTS ONE EXAMINER CLEARS IN A       *
      *    BUSINESS DAY.  WITHOUT IT THE FORECAST IS STILL PRINTED   *
      *    BUT NO WEEK IS FLAGGED.                                   *
      *                                                              *
      ****************************************************************
       S0400-LOAD-CAPACITY               SECTION.

           MOVE  'N'                      TO  S-CAP-ACTIVE.
           MOVE  ZERO                     TO  W-CAP-PER-DAY.

           EXEC  SQL  SELECT  THRESHOLD_CNT
                        INTO  :TRWBA.THRESHOLD-CNT
                        FROM  DRWB.TRWBA
                       WHERE  CTL_ID    = 'FCSTCAP'
                         AND  ACTIVE_FG = 'Y'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     IF  THRESHOLD-CNT OF TRWBA  >  ZERO
                         MOVE  THRESHOLD-CNT OF TRWBA
                                          TO  W-CAP-PER-DAY
                         MOVE  'Y'        TO  S-CAP-ACTIVE
                     END-IF
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0400:DB ERROR TRWBA SELECT=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           DISPLAY  'S0400:CAPACITY PER EXAMINER PER DAY ' W-CAP-PER-DAY
                    ' ACTIVE ' S-CAP-ACTIVE.

       S0400-LOAD-CAPACITY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - C L O S E - P A S T - W E E K S               *
      *                                                              *
      *    EVERY FORECAST WEEK NOW ENDED GETS THE RECEIPTS ACTUALLY  *
      *    TAKEN, COUNTED THE SAME WAY AS CURSOR_INTAKE.             *
      *                                                              *
      ****************************************************************
       S1000-CLOSE-PAST-WEEKS            SECTION.

           DISPLAY  'STEP : S1000-CLOSE-PAST-WEEKS'.

           EXEC  SQL  UPDATE  DRWB.TRWCF  F
                         SET  ACTUAL_CNT =
                             (SELECT COUNT(*)
                                FROM DRWA.TRWAD  D
                                     LEFT OUTER JOIN  DRWB.TRWCG  M
                                     ON  M.OLD_TXOFF_CD =
                                         D.RCVE_NO_TXOFF
                               WHERE COALESCE(M.NEW_TXOFF_CD,
                                              D.RCVE_NO_TXOFF)
                                                     = F.TXOFF_CD
                                 AND D.TX_SRVC_TP    = F.TX_SRVC_TP
                                 AND D.RCVE_DT BETWEEN F.WEEK_DT
                                                   AND F.WEEK_END_DT),
                              ACTUAL_FG  = 'Y'
                       WHERE  F.ACTUAL_FG  = 'N'
                         AND  F.WEEK_DT    < :W-THIS-MON-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  A-TRWCF-CLOSE-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S1000:DB ERROR TRWCF CLOSE=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           EXEC  SQL  COMMIT  END-EXEC.

       S1000-CLOSE-PAST-WEEKS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - F O R E C A S T - S W E E P                   *
      *                                                              *
      *    CONTROL BREAK ON OFFICE, THEN SERVICE TYPE.  EACH OFFICE  *
      *    IS COMMITTED WHEN ITS PAGE IS DONE.                       *
      *                                                              *
      ****************************************************************
       S1100-FORECAST-SWEEP              SECTION.

           DISPLAY  'STEP : S1100-FORECAST-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_INTAKE   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR INTAKE OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  S7100-FETCH-INTAKE.

           PERFORM  UNTIL  S-NO-DATA
              IF  S-FIRST-OFF-YES
                  PERFORM  S3100-OFFICE-START
                  PERFORM  S2100-GROUP-START
              ELSE
                  IF  W-FETCH-TXOFF  NOT =  W-CUR-TXOFF
                      PERFORM  S2500-GROUP-END
                      PERFORM  S3900-OFFICE-END
                      PERFORM  S3100-OFFICE-START
                      PERFORM  S2100-GROUP-START
                  ELSE
                      IF  W-FETCH-SRVC  NOT =  W-CUR-SRVC
                          PERFORM  S2500-GROUP-END
                          PERFORM  S2100-GROUP-START
                      END-IF
                  END-IF
              END-IF
              PERFORM  S2200-ADD-DAY
              PERFORM  S7100-FETCH-INTAKE
           END-PERFORM.

           IF  S-FIRST-OFF-NO
               PERFORM  S2500-GROUP-END
               PERFORM  S3900-OFFICE-END
           END-IF.

           EXEC  SQL  CLOSE  CURSOR_INTAKE  END-EXEC.

       S1100-FORECAST-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - G R O U P - S T A R T                         *
      *                                                              *
      ****************************************************************
       S2100-GROUP-START                 SECTION.

           MOVE  W-FETCH-SRVC             TO  W-CUR-SRVC.
           INITIALIZE                     GROUP-TABLE.
           ADD   1                        TO  A-GROUP-CNT.

       S2100-GROUP-START-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - A D D - D A Y                                 *
      *                                                              *
      ****************************************************************
       S2200-ADD-DAY                     SECTION.

           MOVE  W-FETCH-RCVE-DT          TO  W-DATE-NUM.
           COMPUTE  W-DATE-INT  =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM).
           COMPUTE  I  =  (W-DATE-INT - W-BASE-INT) / 7  +  1.

           IF  I  >=  1  AND  I  <=  C-HIST-WEEKS
               ADD   W-FETCH-CNT          TO  G-WEEK-CNT (I)
           END-IF.

       S2200-ADD-DAY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 5 0 0 - G R O U P - E N D                             *
      *                                                              *
      *    TRAILING RATE = RECEIPTS PER BUSINESS DAY OVER WEEKS      *
      *    105-112.  FOR EACH FORECAST WEEK T THE SEASONAL INDEX IS  *
      *    THE RATE IN WEEK T A YEAR (AND TWO YEARS) BACK OVER THE   *
      *    TRAILING RATE AS IT STOOD THEN, AVERAGED OVER THE YEARS   *
      *    THAT HAVE DATA; NO DATA MEANS AN INDEX OF 1.              *
      *                                                              *
      ****************************************************************
       S2500-GROUP-END                   SECTION.

           MOVE  ZERO                     TO  W-TRAIL-CNT
                                              W-TRAIL-BIZ.
           PERFORM  VARYING  I  FROM  C-TRAIL-FR-WEEK  BY  1
                    UNTIL    I  >  C-HIST-WEEKS
               ADD   G-WEEK-CNT (I)       TO  W-TRAIL-CNT
               ADD   WK-BIZ-DAYS (I)      TO  W-TRAIL-BIZ
           END-PERFORM.

           IF  W-TRAIL-BIZ  >  ZERO
               COMPUTE  W-TRAIL-RATE  ROUNDED
                                  =  W-TRAIL-CNT  /  W-TRAIL-BIZ
           ELSE
               MOVE  ZERO                 TO  W-TRAIL-RATE
           END-IF.

           PERFORM  VARYING  K  FROM  1  BY  1
                    UNTIL    K  >  6
               COMPUTE  T  =  C-HIST-WEEKS  +  K
               MOVE  ZERO                 TO  W-IDX-SUM
                                              W-IDX-N
               PERFORM  VARYING  Y  FROM  1  BY  1
                        UNTIL    Y  >  2
                   PERFORM  S2600-YEAR-INDEX
               END-PERFORM
               IF  W-IDX-N  >  ZERO
                   COMPUTE  W-SEAS-IDX  ROUNDED
                                      =  W-IDX-SUM  /  W-IDX-N
               ELSE
                   MOVE  1                TO  W-SEAS-IDX
               END-IF
               COMPUTE  W-FCST  ROUNDED  =  W-TRAIL-RATE
                                         *  W-SEAS-IDX
                                         *  WK-BIZ-DAYS (T)
               MOVE  W-FCST               TO  G-FCST-CNT (K)
               ADD   W-FCST               TO  O-FCST-CNT (K)
               PERFORM  S2700-SAVE-TRWCF
           END-PERFORM.

           PERFORM  S5200-WRITE-GROUP-LINE.

       S2500-GROUP-END-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 6 0 0 - Y E A R - I N D E X                           *
      *                                                              *
      *    SEASONAL INDEX OF FORECAST WEEK T FROM Y YEARS BACK.      *
      *                                                              *
      ****************************************************************
       S2600-YEAR-INDEX                  SECTION.

           COMPUTE  W-LAG-WEEK  =  T  -  C-YEAR-WEEKS * Y.
           COMPUTE  W-BASE-FR   =  C-TRAIL-FR-WEEK  -  C-YEAR-WEEKS * Y.
           COMPUTE  W-BASE-TO   =  C-HIST-WEEKS     -  C-YEAR-WEEKS * Y.

           IF  W-BASE-FR  <  1
           OR  WK-BIZ-DAYS (W-LAG-WEEK)  NOT >  ZERO
               GO TO  S2600-YEAR-INDEX-EXIT
           END-IF.

           MOVE  ZERO                     TO  W-BASE-CNT
                                              W-BASE-BIZ.
           PERFORM  VARYING  I  FROM  W-BASE-FR  BY  1
                    UNTIL    I  >  W-BASE-TO
               ADD   G-WEEK-CNT (I)       TO  W-BASE-CNT
               ADD   WK-BIZ-DAYS (I)      TO  W-BASE-BIZ
           END-PERFORM.

           IF  W-BASE-CNT  NOT >  ZERO
           OR  W-BASE-BIZ  NOT >  ZERO
               GO TO  S2600-YEAR-INDEX-EXIT
           END-IF.

           COMPUTE  W-BASE-RATE  ROUNDED  =  W-BASE-CNT  /  W-BASE-BIZ.
           COMPUTE  W-LAG-RATE   ROUNDED  =  G-WEEK-CNT (W-LAG-WEEK)
                                          /  WK-BIZ-DAYS (W-LAG-WEEK).
           COMPUTE  W-YEAR-IDX   ROUNDED  =  W-LAG-RATE  /  W-BASE-RATE.

           ADD   W-YEAR-IDX               TO  W-IDX-SUM.
           ADD   1                        TO  W-IDX-N.

       S2600-YEAR-INDEX-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 7 0 0 - S A V E - T R W C F                           *
      *                                                              *
      *    A WEEK ALREADY ON FILE KEEPS ITS FIRST FORECAST AND TAKES *
      *    THE NEW ONE AS FCST-CNT; A WEEK NEW TO THE HORIZON IS     *
      *    INSERTED WITH BOTH THE SAME.                              *
      *                                                              *
      ****************************************************************
       S2700-SAVE-TRWCF                  SECTION.

           MOVE  W-CUR-TXOFF              TO  TXOFF-CD       OF TRWCF.
           MOVE  W-CUR-SRVC               TO  TX-SRVC-TP     OF TRWCF.
           MOVE  WK-MON-DT (T)            TO  WEEK-DT        OF TRWCF.
           MOVE  WK-SUN-DT (T)            TO  WEEK-END-DT    OF TRWCF.
           MOVE  WK-BIZ-DAYS (T)          TO  BIZ-DAYS       OF TRWCF.
           MOVE  W-FCST                   TO  FCST-CNT       OF TRWCF
                                              FIRST-FCST-CNT OF TRWCF.
           MOVE  W-SYSTEM-DATE            TO  LAST-FCST-DT   OF TRWCF
                                              FIRST-FCST-DT  OF TRWCF.
           MOVE  W-EXMR-CNT               TO  EXMR-CNT       OF TRWCF.
           MOVE  ZERO                     TO  ACTUAL-CNT     OF TRWCF.
           MOVE  'N'                      TO  ACTUAL-FG      OF TRWCF.

           EXEC  SQL  UPDATE  DRWB.TRWCF
                         SET  FCST_CNT     = :TRWCF.FCST-CNT,
                              LAST_FCST_DT = :TRWCF.LAST-FCST-DT,
                              BIZ_DAYS     = :TRWCF.BIZ-DAYS,
                              EXMR_CNT     = :TRWCF.EXMR-CNT
                       WHERE  TXOFF_CD     = :TRWCF.TXOFF-CD
                         AND  TX_SRVC_TP   = :TRWCF.TX-SRVC-TP
                         AND  WEEK_DT      = :TRWCF.WEEK-DT
                         AND  ACTUAL_FG    = 'N'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-TRWCF-UPD-CNT
                     GO TO  S2700-SAVE-TRWCF-EXIT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCF
                             (TXOFF_CD,
                              TX_SRVC_TP,
                              WEEK_DT,
                              WEEK_END_DT,
                              BIZ_DAYS,
                              FIRST_FCST_CNT,
                              FIRST_FCST_DT,
                              FCST_CNT,
                              LAST_FCST_DT,
                              EXMR_CNT,
                              ACTUAL_CNT,
                              ACTUAL_FG   )
                       VALUES
                             (:TRWCF.TXOFF-CD,
                              :TRWCF.TX-SRVC-TP,
                              :TRWCF.WEEK-DT,
                              :TRWCF.WEEK-END-DT,
                              :TRWCF.BIZ-DAYS,
                              :TRWCF.FIRST-FCST-CNT,
                              :TRWCF.FIRST-FCST-DT,
                              :TRWCF.FCST-CNT,
                              :TRWCF.LAST-FCST-DT,
                              :TRWCF.EXMR-CNT,
                              :TRWCF.ACTUAL-CNT,
                              :TRWCF.ACTUAL-FG   )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           ADD   1                        TO  A-TRWCF-INS-CNT.

       S2700-SAVE-TRWCF-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - O F F I C E - S T A R T                       *
      *                                                              *
      ****************************************************************
       S3100-OFFICE-START                SECTION.

           MOVE  W-FETCH-TXOFF            TO  W-CUR-TXOFF.
           MOVE  HIGH-VALUE               TO  S-FIRST-OFF-FLAG.
           INITIALIZE                     OFFICE-TOTALS.
           ADD   1                        TO  A-OFFICE-CNT.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-EXMR-CNT
                        FROM  DRWB.TRWBT
                       WHERE  TXOFF_CD  = :W-CUR-TXOFF
                         AND  ACTIVE_FG = 'Y'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S3100:DB ERROR TRWBT COUNT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-CUR-TXOFF              TO  H2-TXOFF.
           MOVE  W-EXMR-CNT               TO  H2-EXMR-CNT.
           MOVE  W-CAP-PER-DAY            TO  H2-CAP-PER-DAY.
           WRITE  O-RPT-REC  FROM  H2-OFFICE-LINE.
           PERFORM  S5900-CHECK-RPT-WRITE.

           MOVE  SPACE                    TO  H3-WEEK-LINE (11:60).
           PERFORM  VARYING  K  FROM  1  BY  1
                    UNTIL    K  >  6
               MOVE  WK-MON-DT (C-HIST-WEEKS + K)
                                          TO  H3-WEEK-DT (K)
           END-PERFORM.
           WRITE  O-RPT-REC  FROM  H3-WEEK-LINE.
           PERFORM  S5900-CHECK-RPT-WRITE.

       S3100-OFFICE-START-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 9 0 0 - O F F I C E - E N D                           *
      *                                                              *
      *    OFFICE TOTAL, ROSTER CAPACITY AND THE STAFFING FLAG PER   *
      *    WEEK:  SHORT WHEN THE FORECAST EXCEEDS WHAT THE ACTIVE    *
      *    EXAMINERS CAN CLEAR IN THE WEEK'S BUSINESS DAYS.          *
      *                                                              *
      ****************************************************************
       S3900-OFFICE-END                  SECTION.

           MOVE  SPACE                    TO  D1-FCST-LINE.
           MOVE  'TOTAL'                  TO  D1-LABEL.
           PERFORM  VARYING  K  FROM  1  BY  1
                    UNTIL    K  >  6
               MOVE  O-FCST-CNT (K)       TO  D1-CNT (K)
           END-PERFORM.
           WRITE  O-RPT-REC  FROM  D1-FCST-LINE.
           PERFORM  S5900-CHECK-RPT-WRITE.

           IF  S-CAP-ON
               MOVE  SPACE                TO  D1-FCST-LINE
               MOVE  'CAPACITY'           TO  D1-LABEL
               MOVE  SPACE                TO  D2-STAFF-LINE (11:60)
               PERFORM  VARYING  K  FROM  1  BY  1
                        UNTIL    K  >  6
                   COMPUTE  W-FCST  =  W-EXMR-CNT  *  W-CAP-PER-DAY
                                    *  WK-BIZ-DAYS (C-HIST-WEEKS + K)
                   MOVE  W-FCST           TO  D1-CNT (K)
                   IF  O-FCST-CNT (K)  >  W-FCST
                       MOVE  'SHORT'      TO  D2-FLAG (K)
                       ADD   1            TO  A-SHORT-WEEK-CNT
                   ELSE
                       MOVE  'OK'         TO  D2-FLAG (K)
                   END-IF
               END-PERFORM
               WRITE  O-RPT-REC  FROM  D1-FCST-LINE
               PERFORM  S5900-CHECK-RPT-WRITE
               WRITE  O-RPT-REC  FROM  D2-STAFF-LINE
               PERFORM  S5900-CHECK-RPT-WRITE
           END-IF.

           EXEC  SQL  COMMIT  END-EXEC.

       S3900-OFFICE-END-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 0 0 - P A S T - W E E K S - P A G E                 *
      *                                                              *
      ****************************************************************
       S1500-PAST-WEEKS-PAGE             SECTION.

           DISPLAY  'STEP : S1500-PAST-WEEKS-PAGE'.

           MOVE  W-PAST-FR-DT             TO  H4-PAST-FR-DT.
           WRITE  O-RPT-REC  FROM  H4-PAST-HEAD.
           PERFORM  S5900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H5-PAST-COLM.
           PERFORM  S5900-CHECK-RPT-WRITE.

           EXEC  SQL  OPEN  CURSOR_PAST   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1500:DB ERROR PAST OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-PAST-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-PAST
              PERFORM  S7200-FETCH-PAST
              IF  NOT  S-NO-MORE-PAST
                  PERFORM  S5300-WRITE-PAST-LINE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_PAST   END-EXEC.

       S1500-PAST-WEEKS-PAGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 2 0 0 - W R I T E - G R O U P - L I N E               *
      *                                                              *
      ****************************************************************
       S5200-WRITE-GROUP-LINE            SECTION.

           MOVE  SPACE                    TO  D1-FCST-LINE.
           MOVE  W-CUR-SRVC               TO  D1-LABEL.
           PERFORM  VARYING  K  FROM  1  BY  1
                    UNTIL    K  >  6
               MOVE  G-FCST-CNT (K)       TO  D1-CNT (K)
           END-PERFORM.

           WRITE  O-RPT-REC  FROM  D1-FCST-LINE.
           PERFORM  S5900-CHECK-RPT-WRITE.

       S5200-WRITE-GROUP-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - P A S T - L I N E                 *
      *                                                              *
      *    LAST-ERR% IS THE LATEST (ONE-WEEK-AHEAD) FORECAST'S MISS  *
      *    AS A PERCENTAGE OF THE ACTUAL; BLANK WHEN NOTHING CAME IN.*
      *                                                              *
      ****************************************************************
       S5300-WRITE-PAST-LINE             SECTION.

           INITIALIZE  D3-PAST-LINE.

           MOVE  TXOFF-CD       OF TRWCF  TO  D3-TXOFF.
           MOVE  WEEK-DT        OF TRWCF  TO  D3-WEEK-DT.
           MOVE  FIRST-FCST-CNT OF TRWCF  TO  D3-FIRST-FCST.
           MOVE  FCST-CNT       OF TRWCF  TO  D3-LAST-FCST.
           MOVE  ACTUAL-CNT     OF TRWCF  TO  D3-ACTUAL.

           IF  ACTUAL-CNT OF TRWCF  >  ZERO
               COMPUTE  W-ERR-PCT  ROUNDED
                     =  (FCST-CNT OF TRWCF  -  ACTUAL-CNT OF TRWCF)
                     *  100  /  ACTUAL-CNT OF TRWCF
               MOVE  W-ERR-PCT            TO  D3-ERR-PCT
           ELSE
               MOVE  SPACE                TO  D3-PAST-LINE (56:8)
           END-IF.

           WRITE  O-RPT-REC  FROM  D3-PAST-LINE.
           PERFORM  S5900-CHECK-RPT-WRITE.

       S5300-WRITE-PAST-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 9 0 0 - C H E C K - R P T - W R I T E                 *
      *                                                              *
      ****************************************************************
       S5900-CHECK-RPT-WRITE             SECTION.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5900:ERROR=JAPP070 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - I N T A K E                       *
      *                                                              *
      ****************************************************************
       S7100-FETCH-INTAKE                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_INTAKE
                 INTO  :W-FETCH-TXOFF
                 ,     :W-FETCH-SRVC
                 ,     :W-FETCH-RCVE-DT
                 ,     :W-FETCH-CNT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   W-FETCH-CNT   TO  A-INTAKE-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR INTAKE FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-INTAKE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - P A S T                           *
      *                                                              *
      ****************************************************************
       S7200-FETCH-PAST                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_PAST
                 INTO  :TRWCF.TXOFF-CD
                 ,     :TRWCF.WEEK-DT
                 ,     :TRWCF.FIRST-FCST-CNT
                 ,     :TRWCF.FCST-CNT
                 ,     :TRWCF.ACTUAL-CNT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-PAST-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7200:DB ERROR PAST FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7200-FETCH-PAST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      ****************************************************************
       S8100-SQL-ABORT                   SECTION.

           MOVE  SQLCODE                  TO  W-SQLCODE.
           DISPLAY  'S8100:DB ERROR TRWCF=' W-SQLCODE
                    ' OFFICE=' W-CUR-TXOFF ' SRVC=' W-CUR-SRVC
                    ' WEEK=' WK-MON-DT (T).

           EXEC  SQL  ROLLBACK  END-EXEC.

           MOVE  U-ABEND-CODE1            TO  RETURN-CODE.
           PERFORM  S0100-MAIN-EXIT.

       S8100-SQL-ABORT-EXIT.
           EXIT.
