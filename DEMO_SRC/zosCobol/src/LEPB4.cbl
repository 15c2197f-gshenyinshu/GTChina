      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LEPB4.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : MONTHLY COMPLAINT REGISTER REPORT             *
      *  DESCRIPTION : SUMMARIZES THE DRWB.TRWCP COMPLAINT REGISTER  *
      *                FOR THE SYSIN MONTH BY OFFICE AND CATEGORY:   *
      *                COMPLAINTS RECEIVED, CLOSED, CLOSED ON TIME   *
      *                AND THE ON-TIME RESPONSE RATE, STILL OPEN AT  *
      *                MONTH END AND HOW MANY OF THOSE ARE PAST DUE. *
      *                A SECOND SECTION LISTS REPEAT COMPLAINANTS -  *
      *                TWO OR MORE COMPLAINTS IN THE 12 MONTHS       *
      *                ENDING WITH THE REPORT MONTH, AT LEAST ONE OF *
      *                THEM IN THE MONTH ITSELF.                     *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LEPB4                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-YYMM (PIC X(06))           *
      *                   BLANK = THE MONTH BEFORE THE RUN DATE      *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWCP                              R                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  LEPP040
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
           'LEPB4    - WORKING STORAGE BEGINS HERE'.

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
      *    OFFICE AND GRAND TOTALS CARRY THE SAME FIVE COUNTS AS A   *
      *    DETAIL ROW; THE RATE IS WORKED FROM THEM, NEVER SUMMED.   *
      *                                                              *
      ****************************************************************
       01  ACCUMULATORS.

           05  A-GROUP-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-OFFICE-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-REPEAT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-OFF-TOT.
               10  A-OFF-RCVE            PIC  9(09)  VALUE  ZERO.
               10  A-OFF-CLOSED          PIC  9(09)  VALUE  ZERO.
               10  A-OFF-ONTIME          PIC  9(09)  VALUE  ZERO.
               10  A-OFF-OPEN            PIC  9(09)  VALUE  ZERO.
               10  A-OFF-OVERDUE         PIC  9(09)  VALUE  ZERO.
           05  A-GRAND-TOT.
               10  A-GRD-RCVE            PIC  9(09)  VALUE  ZERO.
               10  A-GRD-CLOSED          PIC  9(09)  VALUE  ZERO.
               10  A-GRD-ONTIME          PIC  9(09)  VALUE  ZERO.
               10  A-GRD-OPEN            PIC  9(09)  VALUE  ZERO.
               10  A-GRD-OVERDUE         PIC  9(09)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LEPB4'.

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
           05  W-YEAR-FR                 PIC  X(08)  VALUE  SPACE.
           05  W-CALC-YYYY               PIC  9(04)  VALUE  ZERO.
           05  W-CALC-MM                 PIC  9(02)  VALUE  ZERO.
      *    LAST DAY OF EACH MONTH; FEBRUARY IS RAISED TO 29 IN A
      *    LEAP YEAR.
           05  W-MM-DAYS-TBL             PIC  X(24)  VALUE
               '312831303130313130313031'.
           05  W-MM-DAYS-R           REDEFINES  W-MM-DAYS-TBL.
               10  W-MM-DAYS             PIC  X(02)  OCCURS  12.
           05  W-LEAP-QUOT               PIC  9(04)  VALUE  ZERO.
           05  W-LEAP-REM4               PIC  9(03)  VALUE  ZERO.
           05  W-LEAP-REM100             PIC  9(03)  VALUE  ZERO.
           05  W-LEAP-REM400             PIC  9(03)  VALUE  ZERO.
           05  W-PREV-TXOFF              PIC  X(03)  VALUE  SPACE.
           05  W-RATE                    PIC  S9(03)V9(01) COMP-3
                                                     VALUE  +0.
      *    ONE OFFICE/CATEGORY ROW AS FETCHED, OR A TOTAL LOADED
      *    INTO THE SAME SHAPE FOR PRINTING.
           05  W-ROW.
               10  W-ROW-TXOFF           PIC  X(03)  VALUE  SPACE.
               10  W-ROW-CATG            PIC  X(02)  VALUE  SPACE.
               10  W-ROW-RCVE            PIC  S9(09) COMP  VALUE +0.
               10  W-ROW-CLOSED          PIC  S9(09) COMP  VALUE +0.
               10  W-ROW-ONTIME          PIC  S9(09) COMP  VALUE +0.
               10  W-ROW-OPEN            PIC  S9(09) COMP  VALUE +0.
               10  W-ROW-OVERDUE         PIC  S9(09) COMP  VALUE +0.
           05  W-ROW-SAVE                PIC  X(25)  VALUE  SPACE.
           05  W-REP-ID                  PIC  X(13)  VALUE  SPACE.
           05  W-REP-NM                  PIC  X(30)  VALUE  SPACE.
           05  W-REP-YEAR-CNT            PIC  S9(09) COMP  VALUE +0.
           05  W-REP-MONTH-CNT           PIC  S9(09) COMP  VALUE +0.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(42)  VALUE
                   'COMPLAINT REGISTER            REPORT MONTH'.
               10  FILLER                PIC  X(02)  VALUE  ': '.
               10  H1-YYMM               PIC  X(06).
               10  FILLER                PIC  X(81)  VALUE  SPACE.

           05  H2-COLM-LINE.
               10  FILLER                PIC  X(35)  VALUE
                   ' OFF  CG   RECEIVED     CLOSED    O'.
               10  FILLER                PIC  X(35)  VALUE
                   'N-TIME  RATE%   OPEN-END    OVERDUE'.
               10  FILLER                PIC  X(62)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-CATG               PIC  X(02).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-RCVE-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-CLOSED-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-ONTIME-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-RATE               PIC  ZZ9.9.
               10  D1-RATE-X             REDEFINES  D1-RATE
                                         PIC  X(05).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-OPEN-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-OVERDUE-CNT        PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(62)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

           05  H3-REPEAT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(51)  VALUE
               'REPEAT COMPLAINANTS - 2 OR MORE IN 12 MONTHS ENDING'.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  H3-YYMM               PIC  X(06).
               10  FILLER                PIC  X(73)  VALUE  SPACE.

           05  H4-COLM-LINE.
               10  FILLER                PIC  X(35)  VALUE
                   ' COMPLAINANT ID NAME               '.
               10  FILLER                PIC  X(34)  VALUE
                   '             12 MONTHS  THIS MONTH'.
               10  FILLER                PIC  X(63)  VALUE  SPACE.

           05  D2-REPEAT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-COMPLAINANT-ID     PIC  X(13).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-COMPLAINANT-NM     PIC  X(30).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-YEAR-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-MONTH-CNT          PIC  ZZZZZZZZZ9.
               10  FILLER                PIC  X(63)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'OFFICES   :'.
               10  T1-OFFICE-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(13)  VALUE
                   '  GROUPS   :'.
               10  T1-GROUP-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(12)  VALUE
                   '  REPEATS :'.
               10  T1-REPEAT-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(67)  VALUE  SPACE.

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
      *    CURSOR_CATG : ONE ROW PER OFFICE AND CATEGORY WITH ANY    *
      *    COMPLAINT RECEIVED BY MONTH END AND NOT CLOSED BEFORE     *
      *    THE MONTH BEGAN - WHICH IS EVERY ROW THE FIVE COUNTS      *
      *    CAN TOUCH.  ON-TIME IS AS LEP34 DECIDED IT AT CLOSURE.    *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_CATG  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD
                 ,        CMPL_CATG
                 ,        SUM(CASE WHEN RCVE_DT  >= :W-MONTH-FR
                                   THEN 1 ELSE 0 END)
                 ,        SUM(CASE WHEN CLOSE_DT >= :W-MONTH-FR
                                    AND CLOSE_DT <= :W-MONTH-TO
                                   THEN 1 ELSE 0 END)
                 ,        SUM(CASE WHEN CLOSE_DT >= :W-MONTH-FR
                                    AND CLOSE_DT <= :W-MONTH-TO
                                    AND ONTIME_FG = 'Y'
                                   THEN 1 ELSE 0 END)
                 ,        SUM(CASE WHEN CLOSE_DT  = ' '
                                     OR CLOSE_DT  > :W-MONTH-TO
                                   THEN 1 ELSE 0 END)
                 ,        SUM(CASE WHEN ( CLOSE_DT  = ' '
                                     OR   CLOSE_DT  > :W-MONTH-TO )
                                    AND DUE_DT    < :W-MONTH-TO
                                   THEN 1 ELSE 0 END)
                 FROM     DRWB.TRWCP
                 WHERE    RCVE_DT  <=  :W-MONTH-TO
                 AND    ( CLOSE_DT  =  ' '
                   OR     CLOSE_DT >=  :W-MONTH-FR )
                 GROUP BY TXOFF_CD, CMPL_CATG
                 ORDER BY TXOFF_CD, CMPL_CATG
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_REPEAT : COMPLAINANTS WITH TWO OR MORE COMPLAINTS  *
      *    IN THE 12 MONTHS TO MONTH END, ONE AT LEAST IN THE MONTH, *
      *    MOST FREQUENT FIRST.                                      *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_REPEAT  CURSOR  WITH  HOLD  FOR
                 SELECT   COMPLAINANT_ID
                 ,        MAX(COMPLAINANT_NM)
                 ,        COUNT(*)
                 ,        SUM(CASE WHEN RCVE_DT >= :W-MONTH-FR
                                   THEN 1 ELSE 0 END)
                 FROM     DRWB.TRWCP
                 WHERE    RCVE_DT  BETWEEN  :W-YEAR-FR
                                        AND  :W-MONTH-TO
                 AND      COMPLAINANT_ID  >  ' '
                 GROUP BY COMPLAINANT_ID
                 HAVING   COUNT(*)  >=  2
                 AND      SUM(CASE WHEN RCVE_DT >= :W-MONTH-FR
                                   THEN 1 ELSE 0 END)  >  0
                 ORDER BY 3  DESC,  1
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LEPB4    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-CATEGORY-SCAN.

           PERFORM  S1200-REPEAT-SCAN.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LEPB4    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** LEPB4    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* OFFICE-CNT     : ' A-OFFICE-CNT.
           DISPLAY '* GROUP-CNT      : ' A-GROUP-CNT.
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
      *    THE 12-MONTH WINDOW FOR REPEATS STARTS ON THE FIRST OF    *
      *    THE MONTH ELEVEN MONTHS BEFORE THE REPORT MONTH.          *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    ACCUMULATORS.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LEPB4    START-TIME = ' W-SYSTEM-DATETIME.
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

           MOVE  W-SYSIN-YYMM (1:4)      TO  W-CALC-YYYY.
           MOVE  W-SYSIN-YYMM (5:2)      TO  W-CALC-MM.
           MOVE  W-MM-DAYS (W-CALC-MM)   TO  W-MONTH-TO (7:2).
           IF  W-CALC-MM                 =   2
               DIVIDE  W-CALC-YYYY  BY  4    GIVING  W-LEAP-QUOT
                                          REMAINDER  W-LEAP-REM4
               DIVIDE  W-CALC-YYYY  BY  100  GIVING  W-LEAP-QUOT
                                          REMAINDER  W-LEAP-REM100
               DIVIDE  W-CALC-YYYY  BY  400  GIVING  W-LEAP-QUOT
                                          REMAINDER  W-LEAP-REM400
               IF  W-LEAP-REM4           =   ZERO
               AND (W-LEAP-REM100    NOT =   ZERO
                OR  W-LEAP-REM400        =   ZERO)
                   MOVE  '29'            TO  W-MONTH-TO (7:2)
               END-IF
           END-IF.

           IF  W-CALC-MM                 =   12
               MOVE  1                   TO  W-CALC-MM
           ELSE
               SUBTRACT  1             FROM  W-CALC-YYYY
               ADD       1               TO  W-CALC-MM
           END-IF.
           MOVE  W-CALC-YYYY             TO  W-YEAR-FR (1:4).
           MOVE  W-CALC-MM               TO  W-YEAR-FR (5:2).
           MOVE  '01'                    TO  W-YEAR-FR (7:2).

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LEPP040 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSIN-YYMM            TO  H1-YYMM  H3-YYMM.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  H2-COLM-LINE.
           ADD   2                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - C A T E G O R Y - S C A N                     *
      *                                                              *
      *    EACH OFFICE'S CATEGORIES ARE FOLLOWED BY AN OFFICE TOTAL  *
      *    ('**'), THE REPORT BY A GRAND TOTAL ('***').              *
      *                                                              *
      ****************************************************************
       S1100-CATEGORY-SCAN               SECTION.

           DISPLAY  'STEP : S1100-CATEGORY-SCAN'.

           EXEC  SQL  OPEN  CURSOR_CATG   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR CATG OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-CATG
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-CHECK-OFFICE-BREAK
                  PERFORM  S2200-ADD-TOTALS
                  PERFORM  S5100-WRITE-DETAIL
                  ADD   1                 TO  A-GROUP-CNT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_CATG   END-EXEC.

           IF  S-FIRST-OFF-NO
               PERFORM  S2300-WRITE-OFFICE-TOTAL
           END-IF.

           MOVE  '***'                    TO  W-ROW-TXOFF.
           MOVE  SPACE                    TO  W-ROW-CATG.
           MOVE  A-GRD-RCVE               TO  W-ROW-RCVE.
           MOVE  A-GRD-CLOSED             TO  W-ROW-CLOSED.
           MOVE  A-GRD-ONTIME             TO  W-ROW-ONTIME.
           MOVE  A-GRD-OPEN               TO  W-ROW-OPEN.
           MOVE  A-GRD-OVERDUE            TO  W-ROW-OVERDUE.
           PERFORM  S5100-WRITE-DETAIL.

       S1100-CATEGORY-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - R E P E A T - S C A N                         *
      *                                                              *
      ****************************************************************
       S1200-REPEAT-SCAN                 SECTION.

           DISPLAY  'STEP : S1200-REPEAT-SCAN'.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  H3-REPEAT-LINE.
           WRITE  O-RPT-REC  FROM  H4-COLM-LINE.
           ADD   3                        TO  A-RPT-WRIT-CNT.

           EXEC  SQL  OPEN  CURSOR_REPEAT  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1200:DB ERROR REPEAT OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7200-FETCH-REPEAT
              IF  NOT  S-NO-DATA
                  PERFORM  S5200-WRITE-REPEAT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_REPEAT  END-EXEC.

           MOVE  A-OFFICE-CNT             TO  T1-OFFICE-CNT.
           MOVE  A-GROUP-CNT              TO  T1-GROUP-CNT.
           MOVE  A-REPEAT-CNT             TO  T1-REPEAT-CNT.
           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

       S1200-REPEAT-SCAN-EXIT.
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
               ADD   1                   TO  A-OFFICE-CNT
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

           ADD   W-ROW-RCVE               TO  A-OFF-RCVE
                                              A-GRD-RCVE.
           ADD   W-ROW-CLOSED             TO  A-OFF-CLOSED
                                              A-GRD-CLOSED.
           ADD   W-ROW-ONTIME             TO  A-OFF-ONTIME
                                              A-GRD-ONTIME.
           ADD   W-ROW-OPEN               TO  A-OFF-OPEN
                                              A-GRD-OPEN.
           ADD   W-ROW-OVERDUE            TO  A-OFF-OVERDUE
                                              A-GRD-OVERDUE.

       S2200-ADD-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - W R I T E - O F F I C E - T O T A L           *
      *                                                              *
      *    THE CURRENT FETCHED ROW IS SAVED ACROSS THE TOTAL LINE.   *
      *                                                              *
      ****************************************************************
       S2300-WRITE-OFFICE-TOTAL          SECTION.

           MOVE  W-ROW                    TO  W-ROW-SAVE.

           MOVE  W-PREV-TXOFF             TO  W-ROW-TXOFF.
           MOVE  '**'                     TO  W-ROW-CATG.
           MOVE  A-OFF-RCVE               TO  W-ROW-RCVE.
           MOVE  A-OFF-CLOSED             TO  W-ROW-CLOSED.
           MOVE  A-OFF-ONTIME             TO  W-ROW-ONTIME.
           MOVE  A-OFF-OPEN               TO  W-ROW-OPEN.
           MOVE  A-OFF-OVERDUE            TO  W-ROW-OVERDUE.
           PERFORM  S5100-WRITE-DETAIL.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           MOVE  W-ROW-SAVE               TO  W-ROW.

       S2300-WRITE-OFFICE-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      *    ON-TIME RATE IS OF THE COMPLAINTS CLOSED IN THE MONTH;    *
      *    NONE CLOSED PRINTS A DASH, NOT A MISLEADING ZERO.         *
      *                                                              *
      ****************************************************************
       S5100-WRITE-DETAIL                SECTION.

           INITIALIZE  D1-DETAIL-LINE.

           MOVE  W-ROW-TXOFF              TO  D1-TXOFF.
           MOVE  W-ROW-CATG               TO  D1-CATG.
           MOVE  W-ROW-RCVE               TO  D1-RCVE-CNT.
           MOVE  W-ROW-CLOSED             TO  D1-CLOSED-CNT.
           MOVE  W-ROW-ONTIME             TO  D1-ONTIME-CNT.
           MOVE  W-ROW-OPEN               TO  D1-OPEN-CNT.
           MOVE  W-ROW-OVERDUE            TO  D1-OVERDUE-CNT.

           IF  W-ROW-CLOSED  >  ZERO
               COMPUTE  W-RATE  ROUNDED  =
                        W-ROW-ONTIME  *  100  /  W-ROW-CLOSED
               MOVE  W-RATE               TO  D1-RATE
           ELSE
               MOVE  '    -'              TO  D1-RATE-X
           END-IF.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5100:ERROR=LEPP040 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5100-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 2 0 0 - W R I T E - R E P E A T                       *
      *                                                              *
      ****************************************************************
       S5200-WRITE-REPEAT                SECTION.

           INITIALIZE  D2-REPEAT-LINE.

           MOVE  W-REP-ID                 TO  D2-COMPLAINANT-ID.
           MOVE  W-REP-NM                 TO  D2-COMPLAINANT-NM.
           MOVE  W-REP-YEAR-CNT           TO  D2-YEAR-CNT.
           MOVE  W-REP-MONTH-CNT          TO  D2-MONTH-CNT.

           WRITE  O-RPT-REC  FROM  D2-REPEAT-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5200:ERROR=LEPP040 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.
           ADD   1                        TO  A-REPEAT-CNT.

       S5200-WRITE-REPEAT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - C A T G                           *
      *                                                              *
      ****************************************************************
       S7100-FETCH-CATG                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_CATG
                 INTO  :W-ROW-TXOFF
                 ,     :W-ROW-CATG
                 ,     :W-ROW-RCVE
                 ,     :W-ROW-CLOSED
                 ,     :W-ROW-ONTIME
                 ,     :W-ROW-OPEN
                 ,     :W-ROW-OVERDUE
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR CATG FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-CATG-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - R E P E A T                       *
      *                                                              *
      ****************************************************************
       S7200-FETCH-REPEAT                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_REPEAT
                 INTO  :W-REP-ID
                 ,     :W-REP-NM
                 ,     :W-REP-YEAR-CNT
                 ,     :W-REP-MONTH-CNT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7200:DB ERROR REPEAT FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7200-FETCH-REPEAT-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LEPB4            *
      *                                                              *
      ****************************************************************
