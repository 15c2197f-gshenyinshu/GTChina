      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LCBBGDQP.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : EXTRACT DATA-QUALITY PROFILE                  *
      *  DESCRIPTION : PROFILES ONE LCBBGDMP EXTRACT (TG210-TG720)   *
      *                RIGHT AFTER ITS UNLOAD - THE LCBBGDSP STREAM  *
      *                DECK RUNS IT AS THE STEP AFTER LCBBGDMP.      *
      *                FOR EVERY COLUMN NAMED IN DQ_COL_RULE IT      *
      *                COUNTS BLANKS, ESTIMATES DISTINCT VALUES      *
      *                (LINEAR COUNTING OVER A 2048-SLOT BITMAP),    *
      *                TAKES THE MINIMUM AND MAXIMUM AND COUNTS      *
      *                CODES OUTSIDE THE RULE'S DOMAIN LIST (AND     *
      *                NON-NUMERIC VALUES IN A NUMERIC COLUMN).      *
      *                EACH RUN IS KEPT IN DQ_PROFILE_HIST AND       *
      *                JUDGED AGAINST THE AVERAGE OF THE LAST FIVE   *
      *                RUNS OF THE SAME TABLE AND UNLOAD MODE: A     *
      *                ROW COUNT OR BLANK RATE THAT MOVED BEYOND ITS *
      *                TOLERANCE, OR ANY OUT-OF-DOMAIN CODE, IS      *
      *                FLAGGED ON THE REPORT AND ENDS THE STEP RC 4  *
      *                SO THE SCHEDULE CAN HOLD DISTRIBUTION.        *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LCBBGDQP                                   *
      *                                                              *
      *  INPUT PARMS    : SYSIN - TABLE-ID(5) RUN-MODE(1)            *
      *                           (RUN-MODE AS LCBBGDMP'S: F / I)    *
      *  INPUT  FILE    : DQIN   - THE TABLE'S OUTSAM EXTRACT        *
      *  REPORT FILE    : DQP010 - DATA-QUALITY REPORT               *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  LCBD2CTL.DQ_COL_RULE                   R                    *
      *  LCBD2CTL.DQ_PROFILE_HIST               CR                   *
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
           SELECT  I-EXT-FILE   ASSIGN    TO  DQIN
                   FILE         STATUS    IS  S-EXT-STATUS.

           SELECT  O-RPT-FILE   ASSIGN    TO  DQP010
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

       FD  I-EXT-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           600  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   I-EXT-REC.
       01  I-EXT-REC                     PIC  X(600).

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
           'LCBBGDQP - WORKING STORAGE BEGINS HERE'.

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

           05  A-READ-CNT                PIC  9(11)  VALUE  ZERO.
           05  A-HIST-WRIT-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-FLAG-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LCBBGDQP'.
           05  C-MAX-COLS                PIC S9(04)  COMP  VALUE +30.
           05  C-BITMAP-SIZE             PIC S9(04)  COMP  VALUE +2048.
           05  C-MIN-TREND-RUNS          PIC S9(04)  COMP  VALUE +3.
           05  C-DEFAULT-ROW-TOL         PIC S9(03)V9(02)  COMP-3
                                                     VALUE +20.00.
           05  C-HASH-MODULUS            PIC S9(09)  COMP
                                                     VALUE +999999999.
           05  C-WARN-RETURN-CODE        PIC S9(04)  COMP  VALUE +4.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-TABLE-ID          PIC  X(05)  VALUE  SPACE.
               88  W-SYSIN-TABLE-IS-VALID       VALUE
                   'TG210' 'TG220' 'TG230' 'TG240' 'TG290'
                   'TG610' 'TG620' 'TG710' 'TG720'.
           05  W-SYSIN-RUN-MODE          PIC  X(01)  VALUE  SPACE.
               88  W-SYSIN-RUN-MODE-IS-VALID    VALUE  SPACE 'F' 'I'.
           05  FILLER                    PIC  X(74)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-EXT-STATUS              PIC  X(002).
               88  S-EXT-NORMAL                      VALUE '00'.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

           05  S-FILE-END                PIC  X(01)  VALUE 'N'.
               88  S-FILE-END-YES                    VALUE 'Y'.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

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

           05  W-FLD-CNT                 PIC S9(04) COMP  VALUE +0.
           05  W-FX                      PIC S9(04) COMP  VALUE +0.
           05  W-CX                      PIC S9(04) COMP  VALUE +0.
           05  W-IX                      PIC S9(04) COMP  VALUE +0.
           05  W-PTR                     PIC S9(04) COMP  VALUE +1.
           05  W-TRIM-LEN                PIC S9(04) COMP  VALUE +0.
           05  W-LEAD                    PIC S9(04) COMP  VALUE +0.
           05  W-LJ-LEN                  PIC S9(04) COMP  VALUE +0.
           05  W-PROBE-LEN               PIC S9(04) COMP  VALUE +0.
           05  W-HIT                     PIC S9(04) COMP  VALUE +0.
           05  W-SLOT                    PIC S9(04) COMP  VALUE +0.
           05  W-BYTE                    PIC S9(04) COMP  VALUE +0.
           05  W-EMPTY                   PIC S9(04) COMP  VALUE +0.
           05  W-HASH                    PIC S9(09) COMP  VALUE +0.
           05  W-TREND-RUNS              PIC S9(09) COMP  VALUE +0.

           05  W-ROW-TOL                 PIC S9(03)V9(02)  COMP-3.
           05  W-CHG-PCT                 PIC S9(07)V9(02)  COMP-3.
           05  W-NUM                     PIC S9(13)V9(04)  COMP-3.

           05  W-VAL                     PIC  X(60)  VALUE SPACE.
           05  W-VAL-LJ                  PIC  X(60)  VALUE SPACE.
           05  W-NUM-CHK                 PIC  X(60)  VALUE SPACE.
           05  W-PROBE                   PIC  X(64)  VALUE SPACE.

           05  W-FLD-TABLE.
               10  W-FLD-OCC  OCCURS  30 TIMES.
                   15  W-FLD             PIC  X(60).

      ****************************************************************
      *                                                              *
      *    C O L U M N   R U L E S   A N D   S T A T I S T I C S     *
      *                                                              *
      *    ONE ENTRY PER DQ_COL_RULE ROW FOR THE TABLE, IN COL-SEQ   *
      *    ORDER.  W-COL-DOM-WRAP IS THE DOMAIN LIST WITH A COMMA    *
      *    ADDED AT EACH END SO ',CODE,' FINDS WHOLE CODES ONLY.     *
      *                                                              *
      ****************************************************************
       01  W-COL-CNT                     PIC S9(04) COMP  VALUE +0.

       01  W-COL-TABLE.
           05  W-COL-OCC  OCCURS  30 TIMES.
               10  W-COL-SEQ             PIC S9(04) COMP.
               10  W-COL-NM              PIC  X(18).
               10  W-COL-TYPE            PIC  X(01).
                   88  W-COL-NUMERIC               VALUE 'N'.
               10  W-COL-BLANK-TOL       PIC S9(03)V9(02)  COMP-3.
               10  W-COL-DOM-WRAP        PIC  X(62).
               10  W-COL-DOM-LEN         PIC S9(04) COMP.
               10  W-COL-BLANK-CNT       PIC S9(11) COMP-3.
               10  W-COL-VAL-CNT         PIC S9(11) COMP-3.
               10  W-COL-OOD-CNT         PIC S9(11) COMP-3.
               10  W-COL-MINMAX-SET      PIC  X(01).
               10  W-COL-MIN             PIC  X(30).
               10  W-COL-MAX             PIC  X(30).
               10  W-COL-MIN-NUM         PIC S9(13)V9(04)  COMP-3.
               10  W-COL-MAX-NUM         PIC S9(13)V9(04)  COMP-3.
               10  W-COL-SLOT-SET        PIC S9(04) COMP.
               10  W-COL-BITMAP          PIC  X(2048).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(46)  VALUE
                   'EXTRACT DATA-QUALITY PROFILE       RUN DATE   '.
               10  H1-RUN-DT             PIC  X(08).
               10  FILLER                PIC  X(09)  VALUE
                   '  TABLE  '.
               10  H1-TABLE-ID           PIC  X(05).
               10  FILLER                PIC  X(08)  VALUE
                   '  MODE  '.
               10  H1-RUN-MODE           PIC  X(01).
               10  FILLER                PIC  X(54)  VALUE  SPACE.

           05  R1-ROW-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'ROW COUNT : '.
               10  R1-ROW-CNT            PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(17)  VALUE
                   '  TRAILING AVG : '.
               10  R1-AVG-ROW-CNT        PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  CHANGE : '.
               10  R1-CHG-PCT            PIC  ----,--9.99.
               10  FILLER                PIC  X(14)  VALUE
                   '%  TOLERANCE '.
               10  R1-ROW-TOL            PIC  ZZ9.99.
               10  FILLER                PIC  X(03)  VALUE  '%  '.
               10  R1-FLAG-TXT           PIC  X(14).
               10  FILLER                PIC  X(21)  VALUE  SPACE.

           05  H2-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(44)  VALUE
                   'SEQ  COLUMN               BLANK-CNT BLANK%  '.
               10  FILLER                PIC  X(44)  VALUE
                   'AVG% DISTINCT  MINIMUM              MAXIMUM '.
               10  FILLER                PIC  X(43)  VALUE
                   '          OUT-DOMAIN    FLAG               '.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-COL-SEQ            PIC  ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-COL-NM             PIC  X(18).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BLANK-CNT          PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BLANK-PCT          PIC  ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-AVG-BLANK-PCT      PIC  ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-DISTINCT-EST       PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-MIN-VAL            PIC  X(20).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-MAX-VAL            PIC  X(20).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-OOD-CNT            PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(04)  VALUE  SPACE.
               10  D1-FLAG-TXT           PIC  X(14).
               10  FILLER                PIC  X(05)  VALUE  SPACE.

           05  T1-TOTAL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(20)  VALUE
                   'COLUMNS PROFILED : '.
               10  T1-COL-CNT            PIC  ZZ9.
               10  FILLER                PIC  X(13)  VALUE
                   '  FLAGGED : '.
               10  T1-FLAG-CNT           PIC  ZZ9.
               10  FILLER                PIC  X(04)  VALUE  SPACE.
               10  T1-TEXT               PIC  X(60).
               10  FILLER                PIC  X(28)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    LCBD2CTL.DQ_COL_RULE / DQ_PROFILE_HIST                    *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCBYDQP    END-EXEC.

           EXEC  SQL
                 DECLARE  CURSOR_DQR  CURSOR  FOR
                 SELECT   COL_SEQ
                 ,        COL_NM
                 ,        COL_TYPE
                 ,        DOMAIN_LIST
                 ,        BLANK_TOL_PCT
                 ,        ROW_TOL_PCT
                 FROM     LCBD2CTL.DQ_COL_RULE
                 WHERE    TABLE_ID  =  :DQR-TABLE-ID
                 AND      USE_F     =  'Y'
                 ORDER BY COL_SEQ
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LCBBGDQP *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S0300-LOAD-RULES.

           PERFORM  S1100-PROFILE-ONE
                    UNTIL  S-FILE-END-YES.

           PERFORM  S2100-JUDGE-ROW-COUNT.

           PERFORM  S2200-JUDGE-ONE-COLUMN
                    VARYING  W-CX  FROM  1  BY  1
                    UNTIL    W-CX  >  W-COL-CNT.

           PERFORM  S5300-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LCBBGDQP NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
           IF      RETURN-CODE              =   C-WARN-RETURN-CODE
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LCBBGDQP COLUMNS FLAGGED   ****'
               DISPLAY '**** HOLD DISTRIBUTION          ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LCBBGDQP JOB STOP WITH ERROR  ****'
               DISPLAY '**** ROLLBACK COMPLETED !!!!!!!!! ****'
               DISPLAY '**************************************'
           END-IF
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* TABLE / MODE   : ' W-SYSIN-TABLE-ID ' / '
                                        W-SYSIN-RUN-MODE.
           DISPLAY '* RECORDS READ   : ' A-READ-CNT.
           DISPLAY '* HISTORY ROWS   : ' A-HIST-WRIT-CNT.
           DISPLAY '* FLAGGED        : ' A-FLAG-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  I-EXT-FILE  O-RPT-FILE.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    ACCUMULATORS.
           INITIALIZE                    W-COL-TABLE.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LCBBGDQP START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  NOT  W-SYSIN-TABLE-IS-VALID
           OR  NOT  W-SYSIN-RUN-MODE-IS-VALID
               DISPLAY 'S0200:ERROR=INVALID SYSIN TABLE-ID/RUN-MODE'
               DISPLAY 'S0200:SYSIN=' W-SYSIN-TABLE-ID
                       W-SYSIN-RUN-MODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-SYSIN-RUN-MODE  =  SPACE
               MOVE  'F'                 TO  W-SYSIN-RUN-MODE
           END-IF.

           OPEN     INPUT                I-EXT-FILE.
           IF  NOT  S-EXT-NORMAL
               DISPLAY
               'S0200:ERROR=DQIN OPEN(' S-EXT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.
           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=DQP010 OPEN(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DT.
           MOVE  W-SYSIN-TABLE-ID        TO  H1-TABLE-ID.
           MOVE  W-SYSIN-RUN-MODE        TO  H1-RUN-MODE.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - L O A D - R U L E S                           *
      *                                                              *
      *    THE COL-SEQ ZERO ROW ONLY CARRIES THE ROW-COUNT           *
      *    TOLERANCE; WITHOUT ONE THE DEFAULT APPLIES.               *
      *                                                              *
      ****************************************************************
       S0300-LOAD-RULES                  SECTION.

           MOVE  W-SYSIN-TABLE-ID        TO  DQR-TABLE-ID.
           MOVE  C-DEFAULT-ROW-TOL       TO  W-ROW-TOL.
           MOVE  +0                      TO  W-COL-CNT.

           EXEC  SQL  OPEN  CURSOR_DQR  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY 'S0300:DB ERROR DQ_COL_RULE OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S0310-FETCH-RULE
              IF  NOT  S-NO-DATA
                  PERFORM  S0320-KEEP-RULE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_DQR  END-EXEC.

           IF  W-COL-CNT  =  ZERO
               DISPLAY 'S0300:ERROR=NO DQ_COL_RULE COLUMNS FOR '
                        W-SYSIN-TABLE-ID
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           WRITE  O-RPT-REC  FROM  H2-HEAD-LINE  AFTER  2.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0300-LOAD-RULES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 1 0 - F E T C H - R U L E                           *
      *                                                              *
      ****************************************************************
       S0310-FETCH-RULE                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_DQR
                 INTO  :DQR-COL-SEQ
                 ,     :DQR-COL-NM
                 ,     :DQR-COL-TYPE
                 ,     :DQR-DOMAIN-LIST
                 ,     :DQR-BLANK-TOL-PCT
                 ,     :DQR-ROW-TOL-PCT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY 'S0310:DB ERROR DQ_COL_RULE FETCH='
                              W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S0310-FETCH-RULE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 2 0 - K E E P - R U L E                             *
      *                                                              *
      ****************************************************************
       S0320-KEEP-RULE                   SECTION.

           IF  DQR-COL-SEQ  =  ZERO
               MOVE  DQR-ROW-TOL-PCT     TO  W-ROW-TOL
               GO TO  S0320-KEEP-RULE-EXIT
           END-IF.

           IF  W-COL-CNT  NOT <  C-MAX-COLS
           OR  DQR-COL-SEQ  >  C-MAX-COLS
               DISPLAY 'S0320:COLUMN RULE NOT PROFILED - SEQ '
                        DQR-COL-SEQ ' ' DQR-COL-NM
               GO TO  S0320-KEEP-RULE-EXIT
           END-IF.

           ADD   1                       TO  W-COL-CNT.
           MOVE  W-COL-CNT               TO  W-CX.

           MOVE  DQR-COL-SEQ             TO  W-COL-SEQ       (W-CX).
           MOVE  DQR-COL-NM              TO  W-COL-NM        (W-CX).
           MOVE  DQR-COL-TYPE            TO  W-COL-TYPE      (W-CX).
           MOVE  DQR-BLANK-TOL-PCT       TO  W-COL-BLANK-TOL (W-CX).
           MOVE  SPACES                  TO  W-COL-BITMAP    (W-CX)
                                             W-COL-MIN       (W-CX)
                                             W-COL-MAX       (W-CX)
                                             W-COL-MINMAX-SET (W-CX).
           MOVE  +0                      TO  W-COL-DOM-LEN   (W-CX).

           IF  DQR-DOMAIN-LIST  NOT =  SPACES
               MOVE  DQR-DOMAIN-LIST     TO  W-VAL
               PERFORM  S1560-TRIM-LEN
               MOVE  SPACES              TO  W-COL-DOM-WRAP  (W-CX)
               STRING  ','                DELIMITED BY SIZE
                       W-VAL (1:W-TRIM-LEN)
                                          DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       INTO  W-COL-DOM-WRAP (W-CX)
               END-STRING
               COMPUTE  W-COL-DOM-LEN (W-CX)  =  W-TRIM-LEN  +  2
           END-IF.

       S0320-KEEP-RULE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - P R O F I L E - O N E                         *
      *                                                              *
      ****************************************************************
       S1100-PROFILE-ONE                 SECTION.

           READ  I-EXT-FILE  AT  END
                 MOVE  'Y'               TO  S-FILE-END
                 GO TO  S1100-PROFILE-ONE-EXIT
           END-READ.

           ADD   1                       TO  A-READ-CNT.

           PERFORM  S1200-SPLIT-COLUMNS.

           PERFORM  S1300-PROFILE-COLUMN
                    VARYING  W-CX  FROM  1  BY  1
                    UNTIL    W-CX  >  W-COL-CNT.

       S1100-PROFILE-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - S P L I T - C O L U M N S                     *
      *                                                              *
      ****************************************************************
       S1200-SPLIT-COLUMNS               SECTION.

           MOVE  SPACES                  TO  W-FLD-TABLE.
           MOVE  +1                      TO  W-PTR.
           MOVE  +0                      TO  W-FLD-CNT.

           PERFORM  S1250-ONE-COLUMN
                    UNTIL  W-PTR     >  +600
                       OR  W-FLD-CNT  NOT <  C-MAX-COLS.

       S1200-SPLIT-COLUMNS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 5 0 - O N E - C O L U M N                           *
      *                                                              *
      ****************************************************************
       S1250-ONE-COLUMN                  SECTION.

           ADD   1                       TO  W-FLD-CNT.

           UNSTRING  I-EXT-REC
                     DELIMITED  BY  ','
                     INTO  W-FLD (W-FLD-CNT)
                     WITH  POINTER  W-PTR
           END-UNSTRING.

       S1250-ONE-COLUMN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - P R O F I L E - C O L U M N                   *
      *                                                              *
      *    A COLUMN THE RECORD IS TOO SHORT TO REACH COUNTS AS       *
      *    BLANK.  A NON-NUMERIC VALUE IN A NUMERIC COLUMN COUNTS    *
      *    AS OUT OF DOMAIN AND IS KEPT OUT OF THE MINIMUM/MAXIMUM.  *
      *                                                              *
      ****************************************************************
       S1300-PROFILE-COLUMN              SECTION.

           MOVE  W-COL-SEQ (W-CX)        TO  W-FX.

           IF  W-FX  >  W-FLD-CNT
               ADD   1                   TO  W-COL-BLANK-CNT (W-CX)
               GO TO  S1300-PROFILE-COLUMN-EXIT
           END-IF.

           MOVE  W-FLD (W-FX)            TO  W-VAL.

           IF  W-VAL  =  SPACES
           OR  W-VAL  =  LOW-VALUES
               ADD   1                   TO  W-COL-BLANK-CNT (W-CX)
               GO TO  S1300-PROFILE-COLUMN-EXIT
           END-IF.

           ADD   1                       TO  W-COL-VAL-CNT (W-CX).

           PERFORM  S1560-TRIM-LEN.
           PERFORM  S1580-LEAD-POS.

           COMPUTE  W-LJ-LEN  =  W-TRIM-LEN  -  W-LEAD  +  1.
           MOVE  SPACES                  TO  W-VAL-LJ.
           MOVE  W-VAL (W-LEAD:W-LJ-LEN) TO  W-VAL-LJ.

           PERFORM  S1600-MARK-DISTINCT.

           IF  W-COL-NUMERIC (W-CX)
               MOVE  W-VAL-LJ            TO  W-NUM-CHK
               INSPECT  W-NUM-CHK  CONVERTING  '0123456789.-+'
                                           TO  '             '
               IF  W-NUM-CHK  NOT =  SPACES
                   ADD   1               TO  W-COL-OOD-CNT (W-CX)
                   GO TO  S1300-PROFILE-COLUMN-EXIT
               END-IF
           END-IF.

           PERFORM  S1400-MIN-MAX.

           IF  W-COL-DOM-LEN (W-CX)  >  ZERO
               PERFORM  S1500-DOMAIN-CHECK
           END-IF.

       S1300-PROFILE-COLUMN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 4 0 0 - M I N - M A X                                 *
      *                                                              *
      ****************************************************************
       S1400-MIN-MAX                     SECTION.

           IF  W-COL-NUMERIC (W-CX)
               COMPUTE  W-NUM  =
                        FUNCTION NUMVAL (W-VAL-LJ (1:W-LJ-LEN))
               IF  W-COL-MINMAX-SET (W-CX)  =  SPACE
               OR  W-NUM  <  W-COL-MIN-NUM (W-CX)
                   MOVE  W-NUM           TO  W-COL-MIN-NUM (W-CX)
                   MOVE  W-VAL-LJ        TO  W-COL-MIN     (W-CX)
               END-IF
               IF  W-COL-MINMAX-SET (W-CX)  =  SPACE
               OR  W-NUM  >  W-COL-MAX-NUM (W-CX)
                   MOVE  W-NUM           TO  W-COL-MAX-NUM (W-CX)
                   MOVE  W-VAL-LJ        TO  W-COL-MAX     (W-CX)
               END-IF
           ELSE
               IF  W-COL-MINMAX-SET (W-CX)  =  SPACE
               OR  W-VAL-LJ  <  W-COL-MIN (W-CX)
                   MOVE  W-VAL-LJ        TO  W-COL-MIN     (W-CX)
               END-IF
               IF  W-COL-MINMAX-SET (W-CX)  =  SPACE
               OR  W-VAL-LJ  >  W-COL-MAX (W-CX)
                   MOVE  W-VAL-LJ        TO  W-COL-MAX     (W-CX)
               END-IF
           END-IF.

           MOVE  'Y'                     TO  W-COL-MINMAX-SET (W-CX).

       S1400-MIN-MAX-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 0 0 - D O M A I N - C H E C K                       *
      *                                                              *
      ****************************************************************
       S1500-DOMAIN-CHECK                SECTION.

           MOVE  SPACES                  TO  W-PROBE.
           STRING  ','                    DELIMITED BY SIZE
                   W-VAL-LJ (1:W-LJ-LEN)  DELIMITED BY SIZE
                   ','                    DELIMITED BY SIZE
                   INTO  W-PROBE
           END-STRING.
           COMPUTE  W-PROBE-LEN  =  W-LJ-LEN  +  2.

           MOVE  +0                      TO  W-HIT.

           IF  W-PROBE-LEN  NOT >  W-COL-DOM-LEN (W-CX)
               INSPECT  W-COL-DOM-WRAP (W-CX)
                                (1:W-COL-DOM-LEN (W-CX))
                        TALLYING  W-HIT
                        FOR ALL   W-PROBE (1:W-PROBE-LEN)
           END-IF.

           IF  W-HIT  =  ZERO
               ADD   1                   TO  W-COL-OOD-CNT (W-CX)
           END-IF.

       S1500-DOMAIN-CHECK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 6 0 - T R I M - L E N                               *
      *                                                              *
      *    REVERSE-SCAN W-VAL FOR ITS LAST NON-BLANK.                *
      *                                                              *
      ****************************************************************
       S1560-TRIM-LEN                    SECTION.

           MOVE  +60                     TO  W-TRIM-LEN.

           PERFORM  S1570-TRIM-ONE
                    UNTIL  W-TRIM-LEN  <  +1
                       OR  W-VAL (W-TRIM-LEN : 1)  NOT =  SPACE.

       S1560-TRIM-LEN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 7 0 - T R I M - O N E                               *
      *                                                              *
      ****************************************************************
       S1570-TRIM-ONE                    SECTION.

           SUBTRACT  1                 FROM  W-TRIM-LEN.

       S1570-TRIM-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 8 0 - L E A D - P O S                               *
      *                                                              *
      *    FORWARD-SCAN W-VAL FOR ITS FIRST NON-BLANK - NUMBERS      *
      *    COME OUT OF LCBBGDMP RIGHT-ALIGNED.                       *
      *                                                              *
      ****************************************************************
       S1580-LEAD-POS                    SECTION.

           MOVE  +1                      TO  W-LEAD.

           PERFORM  S1590-LEAD-ONE
                    UNTIL  W-LEAD  NOT <  W-TRIM-LEN
                       OR  W-VAL (W-LEAD : 1)  NOT =  SPACE.

       S1580-LEAD-POS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 9 0 - L E A D - O N E                               *
      *                                                              *
      ****************************************************************
       S1590-LEAD-ONE                    SECTION.

           ADD  1                        TO  W-LEAD.

       S1590-LEAD-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 6 0 0 - M A R K - D I S T I N C T                     *
      *                                                              *
      *    HASHES THE VALUE TO ONE OF THE COLUMN'S BITMAP SLOTS.     *
      *    S2300 TURNS THE SHARE OF SLOTS STILL EMPTY INTO THE       *
      *    DISTINCT-VALUE ESTIMATE.                                  *
      *                                                              *
      ****************************************************************
       S1600-MARK-DISTINCT               SECTION.

           MOVE  +0                      TO  W-HASH.

           PERFORM  S1610-HASH-ONE
                    VARYING  W-IX  FROM  1  BY  1
                    UNTIL    W-IX  >  W-LJ-LEN.

           COMPUTE  W-SLOT  =
                    FUNCTION MOD (W-HASH, C-BITMAP-SIZE)  +  1.

           IF  W-COL-BITMAP (W-CX) (W-SLOT:1)  =  SPACE
               MOVE  'X'                 TO
                     W-COL-BITMAP (W-CX) (W-SLOT:1)
               ADD   1                   TO  W-COL-SLOT-SET (W-CX)
           END-IF.

       S1600-MARK-DISTINCT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 6 1 0 - H A S H - O N E                               *
      *                                                              *
      ****************************************************************
       S1610-HASH-ONE                    SECTION.

           COMPUTE  W-BYTE  =
                    FUNCTION ORD (W-VAL-LJ (W-IX : 1)).

           COMPUTE  W-HASH  =
                    FUNCTION MOD (W-HASH * 31 + W-BYTE,
                                  C-HASH-MODULUS).

       S1610-HASH-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - J U D G E - R O W - C O U N T                 *
      *                                                              *
      ****************************************************************
       S2100-JUDGE-ROW-COUNT             SECTION.

           INITIALIZE                    DQH-REC.
           MOVE  +0                      TO  DQH-COL-SEQ.
           MOVE  A-READ-CNT              TO  DQH-ROW-CNT.

           PERFORM  S2500-TRAILING-AVG.

           MOVE  +0                      TO  W-CHG-PCT.

           IF  W-TREND-RUNS  <  C-MIN-TREND-RUNS
               MOVE  'N'                 TO  DQH-DQ-FLAG
           ELSE
               IF  DQH-AVG-ROW-CNT  =  ZERO
                   IF  DQH-ROW-CNT  >  ZERO
                       MOVE  +100        TO  W-CHG-PCT
                   END-IF
               ELSE
                   COMPUTE  W-CHG-PCT  ROUNDED  =
                            (DQH-ROW-CNT  -  DQH-AVG-ROW-CNT)
                            *  100  /  DQH-AVG-ROW-CNT
               END-IF
               IF  W-CHG-PCT  >  W-ROW-TOL
               OR  W-CHG-PCT  <  ZERO  -  W-ROW-TOL
                   MOVE  'R'             TO  DQH-DQ-FLAG
               END-IF
           END-IF.

           PERFORM  S2700-INSERT-HIST.

           MOVE  DQH-ROW-CNT             TO  R1-ROW-CNT.
           MOVE  DQH-AVG-ROW-CNT         TO  R1-AVG-ROW-CNT.
           MOVE  W-CHG-PCT               TO  R1-CHG-PCT.
           MOVE  W-ROW-TOL               TO  R1-ROW-TOL.
           PERFORM  S2800-FLAG-TEXT.
           MOVE  W-PROBE (1:14)          TO  R1-FLAG-TXT.

           WRITE  O-RPT-REC  FROM  R1-ROW-LINE  AFTER  2.
           ADD   1                       TO  A-RPT-WRIT-CNT.

           WRITE  O-RPT-REC  FROM  H2-HEAD-LINE  AFTER  2.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S2100-JUDGE-ROW-COUNT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - J U D G E - O N E - C O L U M N               *
      *                                                              *
      *    FLAG PRECEDENCE: BLANK-RATE SHIFT, THEN OUT-OF-DOMAIN     *
      *    CODES, THEN NO TREND YET.                                 *
      *                                                              *
      ****************************************************************
       S2200-JUDGE-ONE-COLUMN            SECTION.

           INITIALIZE                    DQH-REC.
           MOVE  W-COL-SEQ (W-CX)        TO  DQH-COL-SEQ.
           MOVE  A-READ-CNT              TO  DQH-ROW-CNT.
           MOVE  W-COL-BLANK-CNT (W-CX)  TO  DQH-BLANK-CNT.
           MOVE  W-COL-OOD-CNT (W-CX)    TO  DQH-OOD-CNT.
           MOVE  W-COL-MIN (W-CX)        TO  DQH-MIN-VAL.
           MOVE  W-COL-MAX (W-CX)        TO  DQH-MAX-VAL.

           IF  DQH-ROW-CNT  >  ZERO
               COMPUTE  DQH-BLANK-PCT  ROUNDED  =
                        DQH-BLANK-CNT  *  100  /  DQH-ROW-CNT
           END-IF.

           PERFORM  S2300-DISTINCT-ESTIMATE.

           PERFORM  S2500-TRAILING-AVG.

           MOVE  +0                      TO  W-CHG-PCT.

           IF  W-TREND-RUNS  NOT <  C-MIN-TREND-RUNS
               COMPUTE  W-CHG-PCT  =
                        DQH-BLANK-PCT  -  DQH-AVG-BLANK-PCT
           END-IF.

           EVALUATE  TRUE
               WHEN  W-TREND-RUNS  NOT <  C-MIN-TREND-RUNS
                AND (W-CHG-PCT  >  W-COL-BLANK-TOL (W-CX)
                 OR  W-CHG-PCT  <  ZERO  -  W-COL-BLANK-TOL (W-CX))
                     MOVE  'B'           TO  DQH-DQ-FLAG
               WHEN  DQH-OOD-CNT  >  ZERO
                     MOVE  'D'           TO  DQH-DQ-FLAG
               WHEN  W-TREND-RUNS  <  C-MIN-TREND-RUNS
                     MOVE  'N'           TO  DQH-DQ-FLAG
               WHEN  OTHER
                     MOVE  SPACE         TO  DQH-DQ-FLAG
           END-EVALUATE.

           PERFORM  S2700-INSERT-HIST.

           MOVE  DQH-COL-SEQ             TO  D1-COL-SEQ.
           MOVE  W-COL-NM (W-CX)         TO  D1-COL-NM.
           MOVE  DQH-BLANK-CNT           TO  D1-BLANK-CNT.
           MOVE  DQH-BLANK-PCT           TO  D1-BLANK-PCT.
           MOVE  DQH-AVG-BLANK-PCT       TO  D1-AVG-BLANK-PCT.
           MOVE  DQH-DISTINCT-EST        TO  D1-DISTINCT-EST.
           MOVE  DQH-MIN-VAL             TO  D1-MIN-VAL.
           MOVE  DQH-MAX-VAL             TO  D1-MAX-VAL.
           MOVE  DQH-OOD-CNT             TO  D1-OOD-CNT.
           PERFORM  S2800-FLAG-TEXT.
           MOVE  W-PROBE (1:14)          TO  D1-FLAG-TXT.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S2200-JUDGE-ONE-COLUMN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - D I S T I N C T - E S T I M A T E             *
      *                                                              *
      *    LINEAR COUNTING: N = M * LN(M / EMPTY SLOTS).  A FULL     *
      *    BITMAP IS TREATED AS ONE EMPTY SLOT, AND THE ESTIMATE     *
      *    NEVER EXCEEDS THE NON-BLANK VALUES ACTUALLY SEEN.         *
      *                                                              *
      ****************************************************************
       S2300-DISTINCT-ESTIMATE           SECTION.

           MOVE  +0                      TO  DQH-DISTINCT-EST.

           IF  W-COL-SLOT-SET (W-CX)  =  ZERO
               GO TO  S2300-DISTINCT-ESTIMATE-EXIT
           END-IF.

           COMPUTE  W-EMPTY  =  C-BITMAP-SIZE
                             -  W-COL-SLOT-SET (W-CX).

           IF  W-EMPTY  <  +1
               MOVE  +1                  TO  W-EMPTY
           END-IF.

           COMPUTE  DQH-DISTINCT-EST  ROUNDED  =
                    C-BITMAP-SIZE  *
                    FUNCTION LOG (C-BITMAP-SIZE  /  W-EMPTY).

           IF  DQH-DISTINCT-EST  >  W-COL-VAL-CNT (W-CX)
               MOVE  W-COL-VAL-CNT (W-CX)
                                         TO  DQH-DISTINCT-EST
           END-IF.

       S2300-DISTINCT-ESTIMATE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 5 0 0 - T R A I L I N G - A V G                       *
      *                                                              *
      *    THE LAST FIVE EARLIER RUNS OF THE SAME TABLE, UNLOAD      *
      *    MODE AND COLUMN - THIS RUN IS NOT YET IN THE HISTORY.     *
      *                                                              *
      ****************************************************************
       S2500-TRAILING-AVG                SECTION.

           MOVE  W-SYSIN-TABLE-ID        TO  DQH-TABLE-ID.
           MOVE  W-SYSIN-RUN-MODE        TO  DQH-RUN-MODE.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(AVG(T.ROW_CNT), 0)
                 ,       COALESCE(AVG(T.BLANK_PCT), 0)
                 INTO   :W-TREND-RUNS
                 ,      :DQH-AVG-ROW-CNT
                 ,      :DQH-AVG-BLANK-PCT
                 FROM   (SELECT  ROW_CNT, BLANK_PCT
                         FROM    LCBD2CTL.DQ_PROFILE_HIST
                         WHERE   TABLE_ID  =  :DQH-TABLE-ID
                         AND     RUN_MODE  =  :DQH-RUN-MODE
                         AND     COL_SEQ   =  :DQH-COL-SEQ
                         ORDER BY RUN_DT DESC, RUN_TM DESC
                         FETCH FIRST 5 ROWS ONLY)  AS  T
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY 'S2500:DB ERROR DQ_PROFILE_HIST AVG=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S2500-TRAILING-AVG-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 7 0 0 - I N S E R T - H I S T                         *
      *                                                              *
      ****************************************************************
       S2700-INSERT-HIST                 SECTION.

           MOVE  W-SYSIN-TABLE-ID        TO  DQH-TABLE-ID.
           MOVE  W-SYSIN-RUN-MODE        TO  DQH-RUN-MODE.
           MOVE  W-SYSTEM-DATE           TO  DQH-RUN-DT.
           MOVE  W-SYSTEM-TIME           TO  DQH-RUN-TM.

           IF  DQH-FLAG-ROW-SHIFT
           OR  DQH-FLAG-BLANK-SHIFT
           OR  DQH-FLAG-DOMAIN
               ADD   1                   TO  A-FLAG-CNT
           END-IF.

           EXEC  SQL  INSERT  INTO  LCBD2CTL.DQ_PROFILE_HIST
                             (TABLE_ID, RUN_MODE, RUN_DT, RUN_TM,
                              COL_SEQ, ROW_CNT, BLANK_CNT, BLANK_PCT,
                              DISTINCT_EST, MIN_VAL, MAX_VAL,
                              OOD_CNT, AVG_ROW_CNT, AVG_BLANK_PCT,
                              DQ_FLAG)
                       VALUES
                             (:DQH-TABLE-ID, :DQH-RUN-MODE,
                              :DQH-RUN-DT, :DQH-RUN-TM,
                              :DQH-COL-SEQ, :DQH-ROW-CNT,
                              :DQH-BLANK-CNT, :DQH-BLANK-PCT,
                              :DQH-DISTINCT-EST, :DQH-MIN-VAL,
                              :DQH-MAX-VAL, :DQH-OOD-CNT,
                              :DQH-AVG-ROW-CNT, :DQH-AVG-BLANK-PCT,
                              :DQH-DQ-FLAG)
           END-EXEC.

           IF  SQLCODE  =  0
               ADD   1                   TO  A-HIST-WRIT-CNT
           ELSE
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY 'S2700:DB ERROR DQ_PROFILE_HIST INS=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S2700-INSERT-HIST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 8 0 0 - F L A G - T E X T                             *
      *                                                              *
      *    REPORT WORDING FOR DQH-DQ-FLAG, LEFT IN W-PROBE.          *
      *                                                              *
      ****************************************************************
       S2800-FLAG-TEXT                   SECTION.

           EVALUATE  TRUE
               WHEN  DQH-FLAG-ROW-SHIFT
                     MOVE  '** ROW SHIFT  '   TO  W-PROBE
               WHEN  DQH-FLAG-BLANK-SHIFT
                     MOVE  '** BLANK SHIFT'   TO  W-PROBE
               WHEN  DQH-FLAG-DOMAIN
                     MOVE  '** OUT-DOMAIN '   TO  W-PROBE
               WHEN  DQH-FLAG-NO-TREND
                     MOVE  'NO TREND YET  '   TO  W-PROBE
               WHEN  OTHER
                     MOVE  SPACES             TO  W-PROBE
           END-EVALUATE.

       S2800-FLAG-TEXT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - T R A I L E R                                 *
      *                                                              *
      ****************************************************************
       S5300-TRAILER                     SECTION.

           MOVE  W-COL-CNT                TO  T1-COL-CNT.
           MOVE  A-FLAG-CNT               TO  T1-FLAG-CNT.

           IF  A-FLAG-CNT  =  ZERO
               MOVE  'EXTRACT WITHIN TOLERANCE - CLEAR TO DISTRIBUTE'
                                          TO  T1-TEXT
           ELSE
               MOVE  'EXTRACT FLAGGED - HOLD UNTIL REVIEWED'
                                          TO  T1-TEXT
               MOVE  C-WARN-RETURN-CODE   TO  RETURN-CODE
           END-IF.

           WRITE  O-RPT-REC  FROM  T1-TOTAL-LINE  AFTER  2.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           EXEC  SQL  COMMIT  END-EXEC.

       S5300-TRAILER-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LCBBGDQP         *
      *                                                              *
      ****************************************************************
