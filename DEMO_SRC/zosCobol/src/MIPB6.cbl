      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       MIPB6.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : MATH-ERROR CORRECTION NOTICES AND DAILY       *
      *                TRANSMITTER ERROR-RATE PAGE                   *
      *  DESCRIPTION : MIP02 RUNS THE DRWB.TRWCT CONSISTENCY RULES   *
      *                AGAINST EVERY RETURN IT POSTS AND REGISTERS   *
      *                EACH RULE A RETURN FAILED ON DRWB.TRWCU.      *
      *                THIS NIGHTLY RUN:                             *
      *                1. NOTICES - PRINTS ONE CORRECTION NOTICE PER *
      *                   RETURN WITH A PENDING TRWCU ROW, LISTING   *
      *                   EACH FAILED CHECK WITH THE FIGURE AS FILED,*
      *                   THE RECOMPUTED FIGURE AND THE DIFFERENCE,  *
      *                   AND MARKS THE ROWS PRINTED ('P').  EACH    *
      *                   NOTICE GOES THROUGH THE LCBSCORR           *
      *                   CORRESPONDENCE REGISTER FIRST:  IT IS SENT *
      *                   BY THE FILER'S TRWDB CHANNEL, AND HELD -   *
      *                   ROWS LEFT PENDING FOR THE NEXT RUN - WHILE *
      *                   A TRWAU / TRWAX RETURNED-MAIL ITEM IS OPEN.*
      *                2. ERROR RATE - ONE PAGE FOR THE REPORT DATE  *
      *                   FROM THE DRWB.TRWCV DAILY COUNTS:  RETURNS *
      *                   CHECKED, MATH ERRORS AND THE ERROR RATE    *
      *                   PER CHANNEL AND TRANSMITTER.               *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : MIPB6                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - REPORT DATE (YYYYMMDD, BLANK =     *
      *                   TODAY)                                     *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWCU                              RU                  *
      *  DRWB.TRWCV / DRWB.TRWBI                 R                   *
      *  DTAA.TTAAA / DTIA.TTIAA / DTJA.TTJAD    R                   *
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
           SELECT  O-LTR-FILE  ASSIGN     TO  MIPL060
                   FILE         STATUS    IS  S-LTR-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  MIPP060
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
           'MIPB6    - WORKING STORAGE BEGINS HERE'.

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

           05  A-MERR-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-NOTICE-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-HELD-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-ELEC-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-MARK-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-RATE-LINE-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-CHECK-TOT               PIC  9(13)  VALUE  ZERO.
           05  A-ERR-TOT                 PIC  9(13)  VALUE  ZERO.
           05  A-LTR-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MIPB6'.
           05  C-PGM-LCBSCORR            PIC  X(08)  VALUE 'LCBSCORR'.
           05  C-NOTICE-MERR             PIC  X(06)  VALUE 'MERRCN'.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-RPT-DT            PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(72)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-LTR-STATUS              PIC  X(002).
               88  S-LTR-NORMAL                      VALUE '00'.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

           05  S-NOTICE-HELD-CHECK       PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NOTICE-HELD                     VALUE  HIGH-VALUE.

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

           05  W-RPT-DT                  PIC  X(08).

      *    CURSOR_MERR ROW - THE RETURN KEY FIRST, FOR THE BREAK.
           05  W-MU-KEY.
               10  W-MU-TXOFF            PIC  X(03).
               10  W-MU-RESID-BUSNID     PIC  X(13).
               10  W-MU-TXTP             PIC  X(02).
               10  W-MU-ASS-YYMM         PIC  X(06).
               10  W-MU-RTN-TP           PIC  X(01).
               10  W-MU-RTN-SERIAL       PIC S9(04)  COMP.
               10  W-MU-SERIAL           PIC S9(04)  COMP.
           05  W-MU-RULE-DESC            PIC  X(30).
           05  W-MU-RULE-TP              PIC  X(01).
           05  W-MU-FILED-AMT            PIC S9(15)  COMP-3.
           05  W-MU-RECOMP-AMT           PIC S9(15)  COMP-3.
           05  W-MU-DIFF-AMT             PIC S9(15)  COMP-3.
           05  W-MU-ERR-DT               PIC  X(08).
           05  W-MU-NAME                 PIC  X(60).
           05  W-MU-LGDONG-CD            PIC  X(10).
           05  W-PREV-KEY                PIC  X(29).

      *    THE RETURN KEY AS THE REGISTER REFERENCE.
           05  W-CORR-REF.
               10  W-CR-TXOFF            PIC  X(03).
               10  W-CR-TXTP             PIC  X(02).
               10  W-CR-ASS-YYMM         PIC  X(06).
               10  W-CR-RTN-TP           PIC  X(01).
               10  W-CR-RTN-SERIAL       PIC  9(04).
               10  W-CR-SERIAL           PIC  9(04).

           05  W-SI-DO                   PIC  X(20).
           05  W-GU-SI-GUN               PIC  X(20).
           05  W-DONG-UEP-MYUN           PIC  X(20).
           05  W-ADDR-LINE               PIC  X(60).

      *    CURSOR_RATE ROW.
           05  W-RT-METHOD               PIC  X(01).
           05  W-RT-XMTR-ID              PIC  X(08).
           05  W-RT-XMTR-NM              PIC  X(30).
           05  W-RT-CHECK-CNT            PIC S9(09)  COMP-3.
           05  W-RT-ERR-CNT              PIC S9(09)  COMP-3.
           05  W-RT-RATE                 PIC S9(03)V9(02)  COMP-3.

      ****************************************************************
      *                                                              *
      *    L E T T E R    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  LETTER-LINES.

           05  L1-TITLE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(51)  VALUE
                  'NOTICE OF CORRECTION - ARITHMETIC ERROR ON RETURN'.
               10  FILLER                PIC  X(12)  VALUE
                   '  LTR DATE: '.
               10  L1-LTR-DATE           PIC  X(08).
               10  FILLER                PIC  X(60)  VALUE  SPACE.

           05  L2-ADDR-LINE.
               10  FILLER                PIC  X(05)  VALUE  SPACE.
               10  L2-ADDR-TEXT          PIC  X(60).
               10  FILLER                PIC  X(67)  VALUE  SPACE.

           05  L3-RTN-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(08)  VALUE
                   'FILER : '.
               10  L3-RESID-BUSNID       PIC  X(13).
               10  FILLER                PIC  X(11)  VALUE
                   '  OFFICE : '.
               10  L3-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(13)  VALUE
                   '  TAX TYPE : '.
               10  L3-TXTP               PIC  X(02).
               10  FILLER                PIC  X(11)  VALUE
                   '  PERIOD : '.
               10  L3-ASS-YYMM           PIC  X(06).
               10  FILLER                PIC  X(11)  VALUE
                   '  RETURN : '.
               10  L3-RTN-TP             PIC  X(01).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  L3-RTN-SERIAL         PIC  9(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  L3-SERIAL             PIC  9(04).
               10  FILLER                PIC  X(42)  VALUE  SPACE.

           05  L3-DELIV-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(11)  VALUE
                   'DELIVERY : '.
               10  L3-CHANNEL            PIC  X(01).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  L3-CONTACT            PIC  X(64).
               10  FILLER                PIC  X(53)  VALUE  SPACE.

           05  L4-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(32)  VALUE
                   'CHECK'.
               10  FILLER                PIC  X(21)  VALUE
                   '             AS FILED'.
               10  FILLER                PIC  X(21)  VALUE
                   '           RECOMPUTED'.
               10  FILLER                PIC  X(20)  VALUE
                   '          DIFFERENCE'.
               10  FILLER                PIC  X(37)  VALUE  SPACE.

           05  L5-TEXT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  L5-TEXT               PIC  X(72).
               10  FILLER                PIC  X(59)  VALUE  SPACE.

           05  L6-CHECK-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  L6-RULE-DESC          PIC  X(30).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  L6-FILED-AMT          PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  L6-RECOMP-AMT         PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  L6-DIFF-AMT           PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(37)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(44)  VALUE
                   'DAILY MATH-ERROR RATE BY TRANSMITTER   DATE:'.
               10  H1-RPT-DATE           PIC  X(08).
               10  FILLER                PIC  X(13)  VALUE
                   '   RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(58)  VALUE  SPACE.

           05  H2-SECTION-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  H2-TEXT               PIC  X(80).
               10  FILLER                PIC  X(51)  VALUE  SPACE.

           05  H3-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(52)  VALUE
                   'CHANNEL     XMTR-ID  TRANSMITTER NAME'.
               10  FILLER                PIC  X(40)  VALUE
                   '    CHECKED      ERRORS  RATE %'.
               10  FILLER                PIC  X(39)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01).
               10  D1-CHANNEL            PIC  X(11).
               10  FILLER                PIC  X(01).
               10  D1-XMTR-ID            PIC  X(08).
               10  FILLER                PIC  X(01).
               10  D1-XMTR-NM            PIC  X(30).
               10  FILLER                PIC  X(01).
               10  D1-CHECK-CNT          PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01).
               10  D1-ERR-CNT            PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(02).
               10  D1-RATE               PIC  ZZ9.99.
               10  FILLER                PIC  X(48).

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
      *    DRWB.TRWCU   (   MATH-ERROR REGISTER   )                  *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCU      END-EXEC.

      ****************************************************************
      *    USERAREA OF THE LCBSCORR CORRESPONDENCE REGISTER.         *
      ****************************************************************
       01  LCBSCORR-USERAREA.
           COPY  LCBYCORR.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_MERR : EVERY FAILED CHECK WHOSE CORRECTION NOTICE  *
      *    IS STILL PENDING, A RETURN'S CHECKS TOGETHER, WITH THE    *
      *    FILER'S NAME - THE LIVE TTAAA TRADE NAME FOR A BUSNID     *
      *    (LAST THREE BYTES BLANK, AS MIP02 TELLS THEM APART), THE  *
      *    TTIAA NAME FOR A RESIDENT.                                *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_MERR  CURSOR  WITH  HOLD  FOR
                 SELECT   U.TXOFF_CD
                 ,        U.RESID_BUSNID
                 ,        U.TXTP_CD
                 ,        U.ASS_YYMM_FR
                 ,        U.RTN_TP
                 ,        U.RTN_SERIAL_NO
                 ,        U.SERIAL_NO
                 ,        U.RULE_DESC
                 ,        U.RULE_TP
                 ,        U.FILED_AMT
                 ,        U.RECOMP_AMT
                 ,        U.DIFF_AMT
                 ,        U.ERR_DT
                 ,        COALESCE((SELECT MIN(A.TRADE_NM1)
                                    FROM   DTAA.TTAAA  A
                                    WHERE  A.BUSNID
                                           = SUBSTR(U.RESID_BUSNID,
                                                    1, 10)
                                    AND    SUBSTR(U.RESID_BUSNID,
                                                  11, 3) = ' '
                                    AND    A.LAST_FG = 'Y'),
                                   (SELECT MIN(I.NM)
                                    FROM   DTIA.TTIAA  I
                                    WHERE  I.RESID      = U.RESID_BUSNID
                                    AND    I.TXPAYER_TP = U.TXPAYER_TP),
                                   ' ')
                 ,        COALESCE((SELECT MIN(A2.LGDONG_CD)
                                    FROM   DTAA.TTAAA  A2
                                    WHERE  A2.BUSNID
                                           = SUBSTR(U.RESID_BUSNID,
                                                    1, 10)
                                    AND    SUBSTR(U.RESID_BUSNID,
                                                  11, 3) = ' '
                                    AND    A2.LAST_FG = 'Y'),
                                   ' ')
                 FROM     DRWB.TRWCU  U
                 WHERE    U.NOTICE_STAUS  =  'N'
                 ORDER BY U.TXOFF_CD, U.RESID_BUSNID, U.TXTP_CD,
                          U.ASS_YYMM_FR, U.RTN_TP, U.RTN_SERIAL_NO,
                          U.SERIAL_NO, U.RULE_SEQ
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_RATE : THE REPORT DATE'S DAILY COUNTS, CHANNEL BY  *
      *    CHANNEL, WITH THE REGISTERED TRANSMITTER NAME.            *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_RATE  CURSOR  FOR
                 SELECT   V.RTN_METHOD
                 ,        V.XMTR_ID
                 ,        COALESCE(B.XMTR_NM, ' ')
                 ,        V.CHECK_CNT
                 ,        V.ERR_CNT
                 FROM     DRWB.TRWCV  V
                          LEFT OUTER JOIN  DRWB.TRWBI  B
                            ON  B.XMTR_ID  =  V.XMTR_ID
                 WHERE    V.CHECK_DT  =  :W-RPT-DT
                 ORDER BY V.RTN_METHOD, V.XMTR_ID
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'MIPB6    *** WORKING STORAGE ENDS HERE  '.

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

           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           PERFORM  S1000-PRINT-NOTICES.

           PERFORM  S2000-ERROR-RATE.

           PERFORM  S3000-WRITE-TOTALS.

           EXEC  SQL  COMMIT    END-EXEC.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** MIPB6    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** MIPB6    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* REPORT DATE     : ' W-RPT-DT.
           DISPLAY '* MERR-READ-CNT   : ' A-MERR-READ-CNT.
           DISPLAY '* NOTICE-CNT      : ' A-NOTICE-CNT.
           DISPLAY '* HELD-CNT        : ' A-HELD-CNT.
           DISPLAY '* ELEC-CNT        : ' A-ELEC-CNT.
           DISPLAY '* MARK-CNT        : ' A-MARK-CNT.
           DISPLAY '* RATE-LINE-CNT   : ' A-RATE-LINE-CNT.
           DISPLAY '* CHECK-TOT       : ' A-CHECK-TOT.
           DISPLAY '* ERR-TOT         : ' A-ERR-TOT.
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
           DISPLAY '### MIPB6    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-LTR-FILE.

           IF  NOT  S-LTR-NORMAL
               DISPLAY
               'S0200:ERROR=MIPL060 OPEN ERROR(' S-LTR-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=MIPP060 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           DISPLAY  'S0200:CARD RPT-DT=' W-SYSIN-RPT-DT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - V A L I D A T E - C A R D                     *
      *                                                              *
      ****************************************************************
       S0300-VALIDATE-CARD               SECTION.

           IF  W-SYSIN-RPT-DT  =  SPACE
               MOVE  W-SYSTEM-DATE       TO  W-RPT-DT
           ELSE
               IF  W-SYSIN-RPT-DT        NOT  NUMERIC
                   DISPLAY 'S0300:ERROR=INVALID SYSIN REPORT DATE('
                            W-SYSIN-RPT-DT ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               MOVE  W-SYSIN-RPT-DT      TO  W-RPT-DT
           END-IF.

           MOVE  W-RPT-DT                 TO  H1-RPT-DATE.
           MOVE  W-SYSTEM-DATE            TO  H1-RUN-DATE.

       S0300-VALIDATE-CARD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - P R I N T - N O T I C E S                     *
      *                                                              *
      *    ONE NOTICE PER RETURN.  THE CHECKS OF A RETURN COME       *
      *    TOGETHER, SO A CHANGE OF RETURN KEY CLOSES THE NOTICE IN  *
      *    HAND (S1300) AND OPENS THE NEXT (S1100).                  *
      *                                                              *
      ****************************************************************
       S1000-PRINT-NOTICES               SECTION.

           EXEC  SQL  OPEN  CURSOR_MERR  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'MERR OPEN'          TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           MOVE  LOW-VALUE                TO  W-PREV-KEY.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-MERR
              IF  NOT  S-NO-DATA
                  IF  W-MU-KEY  NOT =  W-PREV-KEY
                      IF  W-PREV-KEY  NOT =  LOW-VALUE
                          PERFORM  S1300-CLOSE-NOTICE
                      END-IF
                      PERFORM  S1100-OPEN-NOTICE
                  END-IF
                  PERFORM  S1200-CHECK-LINE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_MERR  END-EXEC.

           IF  W-PREV-KEY  NOT =  LOW-VALUE
               PERFORM  S1300-CLOSE-NOTICE
           END-IF.

       S1000-PRINT-NOTICES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - O P E N - N O T I C E                         *
      *                                                              *
      ****************************************************************
       S1100-OPEN-NOTICE                 SECTION.

           MOVE  W-MU-KEY                 TO  W-PREV-KEY.
           MOVE  LOW-VALUE                TO  S-NOTICE-HELD-CHECK.

           PERFORM  S1150-REGISTER-NOTICE.

           IF  CORR-RTN-HELD
               MOVE  HIGH-VALUE           TO  S-NOTICE-HELD-CHECK
               ADD   1                    TO  A-HELD-CNT
               GO TO  S1100-OPEN-NOTICE-EXIT
           END-IF.

           ADD   1                        TO  A-NOTICE-CNT.
           IF  CORR-CHANNEL-USED  NOT =  'P'
               ADD   1                    TO  A-ELEC-CNT
           END-IF.

           MOVE  SPACE                    TO  W-ADDR-LINE.

           IF  W-MU-LGDONG-CD  NOT =  SPACE
               EXEC  SQL  SELECT  SI_DO, GU_SI_GUN, DONG_UEP_MYUN
                            INTO  :W-SI-DO,
                                  :W-GU-SI-GUN,
                                  :W-DONG-UEP-MYUN
                            FROM  DTJA.TTJAD
                           WHERE  LGDONG_CD  = :W-MU-LGDONG-CD
               END-EXEC
               IF  SQLCODE  =  0
                   STRING  W-SI-DO              DELIMITED BY '  '
                           ' '                  DELIMITED BY SIZE
                           W-GU-SI-GUN          DELIMITED BY '  '
                           ' '                  DELIMITED BY SIZE
                           W-DONG-UEP-MYUN      DELIMITED BY '  '
                           INTO  W-ADDR-LINE
                   END-STRING
               END-IF
           END-IF.

           MOVE  W-SYSTEM-DATE            TO  L1-LTR-DATE.
           WRITE  O-LTR-REC  FROM  L1-TITLE-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  W-MU-NAME                TO  L2-ADDR-TEXT.
           WRITE  O-LTR-REC  FROM  L2-ADDR-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.
           MOVE  W-ADDR-LINE              TO  L2-ADDR-TEXT.
           WRITE  O-LTR-REC  FROM  L2-ADDR-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  W-MU-RESID-BUSNID        TO  L3-RESID-BUSNID.
           MOVE  W-MU-TXOFF               TO  L3-TXOFF.
           MOVE  W-MU-TXTP                TO  L3-TXTP.
           MOVE  W-MU-ASS-YYMM            TO  L3-ASS-YYMM.
           MOVE  W-MU-RTN-TP              TO  L3-RTN-TP.
           MOVE  W-MU-RTN-SERIAL          TO  L3-RTN-SERIAL.
           MOVE  W-MU-SERIAL              TO  L3-SERIAL.
           WRITE  O-LTR-REC  FROM  L3-RTN-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           IF  CORR-CHANNEL-USED  NOT =  'P'
               MOVE  CORR-CHANNEL-USED    TO  L3-CHANNEL
               MOVE  CORR-PREF-CONTACT    TO  L3-CONTACT
               WRITE  O-LTR-REC  FROM  L3-DELIV-LINE
               PERFORM  S5190-CHECK-LTR-WRITE
           END-IF.

           MOVE  SPACE                    TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           STRING  'THE RETURN ABOVE, POSTED ON '  W-MU-ERR-DT
                   ', DOES NOT AGREE WITH ITSELF.  THE FIGURES'
                   DELIMITED BY SIZE  INTO  L5-TEXT
           END-STRING.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  'BELOW SHOW EACH AMOUNT AS FILED AND AS RECOMPUTED.'
                                          TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           WRITE  O-LTR-REC  FROM  L4-COLM-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

       S1100-OPEN-NOTICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 5 0 - R E G I S T E R - N O T I C E                 *
      *                                                              *
      *    THE NOTICE ON THE CORRESPONDENCE REGISTER - SENT BY THE   *
      *    FILER'S TRWDB CHANNEL, OR HELD WHEN THE FILER HAS AN OPEN *
      *    TRWAU / TRWAX ITEM.  THE REFERENCE IS THE RETURN KEY.     *
      *                                                              *
      ****************************************************************
       S1150-REGISTER-NOTICE             SECTION.

           MOVE  W-MU-TXOFF               TO  W-CR-TXOFF.
           MOVE  W-MU-TXTP                TO  W-CR-TXTP.
           MOVE  W-MU-ASS-YYMM            TO  W-CR-ASS-YYMM.
           MOVE  W-MU-RTN-TP              TO  W-CR-RTN-TP.
           MOVE  W-MU-RTN-SERIAL          TO  W-CR-RTN-SERIAL.
           MOVE  W-MU-SERIAL              TO  W-CR-SERIAL.

           INITIALIZE  LCBSCORR-USERAREA.
           MOVE  'S'                      TO  CORR-FUNC.
           MOVE  W-MU-RESID-BUSNID        TO  CORR-TXPAYER-ID.
           MOVE  C-NOTICE-MERR            TO  CORR-NOTICE-TP.
           MOVE  C-PROG-ID                TO  CORR-PGM-ID
                                              CORR-OPID.
           MOVE  W-CORR-REF               TO  CORR-SRC-REF.
           MOVE  'P'                      TO  CORR-CHANNEL.
           MOVE  W-MU-LGDONG-CD           TO  CORR-LGDONG-CD.

           CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

           IF  CORR-RTN-ERROR
           OR  CORR-RTN-BAD-INPUT
               MOVE  CORR-SQLCODE         TO  W-SQLCODE
               DISPLAY  'S1150:ERROR=LCBSCORR RC(' CORR-RTN-CD
                        ') SQLCODE=' W-SQLCODE
                        ' FILER=' W-MU-RESID-BUSNID
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S1150-REGISTER-NOTICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - C H E C K - L I N E                           *
      *                                                              *
      *    FOR A CREDIT CHECK THE FIGURE AS FILED IS THE CREDIT      *
      *    CLAIMED AND THE RECOMPUTED FIGURE THE MOST THAT CAN BE    *
      *    ALLOWED - THE TAX.                                        *
      *                                                              *
      ****************************************************************
       S1200-CHECK-LINE                  SECTION.

           IF  S-NOTICE-HELD
               GO TO  S1200-CHECK-LINE-EXIT
           END-IF.

           MOVE  W-MU-RULE-DESC           TO  L6-RULE-DESC.
           MOVE  W-MU-FILED-AMT           TO  L6-FILED-AMT.
           MOVE  W-MU-RECOMP-AMT          TO  L6-RECOMP-AMT.
           MOVE  W-MU-DIFF-AMT            TO  L6-DIFF-AMT.
           WRITE  O-LTR-REC  FROM  L6-CHECK-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

       S1200-CHECK-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - C L O S E - N O T I C E                       *
      *                                                              *
      *    THE CLOSING TEXT, THEN EVERY PENDING ROW OF THE RETURN IS *
      *    MARKED PRINTED.  W-PREV-KEY STILL HOLDS THE RETURN.  A    *
      *    HELD NOTICE WROTE NOTHING AND ITS ROWS STAY PENDING.      *
      *                                                              *
      ****************************************************************
       S1300-CLOSE-NOTICE                SECTION.

           IF  S-NOTICE-HELD
               GO TO  S1300-CLOSE-NOTICE-EXIT
           END-IF.

           MOVE  SPACE                    TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           STRING  'THE RETURN HAS BEEN RECORDED WITH A MATH ERROR.  '
                   'PLEASE FILE AN'
                   DELIMITED BY SIZE  INTO  L5-TEXT
           END-STRING.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           STRING  'AMENDED RETURN, OR CONTACT THE TAX OFFICE IF THE '
                   'FIGURES AS FILED'
                   DELIMITED BY SIZE  INTO  L5-TEXT
           END-STRING.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  'ARE CORRECT.'           TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  W-PREV-KEY               TO  W-MU-KEY.

           MOVE  W-MU-TXOFF               TO  TXOFF-CD       OF TRWCU.
           MOVE  W-MU-RESID-BUSNID        TO  RESID-BUSNID   OF TRWCU.
           MOVE  W-MU-TXTP                TO  TXTP-CD        OF TRWCU.
           MOVE  W-MU-ASS-YYMM            TO  ASS-YYMM-FR    OF TRWCU.
           MOVE  W-MU-RTN-TP              TO  RTN-TP         OF TRWCU.
           MOVE  W-MU-RTN-SERIAL          TO  RTN-SERIAL-NO  OF TRWCU.
           MOVE  W-MU-SERIAL              TO  SERIAL-NO      OF TRWCU.
           MOVE  W-SYSTEM-DATE            TO  NOTICE-DT      OF TRWCU.

           EXEC  SQL
                 UPDATE  DRWB.TRWCU
                    SET  NOTICE_STAUS  = 'P',
                         NOTICE_DT     = :TRWCU.NOTICE-DT
                  WHERE  TXOFF_CD      = :TRWCU.TXOFF-CD
                    AND  RESID_BUSNID  = :TRWCU.RESID-BUSNID
                    AND  TXTP_CD       = :TRWCU.TXTP-CD
                    AND  ASS_YYMM_FR   = :TRWCU.ASS-YYMM-FR
                    AND  RTN_TP        = :TRWCU.RTN-TP
                    AND  RTN_SERIAL_NO = :TRWCU.RTN-SERIAL-NO
                    AND  SERIAL_NO     = :TRWCU.SERIAL-NO
                    AND  NOTICE_STAUS  = 'N'
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  'TRWCU UPDATE'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           ADD   SQLERRD (3)              TO  A-MARK-CNT.

       S1300-CLOSE-NOTICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - E R R O R - R A T E                           *
      *                                                              *
      *    THE ERROR-RATE PAGE:  ONE LINE PER CHANNEL AND            *
      *    TRANSMITTER FOR THE REPORT DATE, THEN THE DAY'S TOTAL.    *
      *                                                              *
      ****************************************************************
       S2000-ERROR-RATE                  SECTION.

           MOVE  SPACE                    TO  H2-TEXT.
           STRING  'RETURNS CHECKED AND MATH ERRORS POSTED ON '
                   W-RPT-DT
                   DELIMITED BY SIZE  INTO  H2-TEXT
           END-STRING.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H3-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           EXEC  SQL  OPEN  CURSOR_RATE  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'RATE OPEN'          TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7200-FETCH-RATE
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-RATE-LINE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_RATE  END-EXEC.

           MOVE  SPACE                    TO  D1-DETAIL-LINE.
           MOVE  'ALL'                    TO  D1-CHANNEL.
           MOVE  A-CHECK-TOT              TO  D1-CHECK-CNT.
           MOVE  A-ERR-TOT                TO  D1-ERR-CNT.
           MOVE  A-CHECK-TOT              TO  W-RT-CHECK-CNT.
           MOVE  A-ERR-TOT                TO  W-RT-ERR-CNT.
           PERFORM  S2200-COMPUTE-RATE.
           MOVE  W-RT-RATE                TO  D1-RATE.
           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S2000-ERROR-RATE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - R A T E - L I N E                             *
      *                                                              *
      ****************************************************************
       S2100-RATE-LINE                   SECTION.

           ADD   1                        TO  A-RATE-LINE-CNT.
           ADD   W-RT-CHECK-CNT           TO  A-CHECK-TOT.
           ADD   W-RT-ERR-CNT             TO  A-ERR-TOT.

           MOVE  SPACE                    TO  D1-DETAIL-LINE.

           EVALUATE  W-RT-METHOD
               WHEN  '1'
                     MOVE  'ENTRY'        TO  D1-CHANNEL
               WHEN  '2'
                     MOVE  'MEDIA'        TO  D1-CHANNEL
               WHEN  '3'
               WHEN  '8'
                     MOVE  'SUBMITTED'    TO  D1-CHANNEL
               WHEN  '9'
                     MOVE  'ELECTRONIC'   TO  D1-CHANNEL
               WHEN  OTHER
                     STRING  'OTHER ('  W-RT-METHOD  ')'
                             DELIMITED BY SIZE  INTO  D1-CHANNEL
                     END-STRING
           END-EVALUATE.

           MOVE  W-RT-XMTR-ID             TO  D1-XMTR-ID.

           IF  W-RT-XMTR-ID  =  SPACE
               MOVE  '(NO TRANSMITTER)'   TO  D1-XMTR-NM
           ELSE
               IF  W-RT-XMTR-NM  =  SPACE
                   MOVE  '(NOT REGISTERED)'
                                          TO  D1-XMTR-NM
               ELSE
                   MOVE  W-RT-XMTR-NM     TO  D1-XMTR-NM
               END-IF
           END-IF.

           MOVE  W-RT-CHECK-CNT           TO  D1-CHECK-CNT.
           MOVE  W-RT-ERR-CNT             TO  D1-ERR-CNT.
           PERFORM  S2200-COMPUTE-RATE.
           MOVE  W-RT-RATE                TO  D1-RATE.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S2100-RATE-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - C O M P U T E - R A T E                       *
      *                                                              *
      ****************************************************************
       S2200-COMPUTE-RATE                SECTION.

           IF  W-RT-CHECK-CNT  >  ZERO
               COMPUTE  W-RT-RATE  ROUNDED
                     =  W-RT-ERR-CNT * 100 / W-RT-CHECK-CNT
           ELSE
               MOVE  ZERO                 TO  W-RT-RATE
           END-IF.

       S2200-COMPUTE-RATE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      ****************************************************************
       S3000-WRITE-TOTALS                SECTION.

           MOVE  'CORRECTION NOTICES'     TO  H2-TEXT.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  'FAILED CHECKS READ ...........................'
                                          TO  T1-TEXT.
           MOVE  A-MERR-READ-CNT          TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  'CORRECTION NOTICES PRINTED ...................'
                                          TO  T1-TEXT.
           MOVE  A-NOTICE-CNT             TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  '  OF WHICH SENT ELECTRONICALLY (TRWDB) .......'
                                          TO  T1-TEXT.
           MOVE  A-ELEC-CNT               TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  'NOTICES HELD - RETURNED MAIL OPEN ............'
                                          TO  T1-TEXT.
           MOVE  A-HELD-CNT               TO  T1-CNT.
           PERFORM  S3100-WRITE-TOTAL.

           MOVE  'REGISTER ROWS MARKED PRINTED .................'
                                          TO  T1-TEXT.
           MOVE  A-MARK-CNT               TO  T1-CNT.
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
      *    S 5 1 9 0 - C H E C K - L T R - W R I T E                 *
      *                                                              *
      ****************************************************************
       S5190-CHECK-LTR-WRITE             SECTION.

           IF  NOT  S-LTR-NORMAL
               DISPLAY
               'S5190:ERROR=MIPL060 WRITE ERROR(' S-LTR-STATUS ')'
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
               'S6900:ERROR=MIPP060 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - M E R R                           *
      *                                                              *
      ****************************************************************
       S7100-FETCH-MERR                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_MERR
                 INTO  :W-MU-TXOFF
                 ,     :W-MU-RESID-BUSNID
                 ,     :W-MU-TXTP
                 ,     :W-MU-ASS-YYMM
                 ,     :W-MU-RTN-TP
                 ,     :W-MU-RTN-SERIAL
                 ,     :W-MU-SERIAL
                 ,     :W-MU-RULE-DESC
                 ,     :W-MU-RULE-TP
                 ,     :W-MU-FILED-AMT
                 ,     :W-MU-RECOMP-AMT
                 ,     :W-MU-DIFF-AMT
                 ,     :W-MU-ERR-DT
                 ,     :W-MU-NAME
                 ,     :W-MU-LGDONG-CD
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-MERR-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'MERR FETCH'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7100-FETCH-MERR-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - R A T E                           *
      *                                                              *
      ****************************************************************
       S7200-FETCH-RATE                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_RATE
                 INTO  :W-RT-METHOD
                 ,     :W-RT-XMTR-ID
                 ,     :W-RT-XMTR-NM
                 ,     :W-RT-CHECK-CNT
                 ,     :W-RT-ERR-CNT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'RATE FETCH'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7200-FETCH-RATE-EXIT.
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
      *             E N D   O F   P R O G R A M      MIPB6            *
      *                                                              *
      ****************************************************************
