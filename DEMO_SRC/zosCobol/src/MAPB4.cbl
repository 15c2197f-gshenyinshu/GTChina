      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       MAPB4.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : NIGHTLY ARREARS COLLECTION ESCALATION         *
      *  DESCRIPTION : MOVES EVERY DELINQUENT DTJB.TTJBD ACCOUNT     *
      *                (RESID/TXPAYER_TP, ALL TAX TYPES TOGETHER)    *
      *                ALONG THE COLLECTION STAGES HELD ON           *
      *                DTJB.TTJBG - OVERDUE, REMINDER, FORMAL        *
      *                DEMAND, FINAL DEMAND, REFERRAL FOR            *
      *                ENFORCEMENT.  THE DAYS AT EACH STAGE COME     *
      *                FROM THE TRWBA 'COLLECT1'-'COLLECT4' ROWS     *
      *                AND ARE COUNTED IN BUSINESS DAYS BY LCBSDATE. *
      *                EACH STAGE REACHED GETS A NUMBERED DEMAND     *
      *                NOTICE QUEUED ON DRWA.TRWAP UNDER THE STAGE'S *
      *                TRWBB CATALOG FORM, AND EVERY CHANGE (OPEN,   *
      *                STAGE, PAUSE, RESUME, CLEAR) IS LOGGED ON     *
      *                DTJB.TTJBH.  AN ACCOUNT UNDER AN ACTIVE TTJBE *
      *                AGREEMENT OR WHOSE BUSINESS HAS A TTBAT       *
      *                SUSPENSION COVERING THE RUN DATE IS PAUSED AT *
      *                ITS STAGE.  THE RUN ENDS WITH THE PER-OFFICE  *
      *                ENFORCEMENT-REFERRAL WORK LIST.               *
      *                EACH QUEUED NOTICE CARRIES THE TAXPAYER'S     *
      *                TRWDB CHANNEL PREFERENCE AND IS ENTERED ON    *
      *                THE TRWCX CORRESPONDENCE REGISTER (LCBSCORR). *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : MAPB4                                      *
      *                                                              *
      *  INPUT PARMS    : NONE                                       *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTJB.TTJBD / DTJB.TTJBE                 R                   *
      *  DTAA.TTAAA / DTBA.TTBAT                 R                   *
      *  DRWB.TRWBA / DRWB.TRWBB                 R                   *
      *  DTJB.TTJBG                             CRU                  *
      *  DTJB.TTJBH                             CR                   *
      *  DRWA.TRWAP                             C                    *
      *  LCBD2CTL.NUM_ALLOC  (VIA LCBSNUM)      RU                   *
      *  DRWB.TRWDB          (VIA LCBSCORR)     R                    *
      *  DRWB.TRWCX          (VIA LCBSCORR)     CR                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         DEMAND NOTICES QUEUED FOR THE  *
      *                               TAXPAYER'S TRWDB CHANNEL       *
      *  2026/10/15  S.K.CHOI         DEMAND NOTICE REGISTERED ON    *
      *                               TRWCX AS A STATUTORY SEND      *
      *  2026/10/15  S.K.CHOI         TAXPAYER STAMPED ON THE TRWAP  *
      *                               ROW FOR THE LAPB5 CONSENT      *
      *                               CHECK                          *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  MAPP040
                   FILE         STATUS    IS  S-RPT-STATUS.

           SELECT  O-WRK-FILE  ASSIGN     TO  MAPP041
                   FILE         STATUS    IS  S-WRK-STATUS.

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

       FD  O-WRK-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-WRK-REC.
       01  O-WRK-REC                     PIC  X(132).

      ****************************************************************
      *                                                              *
      *    W O R K I N G - S T O R A G E    S E C T I O N            *
      *                                                              *
      ****************************************************************
       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'MAPB4    - WORKING STORAGE BEGINS HERE'.

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

           05  A-DLQ-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-OPEN-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-STAGE-CNT               PIC  9(09)  VALUE  ZERO
                                         OCCURS  4  TIMES.
           05  A-PAUSE-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-RESUME-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-CLEAR-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-NOFORM-CNT              PIC  9(09)  VALUE  ZERO.
261015     05  A-ELEC-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-WORK-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-OFF-CNT                 PIC  9(09)  VALUE  ZERO.
           05  A-OFF-AMT                 PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-WRK-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MAPB4'.
           05  C-PGM-LCBSDATE            PIC  X(08)  VALUE 'LCBSDATE'.
           05  C-PGM-LCBSNUM             PIC  X(08)  VALUE 'LCBSNUM'.
261015     05  C-PGM-LCBSCORR            PIC  X(08)  VALUE 'LCBSCORR'.
      *    TRWAP KEY OFFICE UNDER WHICH DEMAND NOTICES ARE QUEUED -
      *    KEEPS THE NOTICE NUMBERS CLEAR OF THE RECEIPT NUMBERS.
261015*    THE ROW HAS NO TRWAD PARENT; LAPB1 RENDERS IT FROM THE
261015*    TTJBH STAGE-CHANGE ROW CARRYING THE NOTICE NUMBER.
           05  C-QUEUE-TXOFF             PIC  X(03)  VALUE 'CDN'.
      *    TRWBB SERVICE TYPE OF THE STAGE N NOTICE FORM IS 'CLDM' + N.
           05  C-FORM-SRVC-PFX           PIC  X(04)  VALUE 'CLDM'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-FIRST-OFF-FLAG          PIC  X(01)  VALUE  'Y'.
               88  S-FIRST-OFF                       VALUE  'Y'.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

           05  S-WRK-STATUS              PIC  X(002).
               88  S-WRK-NORMAL                      VALUE '00'.

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

      *    THE FOUR STAGES AS LOADED FROM TRWBA - SWITCHED ON, AND THE
      *    BUSINESS DAYS AT THE STAGE BELOW BEFORE THIS ONE IS REACHED.
           05  W-STAGE-TBL.
               10  W-STAGE-ENTRY         OCCURS  4  TIMES.
                   15  W-STG-CTL-ID      PIC  X(08).
                   15  W-STG-ACTIVE      PIC  X(01).
                       88  W-STG-ON                  VALUE 'Y'.
                   15  W-STG-DAYS        PIC S9(04) COMP.
           05  W-IX                      PIC S9(04) COMP.

      *    ONE DELINQUENT ACCOUNT AS FETCHED.
           05  W-DLQ-RESID               PIC  X(13).
           05  W-DLQ-TXPAYER-TP          PIC  X(01).
           05  W-DLQ-NOPAY-AMT           PIC S9(13)V9(02) COMP-3.
           05  W-DLQ-BUSNID              PIC  X(10).
           05  W-DLQ-TXOFF               PIC  X(03).
           05  W-DLQ-PAUSE-RSN           PIC  X(01).
               88  W-DLQ-NOT-PAUSED                  VALUE ' '.

      *    STAGE ARITHMETIC - W-CUR-STAGE IS WHERE THE ACCOUNT IS,
      *    W-NEXT-STAGE THE NEXT SWITCHED-ON STAGE ABOVE IT (0 = NONE).
           05  W-CUR-STAGE               PIC  9(01).
           05  W-NEXT-STAGE              PIC  9(01).
           05  W-FROM-STAGE              PIC  X(01).
           05  W-DUE-FROM-DT             PIC  X(08).

           05  W-FORM-SRVC-TP.
               10  W-FORM-SRVC-PFX       PIC  X(04).
               10  W-FORM-SRVC-STAGE     PIC  X(01).

           05  W-NOTICE-NO.
               10  W-NOTICE-YY           PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  W-NOTICE-SEQNO        PIC  9(07).

           05  W-PREV-TXOFF              PIC  X(03).
           05  W-WRK-NOPAY-AMT           PIC S9(13)V9(02) COMP-3.

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

      *    PARAMETER AREA OF THE LCBSNUM CENTRAL NUMBER ALLOCATOR,
      *    CARRIED AS LCBSNUM ITSELF DEFINES IT.
       01  L-NUM-PARM.
           05  L-NUM-SERIES-NM           PIC  X(40).
           05  L-NUM-PGM-ID              PIC  X(08).
           05  L-NUM-REQ-CNT             PIC  S9(04) COMP.
           05  L-NUM-SEED                PIC  S9(09) COMP.
           05  L-NUM-FIRST-NO            PIC  S9(09) COMP.
           05  L-NUM-RC                  PIC  X(02).

261015*    PARAMETER AREA OF THE LCBSCORR CORRESPONDENCE SERVICE.
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'ARREARS COLLECTION ESCALATION  RUN DATE:'.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(82)  VALUE  SPACE.

           05  H2-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'RESID         TP OFF         BALANCE  FR'.
               10  FILLER                PIC  X(40)  VALUE
                   ' TO ACTION                           NOT'.
               10  FILLER                PIC  X(40)  VALUE
                   'ICE       FORM                          '.
               10  FILLER                PIC  X(11)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-RESID              PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXPAYER-TP         PIC  X(01).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-NOPAY-AMT          PIC  ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-FROM-STAGE         PIC  X(01).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-TO-STAGE           PIC  X(01).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-ACTION             PIC  X(32).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-NOTICE-NO          PIC  X(12).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-FORM-NOTE          PIC  X(20).
               10  FILLER                PIC  X(17)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-LABEL              PIC  X(30).
               10  T1-ITEM-CNT           PIC  ZZZZZZZZZZZZ9.
               10  FILLER                PIC  X(88)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    W O R K    L I S T    L I N E S   (MAPP041)               *
      *                                                              *
      ****************************************************************
       01  WORK-LIST-LINES.

           05  W1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(40)  VALUE
                   'ENFORCEMENT REFERRAL WORK LIST  OFFICE: '.
               10  W1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(12)  VALUE
                   '  RUN DATE: '.
               10  W1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(68)  VALUE  SPACE.

           05  W2-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'RESID         TP BUSNID     REFERRED    '.
               10  FILLER                PIC  X(40)  VALUE
                   '     BALANCE  LAST NOTICE   STATE       '.
               10  FILLER                PIC  X(51)  VALUE  SPACE.

           05  W3-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  W3-RESID              PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  W3-TXPAYER-TP         PIC  X(01).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  W3-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  W3-STAGE-DT           PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  W3-NOPAY-AMT          PIC  ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  W3-NOTICE-NO          PIC  X(12).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  W3-STATE              PIC  X(24).
               10  FILLER                PIC  X(39)  VALUE  SPACE.

           05  W4-TOTAL-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(18)  VALUE
                   'OFFICE TOTAL    : '.
               10  W4-CNT                PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(12)  VALUE
                   ' ACCOUNTS   '.
               10  W4-AMT                PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(73)  VALUE  SPACE.

           05  W5-NONE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(40)  VALUE
                   'ENFORCEMENT REFERRAL WORK LIST - NO ACCO'.
               10  FILLER                PIC  X(20)  VALUE
                   'UNTS AT THIS STAGE  '.
               10  FILLER                PIC  X(71)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DTJB.TTJBG   (   ARREARS COLLECTION STAGE   )             *
      ****************************************************************
           EXEC  SQL  INCLUDE  TJOBG      END-EXEC.

      ****************************************************************
      *    DTJB.TTJBH   (   COLLECTION AUDIT / NOTICE REGISTER   )   *
      ****************************************************************
           EXEC  SQL  INCLUDE  TJOBH      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBA   (   SCREEN / STAGE CONTROL   )               *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBB   (   FORMS-DEFINITION CATALOG   )             *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBB      END-EXEC.

      ****************************************************************
      *    DRWA.TRWAP   (   OUTPUT REQUEST QUEUE   )                 *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAP      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_CLEAR : OPEN COLLECTION ROWS WHOSE ACCOUNT HAS NO  *
      *    TTJBD BALANCE LEFT.                                       *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_CLEAR  CURSOR  WITH  HOLD  FOR
                 SELECT   G.RESID
                 ,        G.TXPAYER_TP
                 ,        G.TXOFF_CD
                 ,        G.COLL_STAGE
                 ,        G.COLL_STAUS
                 FROM     DTJB.TTJBG  G
                 WHERE    G.COLL_STAUS  IN ('A', 'P')
                 AND      NOT EXISTS
                          (SELECT 1
                             FROM DTJB.TTJBD  D
                            WHERE D.RESID      = G.RESID
                              AND D.TXPAYER_TP = G.TXPAYER_TP
                              AND D.NOPAY_AMT  > 0)
                 ORDER BY G.RESID, G.TXPAYER_TP
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_DLQ : EVERY ACCOUNT WITH AN OPEN TTJBD BALANCE,    *
      *    WITH ITS COLLECTION ROW (SPACES WHEN NONE YET) AND WHY IT *
      *    MUST PAUSE TONIGHT - 'A' AN ACTIVE TTJBE AGREEMENT, 'S' A *
      *    TTBAT SUSPENSION COVERING THE RUN DATE ON ANY OF THE      *
      *    TAXPAYER'S LIVE BUSINESSES.  THE BUSNID AND OFFICE ARE    *
      *    THE TAXPAYER'S LOWEST LIVE TTAAA REGISTRATION.            *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_DLQ  CURSOR  WITH  HOLD  FOR
                 SELECT   X.RESID
                 ,        X.TXPAYER_TP
                 ,        X.NOPAY_AMT
                 ,        COALESCE(
                          (SELECT MIN(A.BUSNID)
                             FROM DTAA.TTAAA  A
                            WHERE A.RESID_CHIEF      = X.RESID
                              AND A.TXPAYER_TP_CHIEF = X.TXPAYER_TP
                              AND A.LAST_FG          = 'Y'), ' ')
                 ,        COALESCE(
                          (SELECT MIN(A.TXOFF_CD)
                             FROM DTAA.TTAAA  A
                            WHERE A.RESID_CHIEF      = X.RESID
                              AND A.TXPAYER_TP_CHIEF = X.TXPAYER_TP
                              AND A.LAST_FG          = 'Y'), ' ')
                 ,        CASE
                          WHEN EXISTS
                          (SELECT 1
                             FROM DTJB.TTJBE  E
                            WHERE E.RESID       = X.RESID
                              AND E.TXPAYER_TP  = X.TXPAYER_TP
                              AND E.AGREE_STAUS = 'A')
                          THEN 'A'
                          WHEN EXISTS
                          (SELECT 1
                             FROM DTAA.TTAAA  A
                             ,    DTBA.TTBAT  T
                            WHERE A.RESID_CHIEF      = X.RESID
                              AND A.TXPAYER_TP_CHIEF = X.TXPAYER_TP
                              AND A.LAST_FG          = 'Y'
                              AND T.BUSNID           = A.BUSNID
                              AND T.SUSPEND_FR_DT   <= :W-SYSTEM-DATE
                              AND ( T.SUSPEND_TO_DT  = ' '
                                 OR T.SUSPEND_TO_DT >= :W-SYSTEM-DATE ))
                          THEN 'S'
                          ELSE ' '
                          END
                 ,        COALESCE(G.COLL_STAGE,  ' ')
                 ,        COALESCE(G.COLL_STAUS,  ' ')
                 ,        COALESCE(G.NEXT_DUE_DT, ' ')
                 ,        COALESCE(G.NOTICE_YY,   ' ')
                 ,        COALESCE(G.NOTICE_SEQNO, 0)
                 FROM   ( SELECT  RESID
                          ,       TXPAYER_TP
                          ,       SUM(NOPAY_AMT)  AS NOPAY_AMT
                          FROM    DTJB.TTJBD
                          WHERE   NOPAY_AMT  >  0
                          GROUP BY RESID, TXPAYER_TP )  X
                 LEFT OUTER JOIN  DTJB.TTJBG  G
                 ON       G.RESID       =  X.RESID
                 AND      G.TXPAYER_TP  =  X.TXPAYER_TP
                 ORDER BY X.RESID, X.TXPAYER_TP
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_WORK : THE ENFORCEMENT-REFERRAL WORK LIST - EVERY  *
      *    OPEN ACCOUNT AT STAGE '4', OFFICE BY OFFICE, WITH ITS     *
      *    BALANCE AS IT STANDS.                                     *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_WORK  CURSOR  WITH  HOLD  FOR
                 SELECT   G.TXOFF_CD
                 ,        G.RESID
                 ,        G.TXPAYER_TP
                 ,        G.BUSNID
                 ,        G.STAGE_DT
                 ,        G.COLL_STAUS
                 ,        G.PAUSE_RSN
                 ,        G.NOTICE_YY
                 ,        G.NOTICE_SEQNO
                 ,        COALESCE(
                          (SELECT SUM(D.NOPAY_AMT)
                             FROM DTJB.TTJBD  D
                            WHERE D.RESID      = G.RESID
                              AND D.TXPAYER_TP = G.TXPAYER_TP
                              AND D.NOPAY_AMT  > 0), 0)
                 FROM     DTJB.TTJBG  G
                 WHERE    G.COLL_STAGE  =  '4'
                 AND      G.COLL_STAUS  IN ('A', 'P')
                 ORDER BY G.TXOFF_CD, G.STAGE_DT, G.RESID, G.TXPAYER_TP
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'MAPB4    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S0250-LOAD-STAGES.

           PERFORM  S1100-CLEAR-SWEEP.

           PERFORM  S1200-COLLECT-SWEEP.

           PERFORM  S1500-WORK-LIST.

           PERFORM  S5900-WRITE-TOTALS.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** MAPB4    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** MAPB4    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* DLQ-READ-CNT   : ' A-DLQ-READ-CNT.
           DISPLAY '* OPENED-CNT     : ' A-OPEN-CNT.
           DISPLAY '* REMINDER-CNT   : ' A-STAGE-CNT (1).
           DISPLAY '* DEMAND-CNT     : ' A-STAGE-CNT (2).
           DISPLAY '* FINAL-CNT      : ' A-STAGE-CNT (3).
           DISPLAY '* REFERRAL-CNT   : ' A-STAGE-CNT (4).
           DISPLAY '* PAUSED-CNT     : ' A-PAUSE-CNT.
           DISPLAY '* RESUMED-CNT    : ' A-RESUME-CNT.
           DISPLAY '* CLEARED-CNT    : ' A-CLEAR-CNT.
           DISPLAY '* NO-FORM-CNT    : ' A-NOFORM-CNT.
261015     DISPLAY '* ELECTRONIC-CNT : ' A-ELEC-CNT.
           DISPLAY '* WORK-LIST-CNT  : ' A-WORK-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '* WRK-WRIT-CNT   : ' A-WRK-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-RPT-FILE
                  O-WRK-FILE.

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
           DISPLAY '### MAPB4    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=MAPP040 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-WRK-FILE.

           IF  NOT  S-WRK-NORMAL
               DISPLAY
               'S0200:ERROR=MAPP041 OPEN ERROR(' S-WRK-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE
                                             W1-RUN-DATE.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  H2-COLM-LINE.
           ADD   2                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 2 5 0 - L O A D - S T A G E S                         *
      *                                                              *
      *    ONE TRWBA ROW PER STAGE.  A ROW MISSING OR SWITCHED OFF   *
      *    LEAVES THAT STAGE OUT - ACCOUNTS GO STRAIGHT FROM THE     *
      *    STAGE BELOW IT TO THE NEXT ONE SWITCHED ON.               *
      *                                                              *
      ****************************************************************
       S0250-LOAD-STAGES                 SECTION.

           MOVE  'COLLECT1'               TO  W-STG-CTL-ID (1).
           MOVE  'COLLECT2'               TO  W-STG-CTL-ID (2).
           MOVE  'COLLECT3'               TO  W-STG-CTL-ID (3).
           MOVE  'COLLECT4'               TO  W-STG-CTL-ID (4).

           PERFORM  S0260-LOAD-ONE-STAGE
               VARYING  W-IX  FROM  1  BY  1
               UNTIL    W-IX  >  4.

       S0250-LOAD-STAGES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 2 6 0 - L O A D - O N E - S T A G E                   *
      *                                                              *
      ****************************************************************
       S0260-LOAD-ONE-STAGE              SECTION.

           MOVE  'N'                      TO  W-STG-ACTIVE (W-IX).
           MOVE  ZERO                     TO  W-STG-DAYS   (W-IX).
           MOVE  W-STG-CTL-ID (W-IX)      TO  CTL-ID OF TRWBA.

           EXEC  SQL  SELECT  WINDOW_DAYS, ACTIVE_FG
                        INTO  :TRWBA.WINDOW-DAYS,
                              :TRWBA.ACTIVE-FG
                        FROM  DRWB.TRWBA
                       WHERE  CTL_ID = :TRWBA.CTL-ID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     GO TO  S0260-LOAD-ONE-STAGE-DISP
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0260:DB ERROR TRWBA SELECT=' W-SQLCODE
                              ' CTL-ID=' CTL-ID OF TRWBA
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           IF  ACTIVE-FG-YES  OF  TRWBA
           AND WINDOW-DAYS OF TRWBA  >  ZERO
               MOVE  'Y'                  TO  W-STG-ACTIVE (W-IX)
               MOVE  WINDOW-DAYS OF TRWBA TO  W-STG-DAYS   (W-IX)
           END-IF.

       S0260-LOAD-ONE-STAGE-DISP.

           DISPLAY  'S0260:STAGE ' W-IX ' ' W-STG-CTL-ID (W-IX)
                    ' ACTIVE ' W-STG-ACTIVE (W-IX)
                    ' BUSINESS DAYS ' W-STG-DAYS (W-IX).

       S0260-LOAD-ONE-STAGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - C L E A R - S W E E P                         *
      *                                                              *
      *    PAID OR OTHERWISE SETTLED SINCE THE LAST RUN - THE ROW    *
      *    IS CLOSED AT ITS STAGE.  ONE ACCOUNT PER COMMIT.          *
      *                                                              *
      ****************************************************************
       S1100-CLEAR-SWEEP                 SECTION.

           DISPLAY  'STEP : S1100-CLEAR-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_CLEAR   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR CLEAR OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-CLEAR
              IF  NOT  S-NO-DATA
                  PERFORM  S2900-CLEAR-ONE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_CLEAR  END-EXEC.

       S1100-CLEAR-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - C O L L E C T - S W E E P                     *
      *                                                              *
      ****************************************************************
       S1200-COLLECT-SWEEP               SECTION.

           DISPLAY  'STEP : S1200-COLLECT-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_DLQ     END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1200:DB ERROR DLQ OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7200-FETCH-DLQ
              IF  NOT  S-NO-DATA
                  PERFORM  S2000-COLLECT-ONE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_DLQ    END-EXEC.

       S1200-COLLECT-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - C O L L E C T - O N E                         *
      *                                                              *
      *    ONE ACCOUNT, ONE ACTION A NIGHT:                          *
      *      NO ROW, OR CLEARED BEFORE  - OPEN AT '0' (PAUSED AT     *
      *                                   ONCE IF IT MUST BE)        *
      *      ACTIVE, MUST PAUSE         - PAUSE AT ITS STAGE         *
      *      PAUSED, NOTHING TO PAUSE   - RESUME AT ITS STAGE        *
      *      ACTIVE, NEXT-DUE-DT REACHED - UP TO THE NEXT STAGE      *
      *    ONE ACCOUNT PER COMMIT.                                   *
      *                                                              *
      ****************************************************************
       S2000-COLLECT-ONE                 SECTION.

           MOVE  W-DLQ-RESID              TO  RESID      OF TTJBG.
           MOVE  W-DLQ-TXPAYER-TP         TO  TXPAYER-TP OF TTJBG.
           MOVE  W-DLQ-TXOFF              TO  TXOFF-CD   OF TTJBG.
           MOVE  W-DLQ-BUSNID             TO  BUSNID     OF TTJBG.
           MOVE  W-DLQ-NOPAY-AMT          TO  NOPAY-AMT  OF TTJBG.
           MOVE  SPACE                    TO  PAUSE-RSN  OF TTJBG.

           EVALUATE  TRUE
               WHEN  COLL-STAUS OF TTJBG  =  SPACE
                     PERFORM  S2100-OPEN-ACCOUNT
               WHEN  COLL-STAUS-CLEARED
                     PERFORM  S2100-OPEN-ACCOUNT
               WHEN  COLL-STAUS-ACTIVE
               AND   NOT  W-DLQ-NOT-PAUSED
                     PERFORM  S2200-PAUSE-ACCOUNT
               WHEN  COLL-STAUS-PAUSED
               AND   W-DLQ-NOT-PAUSED
                     PERFORM  S2300-RESUME-ACCOUNT
               WHEN  COLL-STAUS-ACTIVE
               AND   NEXT-DUE-DT OF TTJBG  NOT =  SPACE
               AND   NEXT-DUE-DT OF TTJBG  NOT >  W-SYSTEM-DATE
                     PERFORM  S2400-ESCALATE-ACCOUNT
               WHEN  OTHER
                     GO TO  S2000-COLLECT-ONE-EXIT
           END-EVALUATE.

           EXEC  SQL  COMMIT  END-EXEC.

       S2000-COLLECT-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - O P E N - A C C O U N T                       *
      *                                                              *
      *    A NEW DELINQUENCY (OR A NEW ONE AFTER AN EARLIER CLEAR)   *
      *    STARTS AT '0' WITH THE REMINDER'S PERIOD RUNNING FROM     *
      *    TONIGHT.  A ROW THAT MUST PAUSE IS OPENED PAUSED.         *
      *                                                              *
      ****************************************************************
       S2100-OPEN-ACCOUNT                SECTION.

           MOVE  COLL-STAUS OF TTJBG      TO  W-FROM-STAGE.

           MOVE  '0'                      TO  COLL-STAGE  OF TTJBG.
           MOVE  ZERO                     TO  W-CUR-STAGE.
           MOVE  W-SYSTEM-DATE            TO  W-DUE-FROM-DT.
           PERFORM  S3100-NEXT-DUE.

           MOVE  W-DLQ-PAUSE-RSN          TO  PAUSE-RSN   OF TTJBG.
           IF  W-DLQ-NOT-PAUSED
               MOVE  'A'                  TO  COLL-STAUS  OF TTJBG
               MOVE  SPACE                TO  PAUSE-DT    OF TTJBG
           ELSE
               MOVE  'P'                  TO  COLL-STAUS  OF TTJBG
               MOVE  W-SYSTEM-DATE        TO  PAUSE-DT    OF TTJBG
           END-IF.

           MOVE  W-SYSTEM-DATE            TO  DLQ-FR-DT   OF TTJBG
                                              STAGE-DT    OF TTJBG
                                              STAUS-DT    OF TTJBG.
           MOVE  SPACE                    TO  NOTICE-YY   OF TTJBG
                                              CLEAR-DT    OF TTJBG.
           MOVE  ZERO                     TO  NOTICE-SEQNO OF TTJBG.
           MOVE  C-PROG-ID                TO  CHANGE-OPID OF TTJBG.

      *    NO ROW YET - INSERT.  A CLEARED ROW IS REUSED.
           IF  W-FROM-STAGE  =  SPACE
               PERFORM  S6100-INSERT-TTJBG
           ELSE
               PERFORM  S6200-UPDATE-TTJBG
           END-IF.

           MOVE  'O'                      TO  EVENT-TP    OF TTJBH.
           MOVE  SPACE                    TO  FROM-STAGE  OF TTJBH.
           MOVE  '0'                      TO  TO-STAGE    OF TTJBH.
           PERFORM  S6300-LOG-EVENT.
           ADD   1                        TO  A-OPEN-CNT.
           MOVE  'OPENED - OVERDUE'       TO  D1-ACTION.
           PERFORM  S5200-WRITE-DETAIL.

           IF  NOT  W-DLQ-NOT-PAUSED
               MOVE  'P'                  TO  EVENT-TP    OF TTJBH
               MOVE  '0'                  TO  FROM-STAGE  OF TTJBH
                                              TO-STAGE    OF TTJBH
               PERFORM  S6300-LOG-EVENT
               ADD   1                    TO  A-PAUSE-CNT
               PERFORM  S2250-PAUSE-TEXT
               PERFORM  S5200-WRITE-DETAIL
           END-IF.

       S2100-OPEN-ACCOUNT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - P A U S E - A C C O U N T                     *
      *                                                              *
      ****************************************************************
       S2200-PAUSE-ACCOUNT               SECTION.

           MOVE  'P'                      TO  COLL-STAUS  OF TTJBG.
           MOVE  W-DLQ-PAUSE-RSN          TO  PAUSE-RSN   OF TTJBG.
           MOVE  W-SYSTEM-DATE            TO  PAUSE-DT    OF TTJBG
                                              STAUS-DT    OF TTJBG.
           MOVE  C-PROG-ID                TO  CHANGE-OPID OF TTJBG.

           EXEC  SQL  UPDATE  DTJB.TTJBG
                         SET  COLL_STAUS  = :TTJBG.COLL-STAUS,
                              PAUSE_RSN   = :TTJBG.PAUSE-RSN,
                              PAUSE_DT    = :TTJBG.PAUSE-DT,
                              NOPAY_AMT   = :TTJBG.NOPAY-AMT,
                              STAUS_DT    = :TTJBG.STAUS-DT,
                              CHANGE_OPID = :TTJBG.CHANGE-OPID
                       WHERE  RESID       = :TTJBG.RESID
                         AND  TXPAYER_TP  = :TTJBG.TXPAYER-TP
                         AND  COLL_STAUS  = 'A'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  'P'                      TO  EVENT-TP    OF TTJBH.
           MOVE  COLL-STAGE OF TTJBG      TO  FROM-STAGE  OF TTJBH
                                              TO-STAGE    OF TTJBH.
           PERFORM  S6300-LOG-EVENT.
           ADD   1                        TO  A-PAUSE-CNT.
           PERFORM  S2250-PAUSE-TEXT.
           PERFORM  S5200-WRITE-DETAIL.

       S2200-PAUSE-ACCOUNT-EXIT.
           EXIT.

       S2250-PAUSE-TEXT                  SECTION.

           IF  PAUSE-RSN-AGREEMENT
               MOVE  'PAUSED - INSTALMENT AGREEMENT'
                                          TO  D1-ACTION
           ELSE
               MOVE  'PAUSED - BUSINESS SUSPENDED'
                                          TO  D1-ACTION
           END-IF.

       S2250-PAUSE-TEXT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - R E S U M E - A C C O U N T                   *
      *                                                              *
      *    THE AGREEMENT HAS ENDED OR THE SUSPENSION IS OVER.  THE   *
      *    ACCOUNT STAYS AT ITS STAGE AND THE NEXT STAGE'S FULL      *
      *    PERIOD RUNS AGAIN FROM TONIGHT.                           *
      *                                                              *
      ****************************************************************
       S2300-RESUME-ACCOUNT              SECTION.

           MOVE  COLL-STAGE OF TTJBG      TO  W-CUR-STAGE.
           MOVE  W-SYSTEM-DATE            TO  W-DUE-FROM-DT.
           PERFORM  S3100-NEXT-DUE.

           MOVE  'A'                      TO  COLL-STAUS  OF TTJBG.
           MOVE  SPACE                    TO  PAUSE-RSN   OF TTJBG.
           MOVE  W-SYSTEM-DATE            TO  STAUS-DT    OF TTJBG.
           MOVE  C-PROG-ID                TO  CHANGE-OPID OF TTJBG.

           EXEC  SQL  UPDATE  DTJB.TTJBG
                         SET  COLL_STAUS  = :TTJBG.COLL-STAUS,
                              PAUSE_RSN   = :TTJBG.PAUSE-RSN,
                              NEXT_DUE_DT = :TTJBG.NEXT-DUE-DT,
                              NOPAY_AMT   = :TTJBG.NOPAY-AMT,
                              STAUS_DT    = :TTJBG.STAUS-DT,
                              CHANGE_OPID = :TTJBG.CHANGE-OPID
                       WHERE  RESID       = :TTJBG.RESID
                         AND  TXPAYER_TP  = :TTJBG.TXPAYER-TP
                         AND  COLL_STAUS  = 'P'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  'R'                      TO  EVENT-TP    OF TTJBH.
           MOVE  COLL-STAGE OF TTJBG      TO  FROM-STAGE  OF TTJBH
                                              TO-STAGE    OF TTJBH.
           PERFORM  S6300-LOG-EVENT.
           ADD   1                        TO  A-RESUME-CNT.
           MOVE  'RESUMED - PERIOD RESTARTED'
                                          TO  D1-ACTION.
           PERFORM  S5200-WRITE-DETAIL.

       S2300-RESUME-ACCOUNT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - E S C A L A T E - A C C O U N T               *
      *                                                              *
      *    UP ONE SWITCHED-ON STAGE, WITH ITS NUMBERED NOTICE AND    *
      *    THE NEXT STAGE'S PERIOD RUNNING FROM TONIGHT.  A STAGE    *
      *    SWITCHED OFF SINCE NEXT-DUE-DT WAS SET LEAVES THE ACCOUNT *
      *    WHERE IT IS, NOTHING DUE.                                 *
      *                                                              *
      ****************************************************************
       S2400-ESCALATE-ACCOUNT            SECTION.

           MOVE  COLL-STAGE OF TTJBG      TO  W-FROM-STAGE
                                              W-CUR-STAGE.
           PERFORM  S3000-FIND-NEXT-STAGE.

           IF  W-NEXT-STAGE  =  ZERO
               EXEC  SQL  UPDATE  DTJB.TTJBG
                             SET  NEXT_DUE_DT = ' '
                           WHERE  RESID       = :TTJBG.RESID
                             AND  TXPAYER_TP  = :TTJBG.TXPAYER-TP
               END-EXEC
               IF  SQLCODE  NOT =  0
                   PERFORM  S8100-SQL-ABORT
               END-IF
               GO TO  S2400-ESCALATE-ACCOUNT-EXIT
           END-IF.

           MOVE  W-NEXT-STAGE             TO  COLL-STAGE  OF TTJBG
                                              W-CUR-STAGE.
           MOVE  W-SYSTEM-DATE            TO  W-DUE-FROM-DT.
           PERFORM  S3100-NEXT-DUE.

           PERFORM  S4100-NOTICE-NO-GET.
           PERFORM  S4200-NOTICE-FORM-CHK.
           PERFORM  S4300-NOTICE-QUEUE.

           MOVE  NOTICE-YY    OF TTJBH    TO  NOTICE-YY    OF TTJBG.
           MOVE  NOTICE-SEQNO OF TTJBH    TO  NOTICE-SEQNO OF TTJBG.
           MOVE  W-SYSTEM-DATE            TO  STAGE-DT     OF TTJBG
                                              STAUS-DT     OF TTJBG.
           MOVE  C-PROG-ID                TO  CHANGE-OPID  OF TTJBG.
           PERFORM  S6250-UPDATE-STAGE.

           MOVE  'S'                      TO  EVENT-TP    OF TTJBH.
           MOVE  W-FROM-STAGE             TO  FROM-STAGE  OF TTJBH.
           MOVE  COLL-STAGE OF TTJBG      TO  TO-STAGE    OF TTJBH.
           PERFORM  S6300-LOG-EVENT.

           ADD   1                        TO  A-STAGE-CNT
                                                 (W-NEXT-STAGE).

           EVALUATE  TRUE
               WHEN  COLL-STAGE-REMINDER
                     MOVE  'REMINDER SENT'          TO  D1-ACTION
               WHEN  COLL-STAGE-DEMAND
                     MOVE  'FORMAL DEMAND SENT'     TO  D1-ACTION
               WHEN  COLL-STAGE-FINAL
                     MOVE  'FINAL DEMAND SENT'      TO  D1-ACTION
               WHEN  COLL-STAGE-ENFORCE
                     MOVE  'REFERRED FOR ENFORCEMENT'
                                                    TO  D1-ACTION
           END-EVALUATE.
           PERFORM  S5200-WRITE-DETAIL.

       S2400-ESCALATE-ACCOUNT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 9 0 0 - C L E A R - O N E                             *
      *                                                              *
      ****************************************************************
       S2900-CLEAR-ONE                   SECTION.

           MOVE  'C'                      TO  COLL-STAUS  OF TTJBG.
           MOVE  SPACE                    TO  PAUSE-RSN   OF TTJBG
                                              NEXT-DUE-DT OF TTJBG.
           MOVE  ZERO                     TO  NOPAY-AMT   OF TTJBG.
           MOVE  W-SYSTEM-DATE            TO  CLEAR-DT    OF TTJBG
                                              STAUS-DT    OF TTJBG.
           MOVE  C-PROG-ID                TO  CHANGE-OPID OF TTJBG.

           EXEC  SQL  UPDATE  DTJB.TTJBG
                         SET  COLL_STAUS  = :TTJBG.COLL-STAUS,
                              PAUSE_RSN   = :TTJBG.PAUSE-RSN,
                              NEXT_DUE_DT = :TTJBG.NEXT-DUE-DT,
                              NOPAY_AMT   = :TTJBG.NOPAY-AMT,
                              CLEAR_DT    = :TTJBG.CLEAR-DT,
                              STAUS_DT    = :TTJBG.STAUS-DT,
                              CHANGE_OPID = :TTJBG.CHANGE-OPID
                       WHERE  RESID       = :TTJBG.RESID
                         AND  TXPAYER_TP  = :TTJBG.TXPAYER-TP
                         AND  COLL_STAUS IN ('A', 'P')
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     GO TO  S2900-CLEAR-ONE-EXIT
               WHEN  OTHER
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           MOVE  'C'                      TO  EVENT-TP    OF TTJBH.
           MOVE  COLL-STAGE OF TTJBG      TO  FROM-STAGE  OF TTJBH
                                              TO-STAGE    OF TTJBH.
           PERFORM  S6300-LOG-EVENT.

           EXEC  SQL  COMMIT  END-EXEC.

           ADD   1                        TO  A-CLEAR-CNT.
           MOVE  'CLEARED - NOTHING OWING'
                                          TO  D1-ACTION.
           PERFORM  S5200-WRITE-DETAIL.

       S2900-CLEAR-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - F I N D - N E X T - S T A G E                 *
      *                                                              *
      *    THE LOWEST SWITCHED-ON STAGE ABOVE W-CUR-STAGE INTO       *
      *    W-NEXT-STAGE - ZERO WHEN THERE IS NONE.                   *
      *                                                              *
      ****************************************************************
       S3000-FIND-NEXT-STAGE             SECTION.

           MOVE  ZERO                     TO  W-NEXT-STAGE.
           COMPUTE  W-IX  =  W-CUR-STAGE  +  1.

           PERFORM  S3010-TRY-STAGE
               UNTIL  W-IX  >  4
               OR     W-NEXT-STAGE  NOT =  ZERO.

       S3000-FIND-NEXT-STAGE-EXIT.
           EXIT.

       S3010-TRY-STAGE                   SECTION.

           IF  W-STG-ON (W-IX)
               MOVE  W-IX                 TO  W-NEXT-STAGE
           END-IF.

           ADD   1                        TO  W-IX.

       S3010-TRY-STAGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - N E X T - D U E                               *
      *                                                              *
      *    NEXT-DUE-DT = W-DUE-FROM-DT PLUS THE NEXT STAGE'S         *
      *    BUSINESS DAYS, BY LCBSDATE SO WEEKENDS AND BIZ_CALENDAR   *
      *    HOLIDAYS DO NOT COUNT.  SPACES AT THE LAST STAGE.         *
      *                                                              *
      ****************************************************************
       S3100-NEXT-DUE                    SECTION.

           MOVE  SPACE                    TO  NEXT-DUE-DT OF TTJBG.

           PERFORM  S3000-FIND-NEXT-STAGE.

           IF  W-NEXT-STAGE  =  ZERO
               GO TO  S3100-NEXT-DUE-EXIT
           END-IF.

           MOVE  'A'                      TO  L-SDATE-FUNC.
           MOVE  W-DUE-FROM-DT            TO  L-SDATE-IN-DT.
           MOVE  W-STG-DAYS (W-NEXT-STAGE)
                                          TO  L-SDATE-DAYS.
           MOVE  SPACE                    TO  L-SDATE-PROV-CD.

           CALL  C-PGM-LCBSDATE  USING  L-SDATE-PARM.

           IF  L-SDATE-RC  NOT =  '00'
               DISPLAY  'S3100:LCBSDATE RC=' L-SDATE-RC
                        ' RESID=' RESID OF TTJBG
               EXEC  SQL  ROLLBACK  END-EXEC
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  L-SDATE-OUT-DT           TO  NEXT-DUE-DT OF TTJBG.

       S3100-NEXT-DUE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 1 0 0 - N O T I C E - N O - G E T                     *
      *                                                              *
      *    THE NOTICE NUMBER COMES FROM THE CENTRAL LCBSNUM          *
      *    ALLOCATOR, ONE SERIES PER YEAR.  A SERIES THE ALLOCATOR   *
      *    HAS NEVER SEEN IS SEEDED ONCE FROM THE REGISTER'S MAX;    *
      *    IF THE ALLOCATOR ITSELF IS DOWN THE MAX PATH CARRIES THE  *
      *    NIGHT.                                                    *
      *                                                              *
      ****************************************************************
       S4100-NOTICE-NO-GET               SECTION.

           MOVE  W-SYSTEM-DATE (1:4)      TO  NOTICE-YY OF TTJBH.

           MOVE  SPACES                   TO  L-NUM-PARM.
           STRING  'TTJBH'  NOTICE-YY OF TTJBH
                   DELIMITED BY SIZE  INTO  L-NUM-SERIES-NM
           END-STRING.
           MOVE  C-PROG-ID                TO  L-NUM-PGM-ID.
           MOVE  +1                       TO  L-NUM-REQ-CNT.
           MOVE  +0                       TO  L-NUM-SEED.

           CALL  C-PGM-LCBSNUM         USING  L-NUM-PARM.

           IF  L-NUM-RC  =  '02'
               PERFORM  S4150-NOTICE-NO-FALLBACK
               MOVE  NOTICE-SEQNO OF TTJBH  TO  L-NUM-SEED
               CALL  C-PGM-LCBSNUM  USING  L-NUM-PARM
           END-IF.

           IF  L-NUM-RC  =  '00'
               MOVE  L-NUM-FIRST-NO       TO  NOTICE-SEQNO OF TTJBH
           ELSE
               PERFORM  S4150-NOTICE-NO-FALLBACK
           END-IF.

       S4100-NOTICE-NO-GET-EXIT.
           EXIT.

       S4150-NOTICE-NO-FALLBACK          SECTION.

           EXEC  SQL  SELECT  COALESCE(MAX(NOTICE_SEQNO), 0)
                        INTO  :TTJBH.NOTICE-SEQNO
                        FROM  DTJB.TTJBH
                       WHERE  NOTICE_YY  = :TTJBH.NOTICE-YY
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           ADD   1                        TO  NOTICE-SEQNO OF TTJBH.

       S4150-NOTICE-NO-FALLBACK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 2 0 0 - N O T I C E - F O R M - C H K                 *
      *                                                              *
      *    EACH STAGE'S NOTICE IS A TRWBB/TRWBC CATALOG FORM KEYED   *
      *    BY ITS OWN SERVICE TYPE 'CLDM1'-'CLDM4'.  WITHOUT AN      *
      *    ACTIVE FORM THE NOTICE IS STILL NUMBERED AND LOGGED,      *
      *    UNQUEUED, AND THE RUN REPORT SHOWS THE GAP.               *
      *                                                              *
      ****************************************************************
       S4200-NOTICE-FORM-CHK             SECTION.

           MOVE  SPACE                    TO  FORM-ID    OF TTJBH.
           MOVE  ZERO                     TO  FORM-SEQNO OF TTJBH.
           MOVE  SPACE                    TO  D1-FORM-NOTE.

           MOVE  C-FORM-SRVC-PFX          TO  W-FORM-SRVC-PFX.
           MOVE  COLL-STAGE OF TTJBG      TO  W-FORM-SRVC-STAGE.

           EXEC  SQL  SELECT  FORM_ID
                        INTO  :TRWBB.FORM-ID
                        FROM  DRWB.TRWBB
                       WHERE  TX_SRVC_TP = :W-FORM-SRVC-TP
                         AND  ACTIVE_FG  = 'Y'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  FORM-ID OF TRWBB  TO  FORM-ID    OF TTJBH
                     MOVE  1                 TO  FORM-SEQNO OF TTJBH
               WHEN  100
                     ADD   1                 TO  A-NOFORM-CNT
                     MOVE  'NO FORM - NOT QUEUED'
                                             TO  D1-FORM-NOTE
               WHEN  OTHER
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S4200-NOTICE-FORM-CHK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 3 0 0 - N O T I C E - Q U E U E                       *
      *                                                              *
      *    THE SAME TRWAP QUEUE THE CERTIFICATES GO THROUGH, SO THE  *
      *    EXISTING OUTPUT JOBS PRINT OR E-DELIVER THE NOTICE.       *
261015*    THE ROW HAS NO TRWAD PARENT:  LAPB1 RENDERS IT FROM THE   *
261015*    TTJBH ROW CARRYING ITS NUMBER, AND LAPB5 SENDS IT WHEN    *
261015*    THE CHANNEL IS ELECTRONIC.                                *
261015*    THE CHANNEL IS THE TAXPAYER'S TRWDB PREFERENCE.  A DEMAND *
261015*    IS A LEGAL NOTICE - IT IS NEVER HELD FOR AN ADDRESS       *
261015*    PROBLEM, SO IT IS REGISTERED AS A STATUTORY SEND (S4250). *
      *                                                              *
      ****************************************************************
       S4300-NOTICE-QUEUE                SECTION.

           IF  FORM-ID OF TTJBH  =  SPACE
               GO TO  S4300-NOTICE-QUEUE-EXIT
           END-IF.

261015     PERFORM  S4250-NOTICE-PREFERENCE.

           MOVE  C-QUEUE-TXOFF            TO  RCVE-NO-TXOFF OF TRWAP.
           MOVE  NOTICE-YY    OF TTJBH    TO  RCVE-NO-YY    OF TRWAP.
           MOVE  NOTICE-SEQNO OF TTJBH    TO  RCVE-NO-SEQNO OF TRWAP.
           MOVE  FORM-SEQNO   OF TTJBH    TO  FORM-SEQNO    OF TRWAP.
           MOVE  FORM-ID      OF TTJBH    TO  FORM-ID       OF TRWAP.
           MOVE  'P'                      TO  PDF-STATUS    OF TRWAP.
           MOVE  W-SYSTEM-DATE            TO  REQUEST-DT    OF TRWAP.
           MOVE  W-SYSTEM-TIME            TO  REQUEST-TIME  OF TRWAP.
           MOVE  C-PROG-ID                TO  REQUEST-OPID  OF TRWAP.
261015     MOVE  CORR-CHANNEL-USED        TO  DELIV-CHANNEL OF TRWAP.
261015     MOVE  CORR-LANG-CD             TO  LANG-CD       OF TRWAP.
261015     MOVE  CORR-TXPAYER-ID          TO  DELIV-TXPAYER-ID OF TRWAP.
261015     MOVE  SPACE                    TO  XMIT-DT       OF TRWAP.
261015     IF  CORR-CHANNEL-USED  =  'P'
261015         MOVE  SPACE                TO  DELIV-CONTACT OF TRWAP
261015     ELSE
261015         MOVE  CORR-PREF-CONTACT    TO  DELIV-CONTACT OF TRWAP
261015     END-IF.

           EXEC  SQL  INSERT  INTO  DRWA.TRWAP
                         (RCVE_NO_TXOFF,
                          RCVE_NO_YY   ,
                          RCVE_NO_SEQNO,
                          FORM_SEQNO   ,
                          FORM_ID      ,
                          PDF_STATUS   ,
                          REQUEST_DT   ,
                          REQUEST_TIME ,
261015                    REQUEST_OPID ,
261015                    DELIV_CHANNEL,
261015                    DELIV_CONTACT,
261015                    LANG_CD      ,
261015                    XMIT_DT      ,
261015                    DELIV_TXPAYER_ID )
                   VALUES
                         (:TRWAP.RCVE-NO-TXOFF,
                          :TRWAP.RCVE-NO-YY   ,
                          :TRWAP.RCVE-NO-SEQNO,
                          :TRWAP.FORM-SEQNO   ,
                          :TRWAP.FORM-ID      ,
                          :TRWAP.PDF-STATUS   ,
                          :TRWAP.REQUEST-DT   ,
                          :TRWAP.REQUEST-TIME ,
261015                    :TRWAP.REQUEST-OPID ,
261015                    :TRWAP.DELIV-CHANNEL,
261015                    :TRWAP.DELIV-CONTACT,
261015                    :TRWAP.LANG-CD      ,
261015                    :TRWAP.XMIT-DT      ,
261015                    :TRWAP.DELIV-TXPAYER-ID )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

261015     IF  CORR-CHANNEL-USED  NOT =  'P'
261015         ADD   1                    TO  A-ELEC-CNT
261015     END-IF.

       S4300-NOTICE-QUEUE-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 4 2 5 0 - N O T I C E - P R E F E R E N C E             *
261015*                                                              *
261015*    THE ACCOUNT HOLDER'S CHANNEL, CONTACT AND LANGUAGE.  POST *
261015*    UNLESS AN ELECTRONIC CHANNEL IS REGISTERED WITH CONSENT.  *
261015*    LCBSCORR 'L' ALSO WRITES THE TRWCX REGISTER ROW, KEYED BY *
261015*    THE NOTICE NUMBER, IN THIS RUN'S UNIT OF WORK.            *
261015*                                                              *
261015****************************************************************
261015 S4250-NOTICE-PREFERENCE           SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'L'                      TO  CORR-FUNC.
261015     MOVE  RESID OF TTJBG           TO  CORR-TXPAYER-ID.
261015     MOVE  FORM-ID OF TTJBH         TO  CORR-NOTICE-TP.
261015     MOVE  C-PROG-ID                TO  CORR-PGM-ID
261015                                        CORR-OPID.
261015     STRING  NOTICE-YY    OF TTJBH
261015             NOTICE-SEQNO OF TTJBH
261015             DELIMITED BY SIZE      INTO  CORR-SRC-REF
261015     END-STRING.
261015     MOVE  'P'                      TO  CORR-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE         TO  W-SQLCODE
261015         DISPLAY  'S4250:LCBSCORR RC=' CORR-RTN-CD
261015                  ' SQLCODE=' W-SQLCODE
261015                  ' RESID=' RESID OF TTJBG
261015         EXEC  SQL  ROLLBACK  END-EXEC
261015         MOVE  U-ABEND-CODE1        TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015 S4250-NOTICE-PREFERENCE-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 0 0 - W O R K - L I S T                             *
      *                                                              *
      *    ONE PAGE PER OFFICE OF EVERY ACCOUNT REFERRED FOR         *
      *    ENFORCEMENT AND STILL OWING, OLDEST REFERRAL FIRST, WITH  *
      *    TONIGHT'S REFERRALS AND PAUSED ACCOUNTS MARKED.           *
      *                                                              *
      ****************************************************************
       S1500-WORK-LIST                   SECTION.

           DISPLAY  'STEP : S1500-WORK-LIST'.

           EXEC  SQL  OPEN  CURSOR_WORK    END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1500:DB ERROR WORK OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  'Y'                      TO  S-FIRST-OFF-FLAG.
           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7300-FETCH-WORK
              IF  NOT  S-NO-DATA
                  PERFORM  S5300-WRITE-WORK
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_WORK   END-EXEC.

           IF  S-FIRST-OFF
               WRITE  O-WRK-REC  FROM  W5-NONE-LINE
               PERFORM  S5390-CHECK-WRK-WRITE
           ELSE
               PERFORM  S5350-WRITE-OFF-TOTAL
           END-IF.

       S1500-WORK-LIST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 2 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      ****************************************************************
       S5200-WRITE-DETAIL                SECTION.

           MOVE  RESID      OF TTJBG      TO  D1-RESID.
           MOVE  TXPAYER-TP OF TTJBG      TO  D1-TXPAYER-TP.
           MOVE  TXOFF-CD   OF TTJBG      TO  D1-TXOFF.
           MOVE  NOPAY-AMT  OF TTJBH      TO  D1-NOPAY-AMT.
           MOVE  FROM-STAGE OF TTJBH      TO  D1-FROM-STAGE.
           MOVE  TO-STAGE   OF TTJBH      TO  D1-TO-STAGE.

           IF  EVENT-TP-STAGE
               MOVE  NOTICE-YY    OF TTJBH  TO  W-NOTICE-YY
               MOVE  NOTICE-SEQNO OF TTJBH  TO  W-NOTICE-SEQNO
               MOVE  W-NOTICE-NO            TO  D1-NOTICE-NO
           ELSE
               MOVE  SPACE                  TO  D1-NOTICE-NO
                                                D1-FORM-NOTE
           END-IF.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5200:ERROR=MAPP040 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5200-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - W O R K                           *
      *                                                              *
      ****************************************************************
       S5300-WRITE-WORK                  SECTION.

           IF  NOT  S-FIRST-OFF
           AND TXOFF-CD OF TTJBG  NOT =  W-PREV-TXOFF
               PERFORM  S5350-WRITE-OFF-TOTAL
           END-IF.

           IF  S-FIRST-OFF
           OR  TXOFF-CD OF TTJBG  NOT =  W-PREV-TXOFF
               MOVE  'N'                  TO  S-FIRST-OFF-FLAG
               MOVE  TXOFF-CD OF TTJBG    TO  W-PREV-TXOFF
                                              W1-TXOFF
               MOVE  ZERO                 TO  A-OFF-CNT
                                              A-OFF-AMT
               WRITE  O-WRK-REC  FROM  W1-HEAD-LINE
               PERFORM  S5390-CHECK-WRK-WRITE
               WRITE  O-WRK-REC  FROM  W2-COLM-LINE
               PERFORM  S5390-CHECK-WRK-WRITE
           END-IF.

           MOVE  RESID      OF TTJBG      TO  W3-RESID.
           MOVE  TXPAYER-TP OF TTJBG      TO  W3-TXPAYER-TP.
           MOVE  BUSNID     OF TTJBG      TO  W3-BUSNID.
           MOVE  STAGE-DT   OF TTJBG      TO  W3-STAGE-DT.
           MOVE  W-WRK-NOPAY-AMT          TO  W3-NOPAY-AMT.

           MOVE  NOTICE-YY    OF TTJBG    TO  W-NOTICE-YY.
           MOVE  NOTICE-SEQNO OF TTJBG    TO  W-NOTICE-SEQNO.
           MOVE  W-NOTICE-NO              TO  W3-NOTICE-NO.

           EVALUATE  TRUE
               WHEN  COLL-STAUS-PAUSED
               AND   PAUSE-RSN-AGREEMENT OF TTJBG
                     MOVE  'PAUSED - AGREEMENT'    TO  W3-STATE
               WHEN  COLL-STAUS-PAUSED
                     MOVE  'PAUSED - SUSPENDED'    TO  W3-STATE
               WHEN  STAGE-DT OF TTJBG  =  W-SYSTEM-DATE
                     MOVE  'NEW TONIGHT'           TO  W3-STATE
               WHEN  OTHER
                     MOVE  'TO BE WORKED'          TO  W3-STATE
           END-EVALUATE.

           WRITE  O-WRK-REC  FROM  W3-DETAIL-LINE.
           PERFORM  S5390-CHECK-WRK-WRITE.

           ADD   1                        TO  A-OFF-CNT
                                              A-WORK-CNT.
           ADD   W-WRK-NOPAY-AMT          TO  A-OFF-AMT.

       S5300-WRITE-WORK-EXIT.
           EXIT.

       S5350-WRITE-OFF-TOTAL             SECTION.

           MOVE  A-OFF-CNT                TO  W4-CNT.
           MOVE  A-OFF-AMT                TO  W4-AMT.
           WRITE  O-WRK-REC  FROM  W4-TOTAL-LINE.
           PERFORM  S5390-CHECK-WRK-WRITE.

       S5350-WRITE-OFF-TOTAL-EXIT.
           EXIT.

       S5390-CHECK-WRK-WRITE             SECTION.

           IF  NOT  S-WRK-NORMAL
               DISPLAY
               'S5390:ERROR=MAPP041 WRITE ERROR(' S-WRK-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-WRK-WRIT-CNT.

       S5390-CHECK-WRK-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 9 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      ****************************************************************
       S5900-WRITE-TOTALS                SECTION.

           MOVE  'ACCOUNTS OPENED ........... :'  TO  T1-LABEL.
           MOVE  A-OPEN-CNT               TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'REMINDERS ................. :'  TO  T1-LABEL.
           MOVE  A-STAGE-CNT (1)          TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'FORMAL DEMANDS ............ :'  TO  T1-LABEL.
           MOVE  A-STAGE-CNT (2)          TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'FINAL DEMANDS ............. :'  TO  T1-LABEL.
           MOVE  A-STAGE-CNT (3)          TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'ENFORCEMENT REFERRALS ..... :'  TO  T1-LABEL.
           MOVE  A-STAGE-CNT (4)          TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'PAUSED .................... :'  TO  T1-LABEL.
           MOVE  A-PAUSE-CNT              TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'RESUMED ................... :'  TO  T1-LABEL.
           MOVE  A-RESUME-CNT             TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'CLEARED ................... :'  TO  T1-LABEL.
           MOVE  A-CLEAR-CNT              TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'NOTICES WITHOUT A FORM .... :'  TO  T1-LABEL.
           MOVE  A-NOFORM-CNT             TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

261015     MOVE  'NOTICES SENT ELECTRONICALLY :'  TO  T1-LABEL.
261015     MOVE  A-ELEC-CNT               TO  T1-ITEM-CNT.
261015     WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

261015     ADD   10                       TO  A-RPT-WRIT-CNT.

       S5900-WRITE-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - I N S E R T - T T J B G                       *
      *                                                              *
      ****************************************************************
       S6100-INSERT-TTJBG                SECTION.

           EXEC  SQL  INSERT  INTO  DTJB.TTJBG
                         (RESID        ,
                          TXPAYER_TP   ,
                          TXOFF_CD     ,
                          BUSNID       ,
                          COLL_STAGE   ,
                          COLL_STAUS   ,
                          PAUSE_RSN    ,
                          DLQ_FR_DT    ,
                          STAGE_DT     ,
                          NEXT_DUE_DT  ,
                          NOPAY_AMT    ,
                          NOTICE_YY    ,
                          NOTICE_SEQNO ,
                          PAUSE_DT     ,
                          CLEAR_DT     ,
                          STAUS_DT     ,
                          CHANGE_OPID    )
                   VALUES
                         (:TTJBG.RESID        ,
                          :TTJBG.TXPAYER-TP   ,
                          :TTJBG.TXOFF-CD     ,
                          :TTJBG.BUSNID       ,
                          :TTJBG.COLL-STAGE   ,
                          :TTJBG.COLL-STAUS   ,
                          :TTJBG.PAUSE-RSN    ,
                          :TTJBG.DLQ-FR-DT    ,
                          :TTJBG.STAGE-DT     ,
                          :TTJBG.NEXT-DUE-DT  ,
                          :TTJBG.NOPAY-AMT    ,
                          :TTJBG.NOTICE-YY    ,
                          :TTJBG.NOTICE-SEQNO ,
                          :TTJBG.PAUSE-DT     ,
                          :TTJBG.CLEAR-DT     ,
                          :TTJBG.STAUS-DT     ,
                          :TTJBG.CHANGE-OPID    )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S6100-INSERT-TTJBG-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 2 0 0 - U P D A T E - T T J B G                       *
      *                                                              *
      *    THE WHOLE ROW FROM THE HOST STRUCTURE.  THE OFFICE AND    *
      *    BUSNID FOLLOW THE TAXPAYER'S CURRENT REGISTRATION.        *
      *                                                              *
      ****************************************************************
       S6200-UPDATE-TTJBG                SECTION.

           EXEC  SQL  UPDATE  DTJB.TTJBG
                         SET  TXOFF_CD     = :TTJBG.TXOFF-CD,
                              BUSNID       = :TTJBG.BUSNID,
                              COLL_STAGE   = :TTJBG.COLL-STAGE,
                              COLL_STAUS   = :TTJBG.COLL-STAUS,
                              PAUSE_RSN    = :TTJBG.PAUSE-RSN,
                              DLQ_FR_DT    = :TTJBG.DLQ-FR-DT,
                              STAGE_DT     = :TTJBG.STAGE-DT,
                              NEXT_DUE_DT  = :TTJBG.NEXT-DUE-DT,
                              NOPAY_AMT    = :TTJBG.NOPAY-AMT,
                              NOTICE_YY    = :TTJBG.NOTICE-YY,
                              NOTICE_SEQNO = :TTJBG.NOTICE-SEQNO,
                              PAUSE_DT     = :TTJBG.PAUSE-DT,
                              CLEAR_DT     = :TTJBG.CLEAR-DT,
                              STAUS_DT     = :TTJBG.STAUS-DT,
                              CHANGE_OPID  = :TTJBG.CHANGE-OPID
                       WHERE  RESID        = :TTJBG.RESID
                         AND  TXPAYER_TP   = :TTJBG.TXPAYER-TP
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S6200-UPDATE-TTJBG-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 2 5 0 - U P D A T E - S T A G E                       *
      *                                                              *
      *    A STAGE MOVE TOUCHES ONLY THE STAGE COLUMNS, GUARDED BY   *
      *    THE STAGE THE ACCOUNT WAS FETCHED AT.                     *
      *                                                              *
      ****************************************************************
       S6250-UPDATE-STAGE                SECTION.

           EXEC  SQL  UPDATE  DTJB.TTJBG
                         SET  TXOFF_CD     = :TTJBG.TXOFF-CD,
                              BUSNID       = :TTJBG.BUSNID,
                              COLL_STAGE   = :TTJBG.COLL-STAGE,
                              STAGE_DT     = :TTJBG.STAGE-DT,
                              NEXT_DUE_DT  = :TTJBG.NEXT-DUE-DT,
                              NOPAY_AMT    = :TTJBG.NOPAY-AMT,
                              NOTICE_YY    = :TTJBG.NOTICE-YY,
                              NOTICE_SEQNO = :TTJBG.NOTICE-SEQNO,
                              STAUS_DT     = :TTJBG.STAUS-DT,
                              CHANGE_OPID  = :TTJBG.CHANGE-OPID
                       WHERE  RESID        = :TTJBG.RESID
                         AND  TXPAYER_TP   = :TTJBG.TXPAYER-TP
                         AND  COLL_STAGE   = :W-FROM-STAGE
                         AND  COLL_STAUS   = 'A'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S6250-UPDATE-STAGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 3 0 0 - L O G - E V E N T                             *
      *                                                              *
      *    ONE TTJBH AUDIT ROW FOR THE CHANGE JUST MADE.  EVENT-TP,  *
      *    FROM-STAGE AND TO-STAGE ARE SET BY THE CALLER, AND FOR A  *
      *    STAGE CHANGE THE NOTICE NUMBER AND FORM.                  *
      *                                                              *
      ****************************************************************
       S6300-LOG-EVENT                   SECTION.

           MOVE  RESID      OF TTJBG      TO  RESID      OF TTJBH.
           MOVE  TXPAYER-TP OF TTJBG      TO  TXPAYER-TP OF TTJBH.
           MOVE  PAUSE-RSN  OF TTJBG      TO  PAUSE-RSN  OF TTJBH.
           MOVE  TXOFF-CD   OF TTJBG      TO  TXOFF-CD   OF TTJBH.
           MOVE  W-SYSTEM-DATE            TO  EVENT-DT   OF TTJBH.
           MOVE  W-SYSTEM-TIME            TO  EVENT-TIME OF TTJBH.
           MOVE  C-PROG-ID                TO  EVENT-OPID OF TTJBH.

           IF  EVENT-TP-CLEARED
               MOVE  ZERO                 TO  NOPAY-AMT  OF TTJBH
           ELSE
               MOVE  W-DLQ-NOPAY-AMT      TO  NOPAY-AMT  OF TTJBH
           END-IF.

           IF  NOT  EVENT-TP-STAGE
               MOVE  SPACE                TO  NOTICE-YY    OF TTJBH
                                              FORM-ID      OF TTJBH
               MOVE  ZERO                 TO  NOTICE-SEQNO OF TTJBH
                                              FORM-SEQNO   OF TTJBH
           END-IF.

           EXEC  SQL  SELECT  COALESCE(MAX(HIST_SEQNO), 0) + 1
                        INTO  :TTJBH.HIST-SEQNO
                        FROM  DTJB.TTJBH
                       WHERE  RESID      = :TTJBH.RESID
                         AND  TXPAYER_TP = :TTJBH.TXPAYER-TP
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           EXEC  SQL  INSERT  INTO  DTJB.TTJBH
                         (RESID        ,
                          TXPAYER_TP   ,
                          HIST_SEQNO   ,
                          EVENT_TP     ,
                          FROM_STAGE   ,
                          TO_STAGE     ,
                          PAUSE_RSN    ,
                          TXOFF_CD     ,
                          NOPAY_AMT    ,
                          NOTICE_YY    ,
                          NOTICE_SEQNO ,
                          FORM_ID      ,
                          FORM_SEQNO   ,
                          EVENT_DT     ,
                          EVENT_TIME   ,
                          EVENT_OPID     )
                   VALUES
                         (:TTJBH.RESID        ,
                          :TTJBH.TXPAYER-TP   ,
                          :TTJBH.HIST-SEQNO   ,
                          :TTJBH.EVENT-TP     ,
                          :TTJBH.FROM-STAGE   ,
                          :TTJBH.TO-STAGE     ,
                          :TTJBH.PAUSE-RSN    ,
                          :TTJBH.TXOFF-CD     ,
                          :TTJBH.NOPAY-AMT    ,
                          :TTJBH.NOTICE-YY    ,
                          :TTJBH.NOTICE-SEQNO ,
                          :TTJBH.FORM-ID      ,
                          :TTJBH.FORM-SEQNO   ,
                          :TTJBH.EVENT-DT     ,
                          :TTJBH.EVENT-TIME   ,
                          :TTJBH.EVENT-OPID     )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S6300-LOG-EVENT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - C L E A R                         *
      *                                                              *
      ****************************************************************
       S7100-FETCH-CLEAR                 SECTION.

           EXEC  SQL
                 FETCH  CURSOR_CLEAR
                 INTO  :TTJBG.RESID
                 ,     :TTJBG.TXPAYER-TP
                 ,     :TTJBG.TXOFF-CD
                 ,     :TTJBG.COLL-STAGE
                 ,     :TTJBG.COLL-STAUS
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  ZERO          TO  W-DLQ-NOPAY-AMT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR CLEAR FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-CLEAR-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - D L Q                             *
      *                                                              *
      ****************************************************************
       S7200-FETCH-DLQ                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_DLQ
                 INTO  :W-DLQ-RESID
                 ,     :W-DLQ-TXPAYER-TP
                 ,     :W-DLQ-NOPAY-AMT
                 ,     :W-DLQ-BUSNID
                 ,     :W-DLQ-TXOFF
                 ,     :W-DLQ-PAUSE-RSN
                 ,     :TTJBG.COLL-STAGE
                 ,     :TTJBG.COLL-STAUS
                 ,     :TTJBG.NEXT-DUE-DT
                 ,     :TTJBG.NOTICE-YY
                 ,     :TTJBG.NOTICE-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-DLQ-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7200:DB ERROR DLQ FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7200-FETCH-DLQ-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 3 0 0 - F E T C H - W O R K                           *
      *                                                              *
      ****************************************************************
       S7300-FETCH-WORK                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_WORK
                 INTO  :TTJBG.TXOFF-CD
                 ,     :TTJBG.RESID
                 ,     :TTJBG.TXPAYER-TP
                 ,     :TTJBG.BUSNID
                 ,     :TTJBG.STAGE-DT
                 ,     :TTJBG.COLL-STAUS
                 ,     :TTJBG.PAUSE-RSN
                 ,     :TTJBG.NOTICE-YY
                 ,     :TTJBG.NOTICE-SEQNO
                 ,     :W-WRK-NOPAY-AMT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7300:DB ERROR WORK FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7300-FETCH-WORK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      ****************************************************************
       S8100-SQL-ABORT                   SECTION.

           MOVE  SQLCODE                  TO  W-SQLCODE.
           DISPLAY  'S8100:DB ERROR COLLECTION=' W-SQLCODE
                    ' ACCOUNT=' RESID OF TTJBG '-'
                    TXPAYER-TP OF TTJBG.

           EXEC  SQL  ROLLBACK  END-EXEC.

           MOVE  U-ABEND-CODE1            TO  RETURN-CODE.
           PERFORM  S0100-MAIN-EXIT.

       S8100-SQL-ABORT-EXIT.
           EXIT.
