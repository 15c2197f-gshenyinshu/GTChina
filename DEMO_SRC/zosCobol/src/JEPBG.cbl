      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       JEPBG.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : MONTHLY TAX OFFICE PERFORMANCE SCORECARD      *
      *  DESCRIPTION : PUTS THE FIGURES OF THE SEPARATE OFFICE       *
      *                REPORTS SIDE BY SIDE - ONE PAGE PER OPEN      *
      *                RCVE-NO-TXOFF OFFICE WITH EIGHT KPIS FOR THE  *
      *                MONTH, THE PRIOR MONTH, THE CHANGE, THE       *
      *                NATIONAL MEDIAN ACROSS OFFICES AND THE        *
      *                OFFICE'S RANK:                                *
      *                  CERTIFICATES ISSUED WITHIN SLA (JEPB6       *
      *                  LIMITS) AND AVERAGE TURNAROUND - TRWAD      *
      *                  QR NON-CONCURRENCE RATE (JEPBD) - TRWBG     *
      *                  INQUIRIES AND POSTINGS PER ROSTER OPERATOR  *
      *                  (JEPBE) - TRWBS, TP421, TRWBT               *
      *                  CALLBACKS COMPLETED ON TIME (LEPB2) - TRWBU *
      *                  RE-DELIVERY ITEMS CLEARED - TRWAX           *
      *                  NET COLLECTIONS (MAPB3) - TTJAC             *
      *                HISTORY OF OFFICES CLOSED BY A MERGE ROLLS UP *
      *                UNDER THE SURVIVOR THROUGH DRWB.TRWCG.  A     *
      *                LAST PAGE RANKS ALL OFFICES ON THEIR AVERAGE  *
      *                KPI RANK FOR THE REGIONAL DIRECTOR.           *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : JEPBG                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-YYMM (PIC X(06), YYYYMM)   *
      *                   AND THE SLA LIMIT IN DAYS PER PRIORITY     *
      *                   CLASS AS ON THE JEPB6 CARD                 *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTJB.TTJBA / DRWB.TRWCG                 R                   *
      *  DRWA.TRWAD / DRWB.TRWBG                 R                   *
      *  DRWB.TRWBS / LCBD2P42.TP421             R                   *
      *  DRWB.TRWBT / DRWB.TRWBU                 R                   *
      *  DRWA.TRWAX / DTJA.TTJAC                 R                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  JEPP160
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
           'JEPBG    - WORKING STORAGE BEGINS HERE'.

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

           05  A-KPI-ROW-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-UNMAPPED-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'JEPBG'.
           05  C-OFFICE-MAX              PIC S9(04)  COMP  VALUE +200.
           05  C-KPI-MAX                 PIC S9(04)  COMP  VALUE +8.

      ****************************************************************
      *    THE EIGHT KPIS IN REPORT ORDER, EACH WITH THE DIRECTION   *
      *    THAT COUNTS AS BETTER ('H' HIGHER, 'L' LOWER).            *
      ****************************************************************
       01  C-KPI-NAMES.
           05  FILLER                    PIC  X(31)  VALUE
               'CERTIFICATES ISSUED IN SLA %  H'.
           05  FILLER                    PIC  X(31)  VALUE
               'AVERAGE TURNAROUND (DAYS)     L'.
           05  FILLER                    PIC  X(31)  VALUE
               'QR NON-CONCURRENCE RATE %     L'.
           05  FILLER                    PIC  X(31)  VALUE
               'INQUIRIES PER OPERATOR        H'.
           05  FILLER                    PIC  X(31)  VALUE
               'POSTINGS PER OPERATOR         H'.
           05  FILLER                    PIC  X(31)  VALUE
               'CALLBACKS DONE ON TIME %      H'.
           05  FILLER                    PIC  X(31)  VALUE
               'RE-DELIVERY ITEMS CLEARED     H'.
           05  FILLER                    PIC  X(31)  VALUE
               'NET COLLECTIONS               H'.
       01  C-KPI-NAMES-R                 REDEFINES  C-KPI-NAMES.
           05  C-KPI-ENTRY               OCCURS 8 TIMES.
               10  C-KPI-DESC            PIC  X(30).
               10  C-KPI-DIR             PIC  X(01).

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      *    THE MONTH, THEN THE SLA LIMITS IN DAYS FOR URGENT ('U'),  *
      *    EXPEDITED ('E') AND ROUTINE REQUESTS AS JEPB6 TAKES THEM. *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-YYMM              PIC  X(06)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-SLA-URGENT        PIC  9(03)  VALUE  ZERO.
           05  W-SYSIN-SLA-EXPEDITE      PIC  9(03)  VALUE  ZERO.
           05  W-SYSIN-SLA-ROUTINE       PIC  9(03)  VALUE  ZERO.
           05  FILLER                    PIC  X(64)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-SHIFT-FLAG              PIC  X(01)  VALUE  'N'.
               88  S-SHIFT-YES                       VALUE  'Y'.

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

      *    MONTH 1 IS THE SCORECARD MONTH, MONTH 2 THE ONE BEFORE.
           05  W-MON-YYMM                PIC  X(06)  OCCURS 2 TIMES.
           05  W-QRY-YYMM                PIC  X(06).
           05  W-PRIOR-YYMM.
               10  W-PRIOR-YY            PIC  9(04).
               10  W-PRIOR-MM            PIC  9(02).

           05  W-KP-TXOFF                PIC  X(03).
           05  W-KP-CAT                  PIC  X(04).
           05  W-KP-V1                   PIC S9(15)  COMP-3.
           05  W-KP-V2                   PIC S9(15)  COMP-3.
           05  W-KP-V3                   PIC S9(15)  COMP-3.

           05  W-OF-TXOFF                PIC  X(03).
           05  W-OF-TXOFF-NM             PIC  X(30).

           05  W-SORT-CNT                PIC S9(04)  COMP.
           05  W-SORT-VAL                PIC S9(13)V9(02) COMP-3
                                         OCCURS 200 TIMES.
           05  W-SWAP-VAL                PIC S9(13)V9(02) COMP-3.
           05  W-SWAP-SUB                PIC S9(04)  COMP.
           05  W-HALF                    PIC S9(04)  COMP.
           05  W-BETTER-CNT              PIC S9(04)  COMP.
           05  W-RANK-SUM                PIC S9(07)  COMP-3.
           05  W-RANK-N                  PIC S9(04)  COMP.
           05  W-POS                     PIC S9(04)  COMP.

           05  I                         PIC S9(04)  COMP.
           05  J                         PIC S9(04)  COMP.
           05  K                         PIC S9(04)  COMP.
           05  M                         PIC S9(04)  COMP.
           05  N                         PIC S9(04)  COMP.
           05  W-SUB                     PIC S9(04)  COMP.

      ****************************************************************
      *                                                              *
      *    O F F I C E    T A B L E                                  *
      *                                                              *
      *    ONE ENTRY PER OPEN OFFICE, IN TXOFF-CD ORDER.  OF-MON (1) *
      *    IS THE SCORECARD MONTH, OF-MON (2) THE PRIOR MONTH.       *
      *    OF-KPI-FG 'Y' MEANS THE KPI HAS A BASE (E.G. SOMETHING    *
      *    WAS ISSUED) AND TAKES PART IN THE MEDIAN AND THE RANK.    *
      *                                                              *
      ****************************************************************
       01  OFFICE-TABLE.
           05  OF-CNT                    PIC S9(04)  COMP  VALUE  ZERO.
           05  OF-ENTRY                  OCCURS 200 TIMES.
               10  OF-TXOFF              PIC  X(03).
               10  OF-TXOFF-NM           PIC  X(30).
               10  OF-OPR-CNT            PIC S9(09)  COMP-3.
               10  OF-MON                OCCURS 2 TIMES.
                   15  OF-ISS-CNT        PIC S9(09)  COMP-3.
                   15  OF-SLA-CNT        PIC S9(09)  COMP-3.
                   15  OF-TAT-SUM        PIC S9(11)  COMP-3.
                   15  OF-QR-CNT         PIC S9(09)  COMP-3.
                   15  OF-NC-CNT         PIC S9(09)  COMP-3.
                   15  OF-INQ-CNT        PIC S9(09)  COMP-3.
                   15  OF-POST-CNT       PIC S9(09)  COMP-3.
                   15  OF-CB-CNT         PIC S9(09)  COMP-3.
                   15  OF-CB-ONTIME      PIC S9(09)  COMP-3.
                   15  OF-RDLV-CNT       PIC S9(09)  COMP-3.
                   15  OF-PY-AMT         PIC S9(15)  COMP-3.
                   15  OF-RF-AMT         PIC S9(15)  COMP-3.
                   15  OF-KPI            PIC S9(13)V9(02) COMP-3
                                         OCCURS 8 TIMES.
                   15  OF-KPI-FG         PIC  X(01)
                                         OCCURS 8 TIMES.
               10  OF-RANK               PIC S9(04)  COMP
                                         OCCURS 8 TIMES.
               10  OF-SCORE              PIC S9(05)V9(02) COMP-3.

      ****************************************************************
      *    NATIONAL MEDIAN OF EACH KPI FOR THE SCORECARD MONTH, AND  *
      *    THE NUMBER OF OFFICES IT WAS TAKEN OVER.                  *
      ****************************************************************
       01  MEDIAN-TABLE.
           05  MD-ENTRY                  OCCURS 8 TIMES.
               10  MD-VAL                PIC S9(13)V9(02) COMP-3.
               10  MD-CNT                PIC S9(04)  COMP.

      ****************************************************************
      *    OFFICE SUBSCRIPTS IN RANKING ORDER FOR THE SUMMARY PAGE.  *
      ****************************************************************
       01  RANK-ORDER.
           05  RK-SUB                    PIC S9(04)  COMP
                                         OCCURS 200 TIMES.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(40)  VALUE
                   'TAX OFFICE PERFORMANCE SCORECARD  MONTH '.
               10  H1-YYMM               PIC  X(06).
               10  FILLER                PIC  X(09)  VALUE
                   '  PRIOR '.
               10  H1-PRIOR-YYMM         PIC  X(06).
               10  FILLER                PIC  X(13)  VALUE
                   '  RUN DATE : '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(13)  VALUE
                   '  SLA U/E/R: '.
               10  H1-SLA-URGENT         PIC  ZZ9.
               10  FILLER                PIC  X(01)  VALUE  '/'.
               10  H1-SLA-EXPEDITE       PIC  ZZ9.
               10  FILLER                PIC  X(01)  VALUE  '/'.
               10  H1-SLA-ROUTINE        PIC  ZZ9.
               10  FILLER                PIC  X(25)  VALUE  SPACE.

           05  H2-OFFICE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(09)  VALUE
                   'OFFICE : '.
               10  H2-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  H2-TXOFF-NM           PIC  X(30).
               10  FILLER                PIC  X(88)  VALUE  SPACE.

           05  H3-KPI-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(30)  VALUE  'KPI'.
               10  FILLER                PIC  X(21)  VALUE
                   '           THIS MONTH'.
               10  FILLER                PIC  X(21)  VALUE
                   '          PRIOR MONTH'.
               10  FILLER                PIC  X(21)  VALUE
                   '               CHANGE'.
               10  FILLER                PIC  X(21)  VALUE
                   '      NATIONAL MEDIAN'.
               10  FILLER                PIC  X(10)  VALUE
                   '   RANK/OF'.
               10  FILLER                PIC  X(07)  VALUE  SPACE.

           05  D1-KPI-LINE.
               10  FILLER                PIC  X(01).
               10  D1-KPI-DESC           PIC  X(30).
               10  D1-COL                OCCURS 4 TIMES.
                   15  FILLER            PIC  X(02).
                   15  D1-COL-AMT        PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
                   15  D1-COL-X          REDEFINES  D1-COL-AMT
                                         PIC  X(19).
               10  FILLER                PIC  X(03).
               10  D1-RANK               PIC  ZZ9.
               10  D1-SLASH              PIC  X(01).
               10  D1-OF-CNT             PIC  ZZ9.
               10  FILLER                PIC  X(07).

           05  D2-BASIS-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(17)  VALUE
                   'BASIS - ISSUED : '.
               10  D2-ISS-CNT            PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(16)  VALUE
                   '  QR SAMPLES : '.
               10  D2-QR-CNT             PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(15)  VALUE
                   '  OPERATORS : '.
               10  D2-OPR-CNT            PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(15)  VALUE
                   '  CALLBACKS : '.
               10  D2-CB-CNT             PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(40)  VALUE  SPACE.

           05  H4-SUMM-TITLE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(48)  VALUE
                   'OFFICE RANKING - SCORE IS THE AVERAGE KPI RANK, '.
               10  FILLER                PIC  X(20)  VALUE
                   'LOWER IS BETTER'.
               10  FILLER                PIC  X(63)  VALUE  SPACE.

           05  H5-SUMM-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(29)  VALUE
                   'RNK  OFF NAME'.
               10  FILLER                PIC  X(10)  VALUE
                   '   SLA-PCT'.
               10  FILLER                PIC  X(10)  VALUE
                   '   AVG-TAT'.
               10  FILLER                PIC  X(10)  VALUE
                   '    NC-PCT'.
               10  FILLER                PIC  X(10)  VALUE
                   '   INQ/OPR'.
               10  FILLER                PIC  X(10)  VALUE
                   '  POST/OPR'.
               10  FILLER                PIC  X(10)  VALUE
                   '    CB-PCT'.
               10  FILLER                PIC  X(10)  VALUE
                   '  RDLV-CLR'.
               10  FILLER                PIC  X(17)  VALUE
                   '  NET COLLECTIONS'.
               10  FILLER                PIC  X(08)  VALUE
                   '   SCORE'.
               10  FILLER                PIC  X(07)  VALUE  SPACE.

           05  S1-SUMM-LINE.
               10  FILLER                PIC  X(01).
               10  S1-POS                PIC  ZZ9.
               10  FILLER                PIC  X(02).
               10  S1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01).
               10  S1-TXOFF-NM           PIC  X(20).
               10  S1-COL                OCCURS 7 TIMES.
                   15  FILLER            PIC  X(01).
                   15  S1-KPI            PIC  ZZ,ZZ9.99.
                   15  S1-KPI-X          REDEFINES  S1-KPI
                                         PIC  X(09).
               10  FILLER                PIC  X(01).
               10  S1-NET-AMT            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(02).
               10  S1-SCORE              PIC  ZZ9.99.
               10  FILLER                PIC  X(07).

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  T1-TEXT               PIC  X(85).
               10  T1-CNT                PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(35)  VALUE  SPACE.

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
      *    CURSOR_OFFICE : THE OPEN OFFICES - EVERY TTJBA OFFICE NOT *
      *    CLOSED BY A MERGE.                                        *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_OFFICE  CURSOR  FOR
                 SELECT   O.TXOFF_CD
                 ,        O.TXOFF_NM
                 FROM     DTJB.TTJBA  O
                 WHERE    NOT EXISTS
                          (SELECT 1
                             FROM DRWB.TRWCG  G
                            WHERE G.OLD_TXOFF_CD = O.TXOFF_CD)
                 ORDER BY O.TXOFF_CD
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_KPI : THE MONTH'S SOURCE ROWS OF EVERY KPI, ONE    *
      *    BRANCH PER SOURCE, SUMMED PER CURRENT OFFICE AND          *
      *    CATEGORY (MERGED OFFICES UNDER THEIR SURVIVOR):           *
      *      'ISSU' V1 ISSUED, V2 WITHIN SLA, V3 DAYS RCVE-TO-ISSUE  *
      *      'QUAL' V1 DECIDED QR SAMPLES, V2 NON-CONCURRENCES       *
      *      'INQR' V1 INQUIRIES (OFFICE = FIRST 3 BYTES OF THE KEY) *
      *      'POST' V1 POSTING RELEASES (OFFICE FROM THE OPERATOR'S  *
      *             ACTIVE TRWBT ROSTER ROW, '***' WHEN NONE)        *
      *      'OPRS' V1 ACTIVE ROSTER OPERATORS (NOT MONTH-BOUND)     *
      *      'CALL' V1 CALLBACKS COMPLETED, V2 ON TIME - DONE BY THE *
      *             PROMISED DATE AND NEVER ESCALATED BY LEPB2       *
      *      'RDLV' V1 RE-DELIVERY ITEMS CLEARED (WORKING OFFICE)    *
      *      'COLL' V2 GROSS PAYMENTS, V3 REFUNDS                    *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_KPI  CURSOR  WITH  HOLD  FOR
                 SELECT   COALESCE(G.NEW_TXOFF_CD, K.TXOFF)
                 ,        K.CAT
                 ,        SUM(K.V1)
                 ,        SUM(K.V2)
                 ,        SUM(K.V3)
                 FROM    (SELECT  D.RCVE_NO_TXOFF   AS TXOFF
                          ,       'ISSU'             AS CAT
                          ,       1                  AS V1
                          ,       CASE WHEN
                              DAYS(DATE(SUBSTR(D.ISSUE_DT,1,4) || '-'
                                     || SUBSTR(D.ISSUE_DT,5,2) || '-'
                                     || SUBSTR(D.ISSUE_DT,7,2)))
                            - DAYS(DATE(SUBSTR(D.RCVE_DT,1,4) || '-'
                                     || SUBSTR(D.RCVE_DT,5,2) || '-'
                                     || SUBSTR(D.RCVE_DT,7,2)))
                              <= CASE D.PRIORITY_CD
                                 WHEN 'U' THEN :W-SYSIN-SLA-URGENT
                                 WHEN 'E' THEN :W-SYSIN-SLA-EXPEDITE
                                 ELSE          :W-SYSIN-SLA-ROUTINE
                                 END
                                  THEN 1 ELSE 0 END  AS V2
                          ,   DAYS(DATE(SUBSTR(D.ISSUE_DT,1,4) || '-'
                                     || SUBSTR(D.ISSUE_DT,5,2) || '-'
                                     || SUBSTR(D.ISSUE_DT,7,2)))
                            - DAYS(DATE(SUBSTR(D.RCVE_DT,1,4) || '-'
                                     || SUBSTR(D.RCVE_DT,5,2) || '-'
                                     || SUBSTR(D.RCVE_DT,7,2)))
                                                     AS V3
                          FROM    DRWA.TRWAD  D
                          WHERE   D.TREAT_STAUS  IN ('12', '97')
                          AND     SUBSTR(D.ISSUE_DT, 1, 6) = :W-QRY-YYMM
                          AND     D.RCVE_DT      >  '        '
                          UNION ALL
                          SELECT  B.RCVE_NO_TXOFF
                          ,       'QUAL'
                          ,       1
                          ,       CASE WHEN B.REVIEW_STAUS = 'N'
                                       THEN 1 ELSE 0 END
                          ,       0
                          FROM    DRWB.TRWBG  B
                          WHERE   B.REVIEW_STAUS  IN ('C', 'N')
                          AND     SUBSTR(B.REVIEW_DT,1,6) = :W-QRY-YYMM
                          UNION ALL
                          SELECT  SUBSTR(S.INQ_KEY, 1, 3)
                          ,       'INQR'
                          ,       1
                          ,       0
                          ,       0
                          FROM    DRWB.TRWBS  S
                          WHERE   SUBSTR(S.INQ_DT, 1, 6) = :W-QRY-YYMM
                          UNION ALL
                          SELECT  COALESCE(
                                  (SELECT MIN(T.TXOFF_CD)
                                     FROM DRWB.TRWBT  T
                                    WHERE T.EXMR_OPID = P.ALNC_K_ID
                                      AND T.ACTIVE_FG = 'Y'), '***')
                          ,       'POST'
                          ,       1
                          ,       0
                          ,       0
                          FROM    LCBD2P42.TP421  P
                          WHERE   SUBSTR(P.LOG_D, 1, 6) = :W-QRY-YYMM
                          UNION ALL
                          SELECT  R.TXOFF_CD
                          ,       'OPRS'
                          ,       1
                          ,       0
                          ,       0
                          FROM    DRWB.TRWBT  R
                          WHERE   R.ACTIVE_FG  =  'Y'
                          UNION ALL
                          SELECT  U.TXOFF_CD
                          ,       'CALL'
                          ,       1
                          ,       CASE WHEN U.ESCAL_CNT = 0
                                        AND U.CMPLT_DT <= U.CALLBACK_DT
                                       THEN 1 ELSE 0 END
                          ,       0
                          FROM    DRWB.TRWBU  U
                          WHERE   U.CMPLT_FG  =  'C'
                          AND     SUBSTR(U.CMPLT_DT, 1, 6) = :W-QRY-YYMM
                          UNION ALL
                          SELECT  COALESCE(NULLIF(X.WORK_TXOFF_CD, ' '),
                                           X.RCVE_NO_TXOFF)
                          ,       'RDLV'
                          ,       1
                          ,       0
                          ,       0
                          FROM    DRWA.TRWAX  X
                          WHERE   X.WORK_STAUS  =  'C'
                          AND     SUBSTR(X.CLEAR_DT, 1, 6) = :W-QRY-YYMM
                          UNION ALL
                          SELECT  C.TXOFF_CD
                          ,       'COLL'
                          ,       0
                          ,       CASE WHEN C.TRANS_TP = 'PY'
                                       THEN C.TRANS_AMT ELSE 0 END
                          ,       CASE WHEN C.TRANS_TP = 'RF'
                                       THEN C.TRANS_AMT ELSE 0 END
                          FROM    DTJA.TTJAC  C
                          WHERE   C.TRANS_TP  IN ('PY', 'RF')
                          AND     SUBSTR(C.TRANS_DT, 1, 6) = :W-QRY-YYMM
                         )  AS  K
                          LEFT OUTER JOIN  DRWB.TRWCG  G
                            ON  G.OLD_TXOFF_CD = K.TXOFF
                 GROUP BY COALESCE(G.NEW_TXOFF_CD, K.TXOFF), K.CAT
                 ORDER BY 1, 2
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'JEPBG    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S0400-LOAD-OFFICES.

           PERFORM  S1000-GATHER-MONTH
               VARYING  M  FROM  1  BY  1  UNTIL  M  >  2.

           PERFORM  S2000-COMPUTE-KPIS
               VARYING  I  FROM  1  BY  1  UNTIL  I  >  OF-CNT
                 AFTER  M  FROM  1  BY  1  UNTIL  M  >  2.

           PERFORM  S3000-MEDIAN
               VARYING  K  FROM  1  BY  1  UNTIL  K  >  C-KPI-MAX.

           PERFORM  S3500-RANK-OFFICES.

           PERFORM  S4000-OFFICE-PAGE
               VARYING  I  FROM  1  BY  1  UNTIL  I  >  OF-CNT.

           PERFORM  S5000-SUMMARY-PAGE.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** JEPBG    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** JEPBG    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* MONTH           : ' W-SYSIN-YYMM.
           DISPLAY '* OFFICE-CNT      : ' OF-CNT.
           DISPLAY '* KPI-ROW-CNT     : ' A-KPI-ROW-CNT.
           DISPLAY '* UNMAPPED-CNT    : ' A-UNMAPPED-CNT.
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
           DISPLAY '### JEPBG    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=JEPP160 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-YYMM(1:6)         NOT  NUMERIC
           OR  W-SYSIN-YYMM(5:2)         <  '01'
           OR  W-SYSIN-YYMM(5:2)         >  '12'
               DISPLAY 'S0200:ERROR=INVALID SYSIN YYMM('
                        W-SYSIN-YYMM ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-SYSIN-SLA-URGENT        NOT  NUMERIC
           OR  W-SYSIN-SLA-EXPEDITE      NOT  NUMERIC
           OR  W-SYSIN-SLA-ROUTINE       NOT  NUMERIC
           OR  W-SYSIN-SLA-URGENT        =   ZERO
           OR  W-SYSIN-SLA-EXPEDITE      =   ZERO
           OR  W-SYSIN-SLA-ROUTINE       =   ZERO
               DISPLAY 'S0200:ERROR=INVALID SYSIN SLA LIMITS('
                        W-SYSIN-SLA-URGENT '/'
                        W-SYSIN-SLA-EXPEDITE '/'
                        W-SYSIN-SLA-ROUTINE ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSIN-YYMM            TO  W-MON-YYMM (1)
                                             W-PRIOR-YYMM.
           IF  W-PRIOR-MM  =  1
               MOVE  12                  TO  W-PRIOR-MM
               SUBTRACT  1               FROM  W-PRIOR-YY
           ELSE
               SUBTRACT  1               FROM  W-PRIOR-MM
           END-IF.
           MOVE  W-PRIOR-YYMM            TO  W-MON-YYMM (2).

           MOVE  W-MON-YYMM (1)          TO  H1-YYMM.
           MOVE  W-MON-YYMM (2)          TO  H1-PRIOR-YYMM.
           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           MOVE  W-SYSIN-SLA-URGENT      TO  H1-SLA-URGENT.
           MOVE  W-SYSIN-SLA-EXPEDITE    TO  H1-SLA-EXPEDITE.
           MOVE  W-SYSIN-SLA-ROUTINE     TO  H1-SLA-ROUTINE.

           DISPLAY  'S0200:MONTH=' W-MON-YYMM (1)
                    ' PRIOR=' W-MON-YYMM (2).

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 4 0 0 - L O A D - O F F I C E S                       *
      *                                                              *
      ****************************************************************
       S0400-LOAD-OFFICES                SECTION.

           EXEC  SQL  OPEN  CURSOR_OFFICE  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'OFFICE OPEN'        TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-OFFICE
              IF  NOT  S-NO-DATA
                  IF  OF-CNT  >=  C-OFFICE-MAX
                      DISPLAY 'S0400:ERROR=MORE THAN '
                               C-OFFICE-MAX ' OPEN OFFICES'
                      MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                      PERFORM  S0100-MAIN-EXIT
                  END-IF
                  ADD   1                 TO  OF-CNT
                  INITIALIZE  OF-ENTRY (OF-CNT)
                  MOVE  W-OF-TXOFF        TO  OF-TXOFF    (OF-CNT)
                  MOVE  W-OF-TXOFF-NM     TO  OF-TXOFF-NM (OF-CNT)
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_OFFICE  END-EXEC.

       S0400-LOAD-OFFICES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - G A T H E R - M O N T H                       *
      *                                                              *
      *    RUNS CURSOR_KPI FOR MONTH M AND POSTS EACH ROW TO ITS     *
      *    OFFICE.  A ROW WHOSE OFFICE IS NOT AN OPEN OFFICE ('***'  *
      *    POSTINGS, UNKNOWN KEYS) IS ONLY COUNTED.                  *
      *                                                              *
      ****************************************************************
       S1000-GATHER-MONTH                SECTION.

           MOVE  W-MON-YYMM (M)           TO  W-QRY-YYMM.

           EXEC  SQL  OPEN  CURSOR_KPI  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'KPI OPEN'           TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7200-FETCH-KPI
              IF  NOT  S-NO-DATA
                  PERFORM  S1100-POST-KPI-ROW
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_KPI  END-EXEC.

       S1000-GATHER-MONTH-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - P O S T - K P I - R O W                       *
      *                                                              *
      ****************************************************************
       S1100-POST-KPI-ROW                SECTION.

           MOVE  ZERO                     TO  W-SUB.
           PERFORM  VARYING  J  FROM  1  BY  1
                      UNTIL  J  >  OF-CNT
                         OR  W-SUB  >  ZERO
               IF  OF-TXOFF (J)  =  W-KP-TXOFF
                   MOVE  J                TO  W-SUB
               END-IF
           END-PERFORM.

           IF  W-SUB  =  ZERO
               IF  M  =  1
                   ADD   W-KP-V1          TO  A-UNMAPPED-CNT
               END-IF
               GO TO  S1100-POST-KPI-ROW-EXIT
           END-IF.

           EVALUATE  W-KP-CAT
               WHEN  'ISSU'
                     ADD   W-KP-V1       TO  OF-ISS-CNT  (W-SUB, M)
                     ADD   W-KP-V2       TO  OF-SLA-CNT  (W-SUB, M)
                     ADD   W-KP-V3       TO  OF-TAT-SUM  (W-SUB, M)
               WHEN  'QUAL'
                     ADD   W-KP-V1       TO  OF-QR-CNT   (W-SUB, M)
                     ADD   W-KP-V2       TO  OF-NC-CNT   (W-SUB, M)
               WHEN  'INQR'
                     ADD   W-KP-V1       TO  OF-INQ-CNT  (W-SUB, M)
               WHEN  'POST'
                     ADD   W-KP-V1       TO  OF-POST-CNT (W-SUB, M)
               WHEN  'OPRS'
                     MOVE  W-KP-V1       TO  OF-OPR-CNT  (W-SUB)
               WHEN  'CALL'
                     ADD   W-KP-V1       TO  OF-CB-CNT   (W-SUB, M)
                     ADD   W-KP-V2       TO  OF-CB-ONTIME (W-SUB, M)
               WHEN  'RDLV'
                     ADD   W-KP-V1       TO  OF-RDLV-CNT (W-SUB, M)
               WHEN  'COLL'
                     ADD   W-KP-V2       TO  OF-PY-AMT   (W-SUB, M)
                     ADD   W-KP-V3       TO  OF-RF-AMT   (W-SUB, M)
           END-EVALUATE.

       S1100-POST-KPI-ROW-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - C O M P U T E - K P I S                       *
      *                                                              *
      *    THE EIGHT KPIS OF OFFICE I FOR MONTH M.  A RATE WITH NO   *
      *    BASE (NOTHING ISSUED, NO SAMPLES, NO ROSTER, NO CALLBACK  *
      *    DONE) IS LEFT OUT OF THE MEDIAN AND THE RANK.             *
      *                                                              *
      ****************************************************************
       S2000-COMPUTE-KPIS                SECTION.

           PERFORM  VARYING  K  FROM  1  BY  1  UNTIL  K  >  C-KPI-MAX
               MOVE  ZERO                 TO  OF-KPI    (I, M, K)
               MOVE  'N'                  TO  OF-KPI-FG (I, M, K)
           END-PERFORM.

           IF  OF-ISS-CNT (I, M)  >  ZERO
               COMPUTE  OF-KPI (I, M, 1)  ROUNDED
                     =  OF-SLA-CNT (I, M) * 100 / OF-ISS-CNT (I, M)
               COMPUTE  OF-KPI (I, M, 2)  ROUNDED
                     =  OF-TAT-SUM (I, M) / OF-ISS-CNT (I, M)
               MOVE  'Y'                  TO  OF-KPI-FG (I, M, 1)
                                              OF-KPI-FG (I, M, 2)
           END-IF.

           IF  OF-QR-CNT (I, M)  >  ZERO
               COMPUTE  OF-KPI (I, M, 3)  ROUNDED
                     =  OF-NC-CNT (I, M) * 100 / OF-QR-CNT (I, M)
               MOVE  'Y'                  TO  OF-KPI-FG (I, M, 3)
           END-IF.

           IF  OF-OPR-CNT (I)  >  ZERO
               COMPUTE  OF-KPI (I, M, 4)  ROUNDED
                     =  OF-INQ-CNT (I, M) / OF-OPR-CNT (I)
               COMPUTE  OF-KPI (I, M, 5)  ROUNDED
                     =  OF-POST-CNT (I, M) / OF-OPR-CNT (I)
               MOVE  'Y'                  TO  OF-KPI-FG (I, M, 4)
                                              OF-KPI-FG (I, M, 5)
           END-IF.

           IF  OF-CB-CNT (I, M)  >  ZERO
               COMPUTE  OF-KPI (I, M, 6)  ROUNDED
                     =  OF-CB-ONTIME (I, M) * 100 / OF-CB-CNT (I, M)
               MOVE  'Y'                  TO  OF-KPI-FG (I, M, 6)
           END-IF.

           MOVE  OF-RDLV-CNT (I, M)       TO  OF-KPI (I, M, 7).
           COMPUTE  OF-KPI (I, M, 8)  =  OF-PY-AMT (I, M)
                                      -  OF-RF-AMT (I, M).
           MOVE  'Y'                      TO  OF-KPI-FG (I, M, 7)
                                              OF-KPI-FG (I, M, 8).

       S2000-COMPUTE-KPIS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - M E D I A N                                   *
      *                                                              *
      *    MEDIAN OF KPI K OVER THE OFFICES WITH A BASE FOR THE      *
      *    SCORECARD MONTH; WITH AN EVEN COUNT, THE MEAN OF THE TWO  *
      *    MIDDLE VALUES.                                            *
      *                                                              *
      ****************************************************************
       S3000-MEDIAN                      SECTION.

           MOVE  ZERO                     TO  W-SORT-CNT
                                              MD-VAL (K)
                                              MD-CNT (K).

           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  OF-CNT
               IF  OF-KPI-FG (I, 1, K)  =  'Y'
                   ADD   1                TO  W-SORT-CNT
                   MOVE  OF-KPI (I, 1, K) TO  W-SORT-VAL (W-SORT-CNT)
               END-IF
           END-PERFORM.

           MOVE  W-SORT-CNT               TO  MD-CNT (K).

           IF  W-SORT-CNT  =  ZERO
               GO TO  S3000-MEDIAN-EXIT
           END-IF.

           PERFORM  S3100-SORT-VALUES.

           DIVIDE  W-SORT-CNT  BY  2      GIVING  W-HALF.
           IF  W-HALF * 2  =  W-SORT-CNT
               COMPUTE  MD-VAL (K)  ROUNDED
                     =  (W-SORT-VAL (W-HALF)
                      +  W-SORT-VAL (W-HALF + 1)) / 2
           ELSE
               MOVE  W-SORT-VAL (W-HALF + 1)
                                          TO  MD-VAL (K)
           END-IF.

       S3000-MEDIAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - S O R T - V A L U E S                         *
      *                                                              *
      *    INSERTION SORT OF W-SORT-VAL (1 .. W-SORT-CNT), ASCENDING.*
      *                                                              *
      ****************************************************************
       S3100-SORT-VALUES                 SECTION.

           PERFORM  VARYING  J  FROM  2  BY  1  UNTIL  J  >  W-SORT-CNT
               MOVE  W-SORT-VAL (J)       TO  W-SWAP-VAL
               MOVE  J                    TO  N
               MOVE  'Y'                  TO  S-SHIFT-FLAG
               PERFORM  UNTIL  NOT  S-SHIFT-YES
                   IF  N  >  1
                       IF  W-SORT-VAL (N - 1)  >  W-SWAP-VAL
                           MOVE  W-SORT-VAL (N - 1)
                                          TO  W-SORT-VAL (N)
                           SUBTRACT  1    FROM  N
                       ELSE
                           MOVE  'N'      TO  S-SHIFT-FLAG
                       END-IF
                   ELSE
                       MOVE  'N'          TO  S-SHIFT-FLAG
                   END-IF
               END-PERFORM
               MOVE  W-SWAP-VAL           TO  W-SORT-VAL (N)
           END-PERFORM.

       S3100-SORT-VALUES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 5 0 0 - R A N K - O F F I C E S                       *
      *                                                              *
      *    RANK OF EACH OFFICE ON EACH KPI (1 = BEST, TIES SHARE     *
      *    THE RANK), THE SCORE AS THE AVERAGE RANK OVER THE KPIS    *
      *    THE OFFICE HAS A BASE FOR, AND THE SUMMARY ORDER BY       *
      *    SCORE.  AN OFFICE WITH NO KPI AT ALL GOES LAST.           *
      *                                                              *
      ****************************************************************
       S3500-RANK-OFFICES                SECTION.

           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  OF-CNT
               MOVE  ZERO                 TO  W-RANK-SUM
                                              W-RANK-N
               PERFORM  VARYING  K  FROM  1  BY  1
                          UNTIL  K  >  C-KPI-MAX
                   MOVE  ZERO             TO  OF-RANK (I, K)
                   IF  OF-KPI-FG (I, 1, K)  =  'Y'
                       PERFORM  S3600-RANK-ONE
                       ADD   OF-RANK (I, K)
                                          TO  W-RANK-SUM
                       ADD   1            TO  W-RANK-N
                   END-IF
               END-PERFORM
               IF  W-RANK-N  >  ZERO
                   COMPUTE  OF-SCORE (I)  ROUNDED
                         =  W-RANK-SUM / W-RANK-N
               ELSE
                   MOVE  999              TO  OF-SCORE (I)
               END-IF
               MOVE  I                    TO  RK-SUB (I)
           END-PERFORM.

      *    INSERTION SORT OF THE SUBSCRIPTS BY SCORE; EQUAL SCORES
      *    KEEP OFFICE-CODE ORDER.
           PERFORM  VARYING  J  FROM  2  BY  1  UNTIL  J  >  OF-CNT
               MOVE  RK-SUB (J)           TO  W-SWAP-SUB
               MOVE  J                    TO  N
               MOVE  'Y'                  TO  S-SHIFT-FLAG
               PERFORM  UNTIL  NOT  S-SHIFT-YES
                   IF  N  >  1
                       IF  OF-SCORE (RK-SUB (N - 1))
                                       >  OF-SCORE (W-SWAP-SUB)
                           MOVE  RK-SUB (N - 1)
                                          TO  RK-SUB (N)
                           SUBTRACT  1    FROM  N
                       ELSE
                           MOVE  'N'      TO  S-SHIFT-FLAG
                       END-IF
                   ELSE
                       MOVE  'N'          TO  S-SHIFT-FLAG
                   END-IF
               END-PERFORM
               MOVE  W-SWAP-SUB           TO  RK-SUB (N)
           END-PERFORM.

       S3500-RANK-OFFICES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 6 0 0 - R A N K - O N E                               *
      *                                                              *
      *    1 + THE NUMBER OF OFFICES STRICTLY BETTER ON KPI K.       *
      *                                                              *
      ****************************************************************
       S3600-RANK-ONE                    SECTION.

           MOVE  ZERO                     TO  W-BETTER-CNT.

           PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  OF-CNT
               IF  OF-KPI-FG (J, 1, K)  =  'Y'
                   IF  C-KPI-DIR (K)  =  'L'
                       IF  OF-KPI (J, 1, K)  <  OF-KPI (I, 1, K)
                           ADD   1        TO  W-BETTER-CNT
                       END-IF
                   ELSE
                       IF  OF-KPI (J, 1, K)  >  OF-KPI (I, 1, K)
                           ADD   1        TO  W-BETTER-CNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE  OF-RANK (I, K)  =  W-BETTER-CNT  +  1.

       S3600-RANK-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 0 0 0 - O F F I C E - P A G E                         *
      *                                                              *
      ****************************************************************
       S4000-OFFICE-PAGE                 SECTION.

           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  OF-TXOFF (I)             TO  H2-TXOFF.
           MOVE  OF-TXOFF-NM (I)          TO  H2-TXOFF-NM.
           WRITE  O-RPT-REC  FROM  H2-OFFICE-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           WRITE  O-RPT-REC  FROM  H3-KPI-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           PERFORM  S4100-WRITE-KPI-LINE
               VARYING  K  FROM  1  BY  1  UNTIL  K  >  C-KPI-MAX.

           MOVE  OF-ISS-CNT (I, 1)        TO  D2-ISS-CNT.
           MOVE  OF-QR-CNT (I, 1)         TO  D2-QR-CNT.
           MOVE  OF-OPR-CNT (I)           TO  D2-OPR-CNT.
           MOVE  OF-CB-CNT (I, 1)         TO  D2-CB-CNT.
           WRITE  O-RPT-REC  FROM  D2-BASIS-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S4000-OFFICE-PAGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 1 0 0 - W R I T E - K P I - L I N E                   *
      *                                                              *
      *    COLUMNS:  1 THIS MONTH, 2 PRIOR MONTH, 3 CHANGE,          *
      *              4 NATIONAL MEDIAN.                              *
      *                                                              *
      ****************************************************************
       S4100-WRITE-KPI-LINE              SECTION.

           MOVE  SPACE                    TO  D1-KPI-LINE.
           MOVE  C-KPI-DESC (K)           TO  D1-KPI-DESC.

           IF  OF-KPI-FG (I, 1, K)  =  'Y'
               MOVE  OF-KPI (I, 1, K)     TO  D1-COL-AMT (1)
               MOVE  OF-RANK (I, K)       TO  D1-RANK
               MOVE  '/'                  TO  D1-SLASH
               MOVE  MD-CNT (K)           TO  D1-OF-CNT
           ELSE
               MOVE  '                N/A'
                                          TO  D1-COL-X (1)
           END-IF.

           IF  OF-KPI-FG (I, 2, K)  =  'Y'
               MOVE  OF-KPI (I, 2, K)     TO  D1-COL-AMT (2)
           ELSE
               MOVE  '                N/A'
                                          TO  D1-COL-X (2)
           END-IF.

           IF  OF-KPI-FG (I, 1, K)  =  'Y'
           AND OF-KPI-FG (I, 2, K)  =  'Y'
               COMPUTE  D1-COL-AMT (3)  =  OF-KPI (I, 1, K)
                                        -  OF-KPI (I, 2, K)
           END-IF.

           IF  MD-CNT (K)  >  ZERO
               MOVE  MD-VAL (K)           TO  D1-COL-AMT (4)
           ELSE
               MOVE  '                N/A'
                                          TO  D1-COL-X (4)
           END-IF.

           WRITE  O-RPT-REC  FROM  D1-KPI-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S4100-WRITE-KPI-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 0 0 0 - S U M M A R Y - P A G E                       *
      *                                                              *
      ****************************************************************
       S5000-SUMMARY-PAGE                SECTION.

           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H4-SUMM-TITLE-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H5-SUMM-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           PERFORM  S5100-WRITE-SUMM-LINE
               VARYING  W-POS  FROM  1  BY  1  UNTIL  W-POS  >  OF-CNT.

           MOVE  SPACE                    TO  T1-TEXT.
           STRING   'SOURCE ROWS NOT TIED TO AN OPEN OFFICE '
                    '(E.G. POSTINGS BY OPERATORS OFF THE ROSTER) :'
                    DELIMITED BY SIZE    INTO  T1-TEXT.
           MOVE  A-UNMAPPED-CNT           TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S5000-SUMMARY-PAGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - S U M M - L I N E                 *
      *                                                              *
      ****************************************************************
       S5100-WRITE-SUMM-LINE             SECTION.

           MOVE  RK-SUB (W-POS)           TO  I.

           MOVE  SPACE                    TO  S1-SUMM-LINE.
           MOVE  W-POS                    TO  S1-POS.
           MOVE  OF-TXOFF (I)             TO  S1-TXOFF.
           MOVE  OF-TXOFF-NM (I)          TO  S1-TXOFF-NM.

           PERFORM  VARYING  K  FROM  1  BY  1  UNTIL  K  >  7
               IF  OF-KPI-FG (I, 1, K)  =  'Y'
                   MOVE  OF-KPI (I, 1, K) TO  S1-KPI (K)
               ELSE
                   MOVE  '      N/A'      TO  S1-KPI-X (K)
               END-IF
           END-PERFORM.

           MOVE  OF-KPI (I, 1, 8)         TO  S1-NET-AMT.
           MOVE  OF-SCORE (I)             TO  S1-SCORE.

           WRITE  O-RPT-REC  FROM  S1-SUMM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S5100-WRITE-SUMM-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 9 0 0 - C H E C K - R P T - W R I T E                 *
      *                                                              *
      ****************************************************************
       S6900-CHECK-RPT-WRITE             SECTION.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S6900:ERROR=JEPP160 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - O F F I C E                       *
      *                                                              *
      ****************************************************************
       S7100-FETCH-OFFICE                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_OFFICE
                 INTO  :W-OF-TXOFF
                 ,     :W-OF-TXOFF-NM
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'OFFICE FETCH' TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7100-FETCH-OFFICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - K P I                             *
      *                                                              *
      ****************************************************************
       S7200-FETCH-KPI                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_KPI
                 INTO  :W-KP-TXOFF
                 ,     :W-KP-CAT
                 ,     :W-KP-V1
                 ,     :W-KP-V2
                 ,     :W-KP-V3
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-KPI-ROW-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'KPI FETCH'    TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7200-FETCH-KPI-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      ****************************************************************
       S8100-SQL-ABORT                   SECTION.

           MOVE  SQLCODE                  TO  W-SQLCODE.
           DISPLAY  'S8100:DB ERROR ' W-SQL-STEP '=' W-SQLCODE
                    ' MONTH=' W-QRY-YYMM.

           MOVE  U-ABEND-CODE1            TO  RETURN-CODE.
           PERFORM  S0100-MAIN-EXIT.

       S8100-SQL-ABORT-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      JEPBG            *
      *                                                              *
      ****************************************************************
