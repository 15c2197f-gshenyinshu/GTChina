      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBJ.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : QUARTERLY BUSINESS-POPULATION RETURN          *
      *  DESCRIPTION : BUILDS THE MINISTRY'S BUSINESS-POPULATION     *
      *                STATISTICS FOR ONE CALENDAR QUARTER, BY TAX   *
      *                OFFICE AND MAIN BUSNTP_CD BUSINESS TYPE:      *
      *                  OPENING POPULATION (LIVE AT THE END OF THE  *
      *                  PREVIOUS QUARTER)                           *
      *                  NEW REGISTRATIONS          - TTAAA / TTBAA  *
      *                  VOLUNTARY CLOSURES (G05)   - TTAAA / TTAAC  *
      *                  EX OFFICIO CLOSURES (G15)  - TTAAA / TTAAC  *
      *                  MERGES                     - TRWBF          *
      *                  TRANSFERS IN AND OUT       - TTBAW          *
      *                  TYPE CHANGES IN AND OUT    - TTBAI BUSNTP   *
      *                  OWNERSHIP SUCCESSIONS      - TTBAS          *
      *                  SUSPENSIONS STARTED/ENDED  - TTBAT          *
      *                  CLOSING POPULATION (LIVE AT QUARTER END)    *
      *                A BUSINESS IS ONE TTAAA REGISTRATION, LIVE    *
      *                FROM ITS RGST_OPEN_DT UNTIL ITS CLOSE_DT OR   *
      *                THE MERGE THAT ABSORBED IT.  ITS OFFICE AND   *
      *                TYPE ON ANY DAY ARE THE CURRENT ONES WOUND    *
      *                BACK THROUGH THE LATER TTBAW TRANSFERS AND    *
      *                TTBAI BUSNTP AMENDMENTS, SO THE TWO           *
      *                POPULATIONS AND EVERY MOVEMENT ARE COUNTED    *
      *                WHERE THE BUSINESS STOOD AT THE TIME.         *
      *                SUCCESSIONS AND SUSPENSIONS ARE REPORTED BUT  *
      *                DO NOT CHANGE THE POPULATION.  ON EACH LINE   *
      *                OPENING + NEW - CLOSURES - MERGES + IN - OUT  *
      *                MUST EQUAL CLOSING; A LINE THAT DOES NOT IS   *
      *                MARKED ON THE SUMMARY, THE SUBMISSION FILE    *
      *                GETS NO TRAILER AND THE STEP ENDS RC 99, SO   *
      *                AN INCONSISTENT RETURN IS NEVER TRANSMITTED.  *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBJ                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-YEAR (PIC X(04) YYYY) AND  *
      *                   W-SYSIN-QTR (PIC X(01) 1-4); BLANK = THE   *
      *                   QUARTER LAST ENDED                         *
      *                                                              *
      *  OUTPUT FILES   : LAPV0J0  -  SUBMISSION FILE (LRECL 120)    *
      *                               'H' HEADER, 'D' ONE PER        *
      *                               OFFICE/TYPE, 'T' TRAILER       *
      *                   LAPP0J0  -  PRINTED SUMMARY                *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTAA.TTAAA / DTAA.TTAAC                 R                   *
      *  DTBA.TTBAA / DTBA.TTBAC                 R                   *
      *  DTBA.TTBAI / DTBA.TTBAS                 R                   *
      *  DTBA.TTBAT / DTBA.TTBAW                 R                   *
      *  DRWB.TRWBF                              R                   *
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
           SELECT  O-XMIT-FILE  ASSIGN    TO  LAPV0J0
                   FILE         STATUS    IS  S-XMIT-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0J0
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

       FD  O-XMIT-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           120  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-XMIT-REC.
       01  O-XMIT-REC                    PIC  X(120).

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
           'LAPBJ    - WORKING STORAGE BEGINS HERE'.

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

           05  A-ROW-FETCH-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-GROUP-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-OUTBAL-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-XMIT-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBJ'.
           05  C-RETURN-ID               PIC  X(08)  VALUE 'BUSPOPQ'.
           05  C-CNT-MAX                 PIC S9(04)  COMP  VALUE +13.

      *    QUARTER START, QUARTER END AND PREVIOUS QUARTER END (MMDD).
      *    THE PREVIOUS END OF QUARTER 1 FALLS IN THE YEAR BEFORE.
       01  C-QTR-LIST.
           05  FILLER                    PIC  X(12)  VALUE
               '010103311231'.
           05  FILLER                    PIC  X(12)  VALUE
               '040106300331'.
           05  FILLER                    PIC  X(12)  VALUE
               '070109300630'.
           05  FILLER                    PIC  X(12)  VALUE
               '100112310930'.
       01  C-QTR-TAB  REDEFINES  C-QTR-LIST.
           05  C-QTR-ENTRY               OCCURS 4 TIMES.
               10  C-QTR-FR-MMDD         PIC  X(04).
               10  C-QTR-TO-MMDD         PIC  X(04).
               10  C-QTR-PRV-MMDD        PIC  X(04).

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-YEAR              PIC  X(04)  VALUE  SPACE.
           05  W-SYSIN-QTR               PIC  X(01)  VALUE  SPACE.
           05  FILLER                    PIC  X(75)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-FIRST-ROW               PIC  X(01)  VALUE  'Y'.
               88  S-FIRST-ROW-YES                   VALUE  'Y'.

           05  S-BALANCED                PIC  X(01)  VALUE  'Y'.
               88  S-BALANCED-YES                    VALUE  'Y'.

           05  S-XMIT-STATUS             PIC  X(002).
               88  S-XMIT-NORMAL                     VALUE '00'.

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

           05  W-YEAR                    PIC  9(04).
           05  W-PRV-YEAR                PIC  9(04).
           05  W-QTR                     PIC  9(01).
           05  W-MONTH                   PIC  9(02).
           05  W-KX                      PIC S9(04)  COMP.
           05  W-EXPECT-CNT              PIC S9(09)  COMP.

      *    CONTROL-BREAK KEYS OF THE LINE BEING BUILT
           05  W-CUR-TXOFF-CD            PIC  X(03).
           05  W-CUR-BUSNTP-CD           PIC  X(06).

      *    COUNTS IN C-CNT-MAX ORDER:
      *     1 OPENING      2 NEW REG     3 VOL CLOSE   4 EXO CLOSE
      *     5 MERGED       6 XFER IN     7 XFER OUT    8 TYPE IN
      *     9 TYPE OUT    10 SUCCESSION 11 SUSP ON    12 SUSP OFF
      *    13 CLOSING
           05  W-LINE-CNTS.
               10  W-LINE-CNT            PIC S9(09)  COMP
                                         OCCURS 13 TIMES.
           05  W-OFF-CNTS.
               10  W-OFF-CNT             PIC S9(09)  COMP
                                         OCCURS 13 TIMES.
           05  W-TOT-CNTS.
               10  W-TOT-CNT             PIC S9(09)  COMP
                                         OCCURS 13 TIMES.
      *    THE SET BEING PRINTED / CHECKED
           05  W-PRT-CNTS.
               10  W-PRT-CNT             PIC S9(09)  COMP
                                         OCCURS 13 TIMES.

      ****************************************************************
      *                                                              *
      *    H O S T    V A R I A B L E S                              *
      *                                                              *
      ****************************************************************
       01  HOST-VARIABLES.
           05  H-QS-DT                   PIC  X(08).
           05  H-QE-DT                   PIC  X(08).
           05  H-PRV-DT                  PIC  X(08).
           05  H-TXOFF-CD                PIC  X(03).
           05  H-BUSNTP-CD               PIC  X(06).
           05  H-KIND                    PIC  X(02).
           05  H-CNT                     PIC S9(09)  COMP.

      ****************************************************************
      *                                                              *
      *    S U B M I S S I O N    R E C O R D S                      *
      *                                                              *
      *    'H' ONCE, 'D' PER OFFICE AND MAIN BUSINESS TYPE WITH THE  *
      *    13 COUNTS IN THE ORDER ABOVE, 'T' WITH THE NATIONAL       *
      *    TOTALS - WRITTEN ONLY WHEN EVERY LINE BALANCES.           *
      *                                                              *
      ****************************************************************
       01  X1-HEAD-REC.
           05  X1-REC-TP                 PIC  X(01)  VALUE  'H'.
           05  X1-RETURN-ID              PIC  X(08).
           05  X1-YEAR                   PIC  X(04).
           05  X1-QTR                    PIC  X(01).
           05  X1-PRD-FR                 PIC  X(08).
           05  X1-PRD-TO                 PIC  X(08).
           05  X1-CREAT-DT               PIC  X(08).
           05  X1-CREAT-TIME             PIC  X(06).
           05  FILLER                    PIC  X(76)  VALUE  SPACE.

       01  X2-DETAIL-REC.
           05  X2-REC-TP                 PIC  X(01)  VALUE  'D'.
           05  X2-TXOFF-CD               PIC  X(03).
           05  X2-BUSNTP-CD              PIC  X(06).
           05  X2-CNT                    PIC  9(08)  OCCURS 13 TIMES.
           05  FILLER                    PIC  X(06)  VALUE  SPACE.

       01  X3-TRAIL-REC.
           05  X3-REC-TP                 PIC  X(01)  VALUE  'T'.
           05  X3-DETAIL-CNT             PIC  9(07).
           05  X3-CNT                    PIC  9(08)  OCCURS 13 TIMES.
           05  FILLER                    PIC  X(08)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'BUSINESS-POPULATION RETURN             DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(11)  VALUE
                   '  QUARTER '.
               10  H1-YEAR               PIC  X(04).
               10  FILLER                PIC  X(02)  VALUE  '-Q'.
               10  H1-QTR                PIC  X(01).
               10  FILLER                PIC  X(03)  VALUE  SPACE.
               10  H1-PRD-FR             PIC  X(08).
               10  FILLER                PIC  X(03)  VALUE  ' - '.
               10  H1-PRD-TO             PIC  X(08).
               10  FILLER                PIC  X(38)  VALUE  SPACE.

           05  H2-HEAD-LINE.
               10  FILLER                PIC  X(11)  VALUE
                   ' OFF BUSNTP'.
               10  FILLER                PIC  X(40)  VALUE
                   ' OPENING NEW-REG VOL-CLS EXO-CLS  MERGED'.
               10  FILLER                PIC  X(40)  VALUE
                   ' XFER-INXFER-OUT TYPE-INTYPE-OUT  SUCCSN'.
               10  FILLER                PIC  X(24)  VALUE
                   ' SUSP-ONSUSP-OFF CLOSING'.
               10  FILLER                PIC  X(17)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01).
               10  D1-TXOFF-CD           PIC  X(03).
               10  FILLER                PIC  X(01).
               10  D1-BUSNTP-CD          PIC  X(06).
               10  D1-CNT-ENTRY          OCCURS 13 TIMES.
                   15  FILLER            PIC  X(01).
                   15  D1-CNT            PIC  ZZZZZZ9.
               10  FILLER                PIC  X(02).
               10  D1-FLAG               PIC  X(12).
               10  FILLER                PIC  X(03).

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'LINES......:'.
               10  T1-GROUP-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  OUT-BAL:'.
               10  T1-OUTBAL-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  RECORDS:'.
               10  T1-XMIT-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  T1-VERDICT            PIC  X(40).
               10  FILLER                PIC  X(29)  VALUE  SPACE.

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
      *    CURSOR_POP : ONE ROW PER OFFICE / MAIN TYPE / COUNT KIND. *
      *    LIFE0/LIFE  - EVERY TTAAA REGISTRATION OPENED BY QUARTER  *
      *                  END WITH ITS CURRENT OFFICE AND MAIN TYPE,  *
      *                  THE DAY IT STOPPED BEING LIVE (CLOSE_DT OR  *
      *                  THE FIRST TRWBF MERGE OF ITS BUSNID AFTER   *
      *                  IT OPENED, '99991231' WHILE LIVE), HOW IT   *
      *                  ENDED, AND THE NEXT REGISTRATION OF THE     *
      *                  SAME BUSNID (THE LAST DAY TRANSFERS ON THE  *
      *                  BUSNID STILL BELONG TO THIS ONE).           *
      *    EV          - ONE ROW PER COUNTED FACT, WITH THE DAY THE  *
      *                  OFFICE AND TYPE ARE TAKEN AT: AT_GE 'Y' IS  *
      *                  THE START OF AT_DT (BEFORE THAT DAY'S       *
      *                  TRANSFERS AND AMENDMENTS), 'N' ITS END.  A  *
      *                  TRANSFER OR TYPE CHANGE NAMES ITS OWN SIDE  *
      *                  IN FORCE_OFF / FORCE_BT.  ONLY EVENTS WHILE *
      *                  THE REGISTRATION WAS LIVE ARE COUNTED.      *
      *    GRP         - THE OFFICE AND TYPE OF EACH FACT: THE OLD   *
      *                  SIDE OF THE FIRST LATER TRANSFER / BUSNTP   *
      *                  AMENDMENT, ELSE THE CURRENT VALUE.          *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_POP  CURSOR  WITH  HOLD  FOR
                 WITH  LIFE0 (BUSNID, OPEN_DT, TXOFF_CD, BUSNTP_CD,
                              CLOSE_DT, MERGE_DT, NEXT_OPEN_DT) AS
                 ( SELECT  A.BUSNID, A.RGST_OPEN_DT, A.TXOFF_CD,
                           COALESCE(
                           ( SELECT  MIN(C.BUSNTP_CD)
                               FROM  DTBA.TTBAA  B,  DTBA.TTBAC  C
                              WHERE  B.BUSNID         = A.BUSNID
                                AND  B.RGST_OPEN_DT   = A.RGST_OPEN_DT
                                AND  C.TXOFF_CD       = B.TXOFF_CD
                                AND  C.RCVE_YEAR      = B.RCVE_YEAR
                                AND  C.RCVE_NO        = B.RCVE_NO
                                AND  C.MAIN_BUSNTP_FG = 'Y' ), ' '),
                           COALESCE(NULLIF(A.CLOSE_DT, ' '),
                                    '99991231'),
                           COALESCE(
                           ( SELECT  MIN(F.MERGE_DT)
                               FROM  DRWB.TRWBF  F
                              WHERE  F.MERGED_BUSNID  = A.BUSNID
                                AND  F.MERGE_DT     >= A.RGST_OPEN_DT ),
                                    '99991231'),
                           COALESCE(
                           ( SELECT  MIN(N.RGST_OPEN_DT)
                               FROM  DTAA.TTAAA  N
                              WHERE  N.BUSNID         = A.BUSNID
                                AND  N.RGST_OPEN_DT  > A.RGST_OPEN_DT ),
                                    '99991231')
                     FROM  DTAA.TTAAA  A
                    WHERE  A.RGST_OPEN_DT  <= :H-QE-DT )
                 ,     LIFE (BUSNID, OPEN_DT, TXOFF_CD, BUSNTP_CD,
                             END_DT, END_TP, NEXT_OPEN_DT) AS
                 ( SELECT  L.BUSNID, L.OPEN_DT, L.TXOFF_CD,
                           L.BUSNTP_CD,
                           CASE  WHEN  L.MERGE_DT < L.CLOSE_DT
                                 THEN  L.MERGE_DT
                                 ELSE  L.CLOSE_DT
                           END,
                           CASE  WHEN  L.MERGE_DT < L.CLOSE_DT
                                 THEN  'MG'
                                 WHEN  L.CLOSE_DT = '99991231'
                                 THEN  '  '
                                 WHEN  EXISTS
                                     ( SELECT  1
                                         FROM  DTAA.TTAAC  H
                                        WHERE  H.BUSNID       = L.BUSNID
                                          AND  H.RGST_OPEN_DT =
                                                            L.OPEN_DT
                                          AND  H.HISTORY_TP   = 'G15' )
                                 THEN  'XC'
                                 ELSE  'VC'
                           END,
                           L.NEXT_OPEN_DT
                     FROM  LIFE0  L )
                 ,     EV (BUSNID, OPEN_DT, END_DT, NEXT_OPEN_DT,
                           TXOFF_CD, BUSNTP_CD, KIND, AT_DT, AT_GE,
                           FORCE_OFF, FORCE_BT) AS
                 ( SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'OP', :H-PRV-DT, 'N',
                           CAST(NULL AS CHAR(3)), CAST(NULL AS CHAR(6))
                     FROM  LIFE  L
                    WHERE  L.OPEN_DT  <= :H-PRV-DT
                      AND  L.END_DT    > :H-PRV-DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'CL', :H-QE-DT, 'N',
                           CAST(NULL AS CHAR(3)), CAST(NULL AS CHAR(6))
                     FROM  LIFE  L
                    WHERE  L.OPEN_DT  <= :H-QE-DT
                      AND  L.END_DT    > :H-QE-DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'NR', L.OPEN_DT, 'Y',
                           CAST(NULL AS CHAR(3)), CAST(NULL AS CHAR(6))
                     FROM  LIFE  L
                    WHERE  L.OPEN_DT  BETWEEN :H-QS-DT AND :H-QE-DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           L.END_TP, L.END_DT, 'Y',
                           CAST(NULL AS CHAR(3)), CAST(NULL AS CHAR(6))
                     FROM  LIFE  L
                    WHERE  L.END_TP  <> '  '
                      AND  L.END_DT  BETWEEN :H-QS-DT AND :H-QE-DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'TO', W.EFF_DT, 'Y',
                           W.OLD_TXOFF_CD, CAST(NULL AS CHAR(6))
                     FROM  LIFE  L,  DTBA.TTBAW  W
                    WHERE  W.BUSNID   = L.BUSNID
                      AND  W.EFF_DT  BETWEEN :H-QS-DT AND :H-QE-DT
                      AND  W.EFF_DT  >= L.OPEN_DT
                      AND  W.EFF_DT   < L.END_DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'TI', W.EFF_DT, 'Y',
                           W.NEW_TXOFF_CD, CAST(NULL AS CHAR(6))
                     FROM  LIFE  L,  DTBA.TTBAW  W
                    WHERE  W.BUSNID   = L.BUSNID
                      AND  W.EFF_DT  BETWEEN :H-QS-DT AND :H-QE-DT
                      AND  W.EFF_DT  >= L.OPEN_DT
                      AND  W.EFF_DT   < L.END_DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'RO', I.AMEND_DT, 'N',
                           CAST(NULL AS CHAR(3)),
                           CAST(SUBSTR(I.BF_TXT, 1, 6) AS CHAR(6))
                     FROM  LIFE  L,  DTBA.TTBAA  B,  DTBA.TTBAI  I
                    WHERE  B.BUSNID        = L.BUSNID
                      AND  B.RGST_OPEN_DT  = L.OPEN_DT
                      AND  I.TXOFF_CD      = B.TXOFF_CD
                      AND  I.RCVE_YEAR     = B.RCVE_YEAR
                      AND  I.RCVE_NO       = B.RCVE_NO
                      AND  I.CHANGED_ITEM  = 'BUSNTP'
                      AND  I.AMEND_DT  BETWEEN :H-QS-DT AND :H-QE-DT
                      AND  I.AMEND_DT     >= L.OPEN_DT
                      AND  I.AMEND_DT      < L.END_DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'RI', I.AMEND_DT, 'N',
                           CAST(NULL AS CHAR(3)),
                           CAST(SUBSTR(I.AF_TXT, 1, 6) AS CHAR(6))
                     FROM  LIFE  L,  DTBA.TTBAA  B,  DTBA.TTBAI  I
                    WHERE  B.BUSNID        = L.BUSNID
                      AND  B.RGST_OPEN_DT  = L.OPEN_DT
                      AND  I.TXOFF_CD      = B.TXOFF_CD
                      AND  I.RCVE_YEAR     = B.RCVE_YEAR
                      AND  I.RCVE_NO       = B.RCVE_NO
                      AND  I.CHANGED_ITEM  = 'BUSNTP'
                      AND  I.AMEND_DT  BETWEEN :H-QS-DT AND :H-QE-DT
                      AND  I.AMEND_DT     >= L.OPEN_DT
                      AND  I.AMEND_DT      < L.END_DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'SC', S.EFF_DT, 'N',
                           CAST(NULL AS CHAR(3)), CAST(NULL AS CHAR(6))
                     FROM  LIFE  L,  DTBA.TTBAA  B,  DTBA.TTBAS  S
                    WHERE  B.BUSNID        = L.BUSNID
                      AND  B.RGST_OPEN_DT  = L.OPEN_DT
                      AND  S.TXOFF_CD      = B.TXOFF_CD
                      AND  S.RCVE_YEAR     = B.RCVE_YEAR
                      AND  S.RCVE_NO       = B.RCVE_NO
                      AND  S.EFF_DT  BETWEEN :H-QS-DT AND :H-QE-DT
                      AND  S.EFF_DT       >= L.OPEN_DT
                      AND  S.EFF_DT        < L.END_DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'SS', T.SUSPEND_FR_DT, 'N',
                           CAST(NULL AS CHAR(3)), CAST(NULL AS CHAR(6))
                     FROM  LIFE  L,  DTBA.TTBAT  T
                    WHERE  T.BUSNID   = L.BUSNID
                      AND  T.SUSPEND_FR_DT
                                  BETWEEN :H-QS-DT AND :H-QE-DT
                      AND  T.SUSPEND_FR_DT >= L.OPEN_DT
                      AND  T.SUSPEND_FR_DT  < L.END_DT
                   UNION ALL
                   SELECT  L.BUSNID, L.OPEN_DT, L.END_DT,
                           L.NEXT_OPEN_DT, L.TXOFF_CD, L.BUSNTP_CD,
                           'SE', T.SUSPEND_TO_DT, 'N',
                           CAST(NULL AS CHAR(3)), CAST(NULL AS CHAR(6))
                     FROM  LIFE  L,  DTBA.TTBAT  T
                    WHERE  T.BUSNID   = L.BUSNID
                      AND  T.SUSPEND_TO_DT
                                  BETWEEN :H-QS-DT AND :H-QE-DT
                      AND  T.SUSPEND_TO_DT >= L.OPEN_DT
                      AND  T.SUSPEND_TO_DT  < L.END_DT )
                 ,     GRP (TXOFF_CD, BUSNTP_CD, KIND) AS
                 ( SELECT  COALESCE(E.FORCE_OFF,
                           ( SELECT  W.OLD_TXOFF_CD
                               FROM  DTBA.TTBAW  W
                              WHERE  W.BUSNID   = E.BUSNID
                                AND  W.EFF_DT  >= E.OPEN_DT
                                AND  W.EFF_DT   < E.NEXT_OPEN_DT
                                AND ( W.EFF_DT  > E.AT_DT
                                 OR ( W.EFF_DT  = E.AT_DT
                                AND   E.AT_GE   = 'Y' ) )
                              ORDER BY W.EFF_DT, W.XFER_SEQNO
                              FETCH FIRST 1 ROW ONLY ),
                                    E.TXOFF_CD),
                           COALESCE(E.FORCE_BT,
                           ( SELECT  CAST(SUBSTR(I.BF_TXT, 1, 6)
                                          AS CHAR(6))
                               FROM  DTBA.TTBAA  B,  DTBA.TTBAI  I
                              WHERE  B.BUSNID        = E.BUSNID
                                AND  B.RGST_OPEN_DT  = E.OPEN_DT
                                AND  I.TXOFF_CD      = B.TXOFF_CD
                                AND  I.RCVE_YEAR     = B.RCVE_YEAR
                                AND  I.RCVE_NO       = B.RCVE_NO
                                AND  I.CHANGED_ITEM  = 'BUSNTP'
                                AND ( I.AMEND_DT     > E.AT_DT
                                 OR ( I.AMEND_DT     = E.AT_DT
                                AND   E.AT_GE        = 'Y' ) )
                              ORDER BY I.AMEND_DT, I.AMEND_TIME,
                                       I.AMEND_SEQNO
                              FETCH FIRST 1 ROW ONLY ),
                                    E.BUSNTP_CD),
                           E.KIND
                     FROM  EV  E )
                 SELECT   TXOFF_CD, BUSNTP_CD, KIND, COUNT(*)
                 FROM     GRP
                 GROUP BY TXOFF_CD, BUSNTP_CD, KIND
                 ORDER BY TXOFF_CD, BUSNTP_CD, KIND
                 FOR FETCH ONLY  WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBJ    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-BUILD-RETURN.

           PERFORM  S5300-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBJ    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** LAPBJ    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* QUARTER          : ' W-YEAR '-Q' W-QTR.
           DISPLAY '* ROW-FETCH-CNT    : ' A-ROW-FETCH-CNT.
           DISPLAY '* GROUP-CNT        : ' A-GROUP-CNT.
           DISPLAY '* OUTBAL-CNT       : ' A-OUTBAL-CNT.
           DISPLAY '* XMIT-CNT         : ' A-XMIT-CNT.
           DISPLAY '* RPT-WRIT-CNT     : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-XMIT-FILE
                  O-RPT-FILE.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      *    A BLANK CARD MEANS THE QUARTER LAST ENDED.  A QUARTER     *
      *    STILL RUNNING IS REFUSED - ITS CLOSING POPULATION IS NOT  *
      *    KNOWN YET.                                                *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    ACCUMULATORS.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LAPBJ    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           DISPLAY  'S0200:CARD YEAR=' W-SYSIN-YEAR
                    ' QTR=' W-SYSIN-QTR.

           IF  W-SYSIN-YEAR  =  SPACE  AND  W-SYSIN-QTR  =  SPACE
               MOVE  W-SYSTEM-DATE (1:4) TO  W-YEAR
               MOVE  W-SYSTEM-DATE (5:2) TO  W-MONTH
               EVALUATE  TRUE
                   WHEN  W-MONTH  <  4
                         SUBTRACT  1      FROM  W-YEAR
                         MOVE  4          TO  W-QTR
                   WHEN  W-MONTH  <  7
                         MOVE  1          TO  W-QTR
                   WHEN  W-MONTH  <  10
                         MOVE  2          TO  W-QTR
                   WHEN  OTHER
                         MOVE  3          TO  W-QTR
               END-EVALUATE
           ELSE
               IF  W-SYSIN-YEAR  NOT NUMERIC
               OR  W-SYSIN-QTR   <  '1'
               OR  W-SYSIN-QTR   >  '4'
                   DISPLAY 'S0200:ERROR=INVALID SYSIN QUARTER('
                            W-SYSIN-YEAR W-SYSIN-QTR ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               MOVE  W-SYSIN-YEAR        TO  W-YEAR
               MOVE  W-SYSIN-QTR         TO  W-QTR
           END-IF.

           MOVE  W-YEAR                  TO  W-PRV-YEAR.
           IF  W-QTR  =  1
               SUBTRACT  1               FROM  W-PRV-YEAR
           END-IF.

           MOVE  W-YEAR                  TO  H-QS-DT (1:4)
                                             H-QE-DT (1:4).
           MOVE  W-PRV-YEAR              TO  H-PRV-DT (1:4).
           MOVE  C-QTR-FR-MMDD  (W-QTR)  TO  H-QS-DT (5:4).
           MOVE  C-QTR-TO-MMDD  (W-QTR)  TO  H-QE-DT (5:4).
           MOVE  C-QTR-PRV-MMDD (W-QTR)  TO  H-PRV-DT (5:4).

           IF  H-QE-DT  NOT <  W-SYSTEM-DATE
               DISPLAY 'S0200:ERROR=QUARTER NOT YET ENDED('
                        H-QE-DT ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-XMIT-FILE.

           IF  NOT  S-XMIT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPV0J0 OPEN ERROR(' S-XMIT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0J0 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           MOVE  W-YEAR                  TO  H1-YEAR.
           MOVE  W-QTR                   TO  H1-QTR.
           MOVE  H-QS-DT                 TO  H1-PRD-FR.
           MOVE  H-QE-DT                 TO  H1-PRD-TO.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  H2-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           ADD   4                       TO  A-RPT-WRIT-CNT.

           MOVE  C-RETURN-ID             TO  X1-RETURN-ID.
           MOVE  W-YEAR                  TO  X1-YEAR.
           MOVE  W-QTR                   TO  X1-QTR.
           MOVE  H-QS-DT                 TO  X1-PRD-FR.
           MOVE  H-QE-DT                 TO  X1-PRD-TO.
           MOVE  W-SYSTEM-DATE           TO  X1-CREAT-DT.
           MOVE  W-SYSTEM-TIME           TO  X1-CREAT-TIME.
           WRITE  O-XMIT-REC  FROM  X1-HEAD-REC.
           PERFORM  S6200-CHECK-XMIT-WRITE.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - B U I L D - R E T U R N                       *
      *                                                              *
      *    THE CURSOR COMES BACK IN OFFICE / TYPE ORDER; EACH CHANGE *
      *    OF TYPE CLOSES A RETURN LINE AND EACH CHANGE OF OFFICE    *
      *    ALSO PRINTS THE OFFICE TOTAL.                             *
      *                                                              *
      ****************************************************************
       S1100-BUILD-RETURN                SECTION.

           DISPLAY  'STEP : S1100-BUILD-RETURN'.

           EXEC  SQL  OPEN  CURSOR_POP    END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR POP OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-POP
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-ONE-ROW
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_POP   END-EXEC.

           IF  NOT  S-FIRST-ROW-YES
               PERFORM  S3100-END-LINE
               PERFORM  S3200-END-OFFICE
           END-IF.

       S1100-BUILD-RETURN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - O N E - R O W                                 *
      *                                                              *
      ****************************************************************
       S2100-ONE-ROW                     SECTION.

           IF  S-FIRST-ROW-YES
               MOVE  'N'                  TO  S-FIRST-ROW
               MOVE  H-TXOFF-CD           TO  W-CUR-TXOFF-CD
               MOVE  H-BUSNTP-CD          TO  W-CUR-BUSNTP-CD
           END-IF.

           IF  H-TXOFF-CD  NOT =  W-CUR-TXOFF-CD
               PERFORM  S3100-END-LINE
               PERFORM  S3200-END-OFFICE
               MOVE  H-TXOFF-CD           TO  W-CUR-TXOFF-CD
               MOVE  H-BUSNTP-CD          TO  W-CUR-BUSNTP-CD
           ELSE
               IF  H-BUSNTP-CD  NOT =  W-CUR-BUSNTP-CD
                   PERFORM  S3100-END-LINE
                   MOVE  H-BUSNTP-CD      TO  W-CUR-BUSNTP-CD
               END-IF
           END-IF.

           EVALUATE  H-KIND
               WHEN  'OP'    MOVE  1      TO  W-KX
               WHEN  'NR'    MOVE  2      TO  W-KX
               WHEN  'VC'    MOVE  3      TO  W-KX
               WHEN  'XC'    MOVE  4      TO  W-KX
               WHEN  'MG'    MOVE  5      TO  W-KX
               WHEN  'TI'    MOVE  6      TO  W-KX
               WHEN  'TO'    MOVE  7      TO  W-KX
               WHEN  'RI'    MOVE  8      TO  W-KX
               WHEN  'RO'    MOVE  9      TO  W-KX
               WHEN  'SC'    MOVE  10     TO  W-KX
               WHEN  'SS'    MOVE  11     TO  W-KX
               WHEN  'SE'    MOVE  12     TO  W-KX
               WHEN  'CL'    MOVE  13     TO  W-KX
               WHEN  OTHER
                     DISPLAY 'S2100:ERROR=UNKNOWN COUNT KIND('
                              H-KIND ')'
                     MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           ADD   H-CNT                    TO  W-LINE-CNT (W-KX).

       S2100-ONE-ROW-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - E N D - L I N E                               *
      *                                                              *
      *    CHECK, PRINT AND SUBMIT ONE OFFICE / TYPE LINE, THEN ROLL *
      *    IT INTO THE OFFICE AND NATIONAL TOTALS.                   *
      *                                                              *
      ****************************************************************
       S3100-END-LINE                    SECTION.

           ADD   1                        TO  A-GROUP-CNT.

           MOVE  W-LINE-CNTS              TO  W-PRT-CNTS.
           PERFORM  S4100-CHECK-BALANCE.

           IF  NOT  S-BALANCED-YES
               ADD   1                    TO  A-OUTBAL-CNT
           END-IF.

           MOVE  W-CUR-TXOFF-CD           TO  D1-TXOFF-CD.
           MOVE  W-CUR-BUSNTP-CD          TO  D1-BUSNTP-CD.
           PERFORM  S6100-WRITE-DETAIL.

           MOVE  W-CUR-TXOFF-CD           TO  X2-TXOFF-CD.
           MOVE  W-CUR-BUSNTP-CD          TO  X2-BUSNTP-CD.
           PERFORM  S4300-MOVE-XMIT-CNT
                    VARYING  W-KX  FROM  1  BY  1
                    UNTIL    W-KX  >  C-CNT-MAX.
           WRITE  O-XMIT-REC  FROM  X2-DETAIL-REC.
           PERFORM  S6200-CHECK-XMIT-WRITE.

           PERFORM  S4200-ROLL-UP
                    VARYING  W-KX  FROM  1  BY  1
                    UNTIL    W-KX  >  C-CNT-MAX.

           INITIALIZE                    W-LINE-CNTS.

       S3100-END-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 2 0 0 - E N D - O F F I C E                           *
      *                                                              *
      ****************************************************************
       S3200-END-OFFICE                  SECTION.

           MOVE  W-OFF-CNTS               TO  W-PRT-CNTS.
           PERFORM  S4100-CHECK-BALANCE.

           MOVE  W-CUR-TXOFF-CD           TO  D1-TXOFF-CD.
           MOVE  'TOTAL'                  TO  D1-BUSNTP-CD.
           PERFORM  S6100-WRITE-DETAIL.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           INITIALIZE                    W-OFF-CNTS.

       S3200-END-OFFICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 1 0 0 - C H E C K - B A L A N C E                     *
      *                                                              *
      *    OPENING + NEW - CLOSURES - MERGES + TRANSFERS IN -        *
      *    TRANSFERS OUT + TYPE CHANGES IN - TYPE CHANGES OUT MUST   *
      *    GIVE THE CLOSING POPULATION.                              *
      *                                                              *
      ****************************************************************
       S4100-CHECK-BALANCE               SECTION.

           COMPUTE  W-EXPECT-CNT  =  W-PRT-CNT (1)
                                  +  W-PRT-CNT (2)
                                  -  W-PRT-CNT (3)
                                  -  W-PRT-CNT (4)
                                  -  W-PRT-CNT (5)
                                  +  W-PRT-CNT (6)
                                  -  W-PRT-CNT (7)
                                  +  W-PRT-CNT (8)
                                  -  W-PRT-CNT (9).

           IF  W-EXPECT-CNT  =  W-PRT-CNT (13)
               MOVE  'Y'                  TO  S-BALANCED
           ELSE
               MOVE  'N'                  TO  S-BALANCED
           END-IF.

       S4100-CHECK-BALANCE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 2 0 0 - R O L L - U P                                 *
      *                                                              *
      ****************************************************************
       S4200-ROLL-UP                     SECTION.

           ADD   W-LINE-CNT (W-KX)        TO  W-OFF-CNT (W-KX)
                                              W-TOT-CNT (W-KX).

       S4200-ROLL-UP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 3 0 0 - M O V E - X M I T - C N T                     *
      *                                                              *
      ****************************************************************
       S4300-MOVE-XMIT-CNT               SECTION.

           MOVE  W-LINE-CNT (W-KX)        TO  X2-CNT (W-KX).

       S4300-MOVE-XMIT-CNT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 4 0 0 - M O V E - P R T - C N T                       *
      *                                                              *
      ****************************************************************
       S4400-MOVE-PRT-CNT                SECTION.

           MOVE  W-PRT-CNT (W-KX)         TO  D1-CNT (W-KX).

       S4400-MOVE-PRT-CNT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      *    THE NATIONAL TOTAL LINE, AND THE SUBMISSION TRAILER ONLY  *
      *    WHEN EVERY LINE BALANCED.  OTHERWISE THE STEP FAILS.      *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           MOVE  W-TOT-CNTS               TO  W-PRT-CNTS.
           PERFORM  S4100-CHECK-BALANCE.

           MOVE  '***'                    TO  D1-TXOFF-CD.
           MOVE  'TOTAL'                  TO  D1-BUSNTP-CD.
           PERFORM  S6100-WRITE-DETAIL.

           IF  A-OUTBAL-CNT  =  ZERO
               MOVE  A-GROUP-CNT          TO  X3-DETAIL-CNT
               PERFORM  S5310-MOVE-TRAIL-CNT
                        VARYING  W-KX  FROM  1  BY  1
                        UNTIL    W-KX  >  C-CNT-MAX
               WRITE  O-XMIT-REC  FROM  X3-TRAIL-REC
               PERFORM  S6200-CHECK-XMIT-WRITE
               MOVE  'RETURN BALANCED - READY TO SUBMIT'
                                          TO  T1-VERDICT
           ELSE
               MOVE  'OUT OF BALANCE - RETURN NOT RELEASED'
                                          TO  T1-VERDICT
           END-IF.

           MOVE  A-GROUP-CNT              TO  T1-GROUP-CNT.
           MOVE  A-OUTBAL-CNT             TO  T1-OUTBAL-CNT.
           MOVE  A-XMIT-CNT               TO  T1-XMIT-CNT.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           IF  A-OUTBAL-CNT  >  ZERO
               DISPLAY 'S5300:ERROR=RETURN OUT OF BALANCE, LINES='
                        A-OUTBAL-CNT
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
           END-IF.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 1 0 - M O V E - T R A I L - C N T                   *
      *                                                              *
      ****************************************************************
       S5310-MOVE-TRAIL-CNT              SECTION.

           MOVE  W-TOT-CNT (W-KX)         TO  X3-CNT (W-KX).

       S5310-MOVE-TRAIL-CNT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      *    PRINTS W-PRT-CNTS UNDER THE OFFICE / TYPE ALREADY MOVED,  *
      *    MARKED WHEN S4100 FOUND IT OUT OF BALANCE.                *
      *                                                              *
      ****************************************************************
       S6100-WRITE-DETAIL                SECTION.

           MOVE  SPACE                    TO  D1-FLAG.
           IF  NOT  S-BALANCED-YES
               MOVE  'OUT OF BAL'         TO  D1-FLAG
           END-IF.

           PERFORM  S4400-MOVE-PRT-CNT
                    VARYING  W-KX  FROM  1  BY  1
                    UNTIL    W-KX  >  C-CNT-MAX.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6100-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 2 0 0 - C H E C K - X M I T - W R I T E               *
      *                                                              *
      ****************************************************************
       S6200-CHECK-XMIT-WRITE            SECTION.

           IF  NOT  S-XMIT-NORMAL
               DISPLAY
               'S6200:ERROR=LAPV0J0 WRITE ERROR(' S-XMIT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-XMIT-CNT.

       S6200-CHECK-XMIT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - P O P                             *
      *                                                              *
      ****************************************************************
       S7100-FETCH-POP                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_POP
                 INTO  :H-TXOFF-CD, :H-BUSNTP-CD, :H-KIND, :H-CNT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1              TO  A-ROW-FETCH-CNT
               WHEN  100
                     MOVE  HIGH-VALUE     TO  S-DATA-END-CHECK
               WHEN  OTHER
                     MOVE  SQLCODE        TO  W-SQLCODE
                     DISPLAY 'S7100:DB ERROR POP FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-POP-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBJ            *
      *                                                              *
      ****************************************************************
