      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       MAPB7.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : DAILY GENERAL-LEDGER JOURNAL FEED             *
      *  DESCRIPTION : SUMMARIZES ONE DAY'S DTJA.TTJAC POSTINGS BY   *
      *                OFFICE, TAX TYPE, TRANS-TP AND COMPONENT AND  *
      *                TURNS EACH TOTAL INTO A BALANCED PAIR OF      *
      *                JOURNAL LINES (ONE DEBIT, ONE CREDIT) ON THE  *
      *                ACCOUNTS THE DTJA.TTJAG POSTING RULE NAMES -  *
      *                PY PAYMENTS, RF REFUNDS, PN PENALTY, IN       *
      *                INTEREST, ES ESCHEAT, WO WRITE-OFFS AND ANY   *
      *                OTHER TYPE FINANCE HAS A RULE FOR.  THE       *
      *                FINANCE SYSTEM'S JOURNAL FILE CARRIES AN 'H'  *
      *                HEADER, THE 'D' LINES AND A 'T' TRAILER WITH  *
      *                THE LINE COUNT AND DEBIT/CREDIT TOTALS.       *
      *                THE DAY IS RELEASED ONLY WHEN EVERY TOTAL HAD *
      *                A RULE, DEBITS EQUAL CREDITS AND THE GROUPED  *
      *                ROWS AGREE WITH A SEPARATE COUNT AND SUM OF   *
      *                THE DAY'S TTJAC ROWS; OTHERWISE THE FILE GETS *
      *                NO TRAILER AND THE STEP ENDS RC 99, SO AN     *
      *                UNBALANCED DAY IS NEVER TRANSMITTED.  EVERY   *
      *                RUN IS LOGGED TO BATCH_CTL_LOG, AND TO        *
      *                DAILY_RECON_CTL (IN = THE DAY'S ROWS, OUT =   *
      *                THE ROWS RELEASED) FOR THE LCBBGRCN CHECK.    *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : MAPB7                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-RUN-DT (PIC X(08),         *
      *                   YYYYMMDD; BLANK = TODAY)                   *
      *                                                              *
      *  OUTPUT FILES   : MAPV070  -  GL JOURNAL FILE (LRECL 120)    *
      *                   MAPP070  -  JOURNAL CONTROL REPORT         *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTJA.TTJAC                              R                   *
      *  DTJA.TTJAG                              R                   *
      *  LCBD2CTL.DAILY_RECON_CTL               CRU                  *
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
           SELECT  O-GL-FILE   ASSIGN     TO  MAPV070
                   FILE         STATUS    IS  S-GL-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  MAPP070
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

       FD  O-GL-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           120  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-GL-REC.
       01  O-GL-REC                      PIC  X(120).

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
           'MAPB7    - WORKING STORAGE BEGINS HERE'.

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

           05  A-GROUP-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-UNPOSTED-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-SRC-CNT                 PIC S9(09)  COMP  VALUE +0.
           05  A-JRNL-SRC-CNT            PIC S9(09)  COMP  VALUE +0.
           05  A-SRC-AMT                 PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.
           05  A-DR-TOT                  PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.
           05  A-CR-TOT                  PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.
           05  A-LINE-NO                 PIC  9(07)  VALUE  ZERO.
           05  A-GL-WRIT-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MAPB7'.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      *    ONE CARD, SUPPLYING THE JOURNAL DATE (YYYYMMDD).  A       *
      *    BLANK CARD JOURNALS TODAY'S POSTINGS.                     *
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

           05  S-RULE-CHECK              PIC  X(01)  VALUE  'N'.
               88  S-RULE-FOUND                      VALUE  'Y'.
               88  S-RULE-NOT-FOUND                  VALUE  'N'.

           05  S-BALANCED                PIC  X(01)  VALUE  'N'.
               88  S-BALANCED-YES                    VALUE  'Y'.

           05  S-GL-STATUS               PIC  X(002).
               88  S-GL-NORMAL                       VALUE '00'.

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

      *    THE DAY'S TTJAC ROWS COUNTED SEPARATELY FROM THE CURSOR.
           05  W-CTL-CNT                 PIC S9(09)  COMP  VALUE +0.
           05  W-CTL-AMT                 PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.

      *    ONE OFFICE / TAX TYPE / TRANS-TP / COMPONENT TOTAL.
           05  W-GRP-TXOFF               PIC  X(03).
           05  W-GRP-TXTP                PIC  X(02).
           05  W-GRP-TRANS-TP            PIC  X(02).
           05  W-GRP-COMPONENT           PIC  X(01).
           05  W-GRP-CNT                 PIC S9(09)  COMP  VALUE +0.
           05  W-GRP-AMT                 PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.

      *    THE PAIR OF LINES ONE TOTAL BECOMES.
           05  W-DR-ACCT                 PIC  X(12).
           05  W-CR-ACCT                 PIC  X(12).
           05  W-ENTRY-AMT               PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.

      ****************************************************************
      *                                                              *
      *    J O U R N A L    F I L E    R E C O R D S                 *
      *                                                              *
      *    AMOUNTS ARE ALWAYS POSITIVE; JD-DRCR-IND SAYS WHICH SIDE. *
      *                                                              *
      ****************************************************************
       01  GL-RECORDS.

           05  JH-HEADER-REC.
               10  FILLER                PIC  X(01)  VALUE  'H'.
               10  JH-SRC-SYS            PIC  X(08).
               10  JH-JRNL-DT            PIC  X(08).
               10  JH-CREAT-DT           PIC  X(08).
               10  JH-CREAT-TM           PIC  X(06).
               10  FILLER                PIC  X(89)  VALUE  SPACE.

           05  JD-DETAIL-REC.
               10  FILLER                PIC  X(01)  VALUE  'D'.
               10  JD-JRNL-DT            PIC  X(08).
               10  JD-LINE-NO            PIC  9(07).
               10  JD-ACCT-CD            PIC  X(12).
               10  JD-DRCR-IND           PIC  X(01).
               10  JD-AMT                PIC  9(13)V9(02).
               10  JD-TXOFF              PIC  X(03).
               10  JD-TXTP               PIC  X(02).
               10  JD-TRANS-TP           PIC  X(02).
               10  JD-COMPONENT          PIC  X(01).
               10  JD-SRC-CNT            PIC  9(07).
               10  JD-DESC               PIC  X(30).
               10  FILLER                PIC  X(31)  VALUE  SPACE.

           05  JT-TRAILER-REC.
               10  FILLER                PIC  X(01)  VALUE  'T'.
               10  JT-JRNL-DT            PIC  X(08).
               10  JT-LINE-CNT           PIC  9(09).
               10  JT-DR-TOT             PIC  9(15)V9(02).
               10  JT-CR-TOT             PIC  9(15)V9(02).
               10  JT-SRC-CNT            PIC  9(09).
               10  FILLER                PIC  X(59)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(42)  VALUE
                   'GENERAL-LEDGER JOURNAL FEED       FOR DAY '.
               10  H1-RUN-DT             PIC  X(08).
               10  FILLER                PIC  X(81)  VALUE  SPACE.

           05  H2-COLM-LINE.
               10  FILLER                PIC  X(40)  VALUE
                   ' OFF TX TP C    ROWS          DAY AMOUNT'.
               10  FILLER                PIC  X(40)  VALUE
                   '  DEBIT ACCT   CREDIT ACCT   REMARK     '.
               10  FILLER                PIC  X(52)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXTP               PIC  X(02).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TRANS-TP           PIC  X(02).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-COMPONENT          PIC  X(01).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-CNT                PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-AMT                PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-DR-ACCT            PIC  X(12).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-CR-ACCT            PIC  X(12).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-REMARK             PIC  X(30).
               10  FILLER                PIC  X(33)  VALUE  SPACE.

           05  T1-COUNT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-LABEL              PIC  X(30).
               10  T1-CNT                PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(90)  VALUE  SPACE.

           05  T2-AMOUNT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T2-LABEL              PIC  X(30).
               10  T2-AMT                PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(78)  VALUE  SPACE.

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
      *    LCBD2CTL.DAILY_RECON_CTL   (   NIGHTLY CONTROL   )        *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCBYRECN   END-EXEC.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DTJA.TTJAG   (   GL POSTING RULE   )                      *
      ****************************************************************
           EXEC  SQL  INCLUDE  TJOAG      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_GL : THE DAY'S POSTINGS, ONE ROW PER OFFICE / TAX  *
      *    TYPE / TRANS-TP / COMPONENT.  COMMITTED ROWS ONLY - THE   *
      *    LEDGER MUST NOT SEE A POSTING THAT IS LATER BACKED OUT.   *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_GL  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD
                 ,        TXTP_CD
                 ,        TRANS_TP
                 ,        COMPONENT_CD
                 ,        COUNT(*)
                 ,        SUM(TRANS_AMT)
                 FROM     DTJA.TTJAC
                 WHERE    TRANS_DT  =  :W-SYSIN-RUN-DT
                 GROUP BY TXOFF_CD, TXTP_CD, TRANS_TP, COMPONENT_CD
                 ORDER BY TXOFF_CD, TXTP_CD, TRANS_TP, COMPONENT_CD
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'MAPB7    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-CONTROL-TOTAL.

           PERFORM  S1200-JOURNAL-SCAN.

           PERFORM  S5300-WRITE-TRAILER.

           PERFORM  S3100-RECON-UPDATE.

           PERFORM  S3200-LOG-BATCH-CTL.

           EXEC  SQL  COMMIT  END-EXEC.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** MAPB7    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** MAPB7    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* JOURNAL-DATE   : ' W-SYSIN-RUN-DT.
           DISPLAY '* TTJAC-ROW-CNT  : ' W-CTL-CNT.
           DISPLAY '* GROUP-CNT      : ' A-GROUP-CNT.
           DISPLAY '* UNPOSTED-CNT   : ' A-UNPOSTED-CNT.
           DISPLAY '* GL-WRIT-CNT    : ' A-GL-WRIT-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-GL-FILE
                  O-RPT-FILE.

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
           DISPLAY '### MAPB7    START-TIME = ' W-SYSTEM-DATETIME.
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

           OPEN     OUTPUT               O-GL-FILE.

           IF  NOT  S-GL-NORMAL
               DISPLAY
               'S0200:ERROR=MAPV070 OPEN ERROR(' S-GL-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=MAPP070 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  C-PROG-ID               TO  JH-SRC-SYS.
           MOVE  W-SYSIN-RUN-DT          TO  JH-JRNL-DT
                                             JD-JRNL-DT
                                             JT-JRNL-DT.
           MOVE  W-SYSTEM-DATE           TO  JH-CREAT-DT.
           MOVE  W-SYSTEM-TIME           TO  JH-CREAT-TM.
           WRITE  O-GL-REC  FROM  JH-HEADER-REC.

           IF  NOT  S-GL-NORMAL
               DISPLAY
               'S0200:ERROR=MAPV070 WRITE ERROR(' S-GL-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                       TO  A-GL-WRIT-CNT.

           MOVE  W-SYSIN-RUN-DT          TO  H1-RUN-DT.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  H2-COLM-LINE.
           ADD   2                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - C O N T R O L - T O T A L                     *
      *                                                              *
      *    THE DAY'S ROW COUNT AND NET AMOUNT, TAKEN APART FROM THE  *
      *    GROUPING CURSOR; THE GROUP TOTALS MUST COME BACK TO IT.   *
      *                                                              *
      ****************************************************************
       S1100-CONTROL-TOTAL               SECTION.

           DISPLAY  'STEP : S1100-CONTROL-TOTAL'.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(SUM(TRANS_AMT), 0)
                 INTO   :W-CTL-CNT, :W-CTL-AMT
                 FROM    DTJA.TTJAC
                 WHERE   TRANS_DT  =  :W-SYSIN-RUN-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR TTJAC CONTROL=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S1100-CONTROL-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - J O U R N A L - S C A N                       *
      *                                                              *
      ****************************************************************
       S1200-JOURNAL-SCAN                SECTION.

           DISPLAY  'STEP : S1200-JOURNAL-SCAN'.

           EXEC  SQL  OPEN  CURSOR_GL      END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1200:DB ERROR GL OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-GL
              IF  NOT  S-NO-DATA
                  PERFORM  S2000-ONE-GROUP
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_GL     END-EXEC.

       S1200-JOURNAL-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - O N E - G R O U P                             *
      *                                                              *
      *    A TOTAL WITH NO RULE IN FORCE, OR A RULE MISSING AN       *
      *    ACCOUNT, IS LEFT OFF THE JOURNAL AND HOLDS THE DAY BACK.  *
      *    A TOTAL THAT NETS TO ZERO NEEDS NO ENTRY.                 *
      *                                                              *
      ****************************************************************
       S2000-ONE-GROUP                   SECTION.

           ADD   1                        TO  A-GROUP-CNT.
           ADD   W-GRP-CNT                TO  A-SRC-CNT.
           ADD   W-GRP-AMT                TO  A-SRC-AMT.

           INITIALIZE  D1-DETAIL-LINE.
           MOVE  W-GRP-TXOFF              TO  D1-TXOFF.
           MOVE  W-GRP-TXTP               TO  D1-TXTP.
           MOVE  W-GRP-TRANS-TP           TO  D1-TRANS-TP.
           MOVE  W-GRP-COMPONENT          TO  D1-COMPONENT.
           MOVE  W-GRP-CNT                TO  D1-CNT.
           MOVE  W-GRP-AMT                TO  D1-AMT.

           PERFORM  S2100-FIND-RULE.

           EVALUATE  TRUE
               WHEN  S-RULE-NOT-FOUND
                     MOVE  'NO POSTING RULE IN FORCE'
                                          TO  D1-REMARK
                     ADD   1              TO  A-UNPOSTED-CNT

               WHEN  DR-ACCT-CD OF TTJAG  =  SPACE
               OR    CR-ACCT-CD OF TTJAG  =  SPACE
               OR    DR-ACCT-CD OF TTJAG  =  CR-ACCT-CD OF TTJAG
                     MOVE  DR-ACCT-CD OF TTJAG
                                          TO  D1-DR-ACCT
                     MOVE  CR-ACCT-CD OF TTJAG
                                          TO  D1-CR-ACCT
                     MOVE  'RULE ACCOUNTS INCOMPLETE'
                                          TO  D1-REMARK
                     ADD   1              TO  A-UNPOSTED-CNT

               WHEN  W-GRP-AMT  =  ZERO
                     MOVE  'NETS TO ZERO - NO ENTRY'
                                          TO  D1-REMARK
                     ADD   W-GRP-CNT      TO  A-JRNL-SRC-CNT

               WHEN  OTHER
                     PERFORM  S2300-WRITE-ENTRY
                     MOVE  W-DR-ACCT      TO  D1-DR-ACCT
                     MOVE  W-CR-ACCT      TO  D1-CR-ACCT
                     IF  W-GRP-AMT  <  ZERO
                         MOVE  'REVERSAL - ACCOUNTS SWAPPED'
                                          TO  D1-REMARK
                     END-IF
           END-EVALUATE.

           PERFORM  S5100-WRITE-RPT-LINE.

       S2000-ONE-GROUP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - F I N D - R U L E                             *
      *                                                              *
      *    THE MOST SPECIFIC TTJAG ROW IN FORCE ON THE JOURNAL DATE: *
      *    AN EXACT TXTP-CD BEFORE A BLANK ONE, THEN AN EXACT        *
      *    COMPONENT-CD BEFORE A BLANK ONE.                          *
      *                                                              *
      ****************************************************************
       S2100-FIND-RULE                   SECTION.

           MOVE  'N'                      TO  S-RULE-CHECK.
           MOVE  SPACE                    TO  DR-ACCT-CD OF TTJAG
                                              CR-ACCT-CD OF TTJAG
                                              JRNL-DESC  OF TTJAG.

           EXEC  SQL
                 SELECT  DR_ACCT_CD
                 ,       CR_ACCT_CD
                 ,       JRNL_DESC
                 INTO   :TTJAG.DR-ACCT-CD
                 ,      :TTJAG.CR-ACCT-CD
                 ,      :TTJAG.JRNL-DESC
                 FROM    DTJA.TTJAG
                 WHERE   TRANS_TP      =  :W-GRP-TRANS-TP
                 AND     COMPONENT_CD IN (:W-GRP-COMPONENT, ' ')
                 AND     TXTP_CD      IN (:W-GRP-TXTP, ' ')
                 AND     EFF_FR_DT    <=  :W-SYSIN-RUN-DT
                 AND   ( EFF_TO_DT     =  ' '
                    OR   EFF_TO_DT    >=  :W-SYSIN-RUN-DT )
                 ORDER BY TXTP_CD DESC, COMPONENT_CD DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'Y'           TO  S-RULE-CHECK

               WHEN  100
                     CONTINUE

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S2100:DB ERROR TTJAG SELECT=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S2100-FIND-RULE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - W R I T E - E N T R Y                         *
      *                                                              *
      *    ONE DEBIT AND ONE CREDIT FOR THE TOTAL.  A NEGATIVE       *
      *    TOTAL GOES THE OTHER WAY ROUND.                           *
      *                                                              *
      ****************************************************************
       S2300-WRITE-ENTRY                 SECTION.

           IF  W-GRP-AMT  <  ZERO
               MOVE  CR-ACCT-CD OF TTJAG  TO  W-DR-ACCT
               MOVE  DR-ACCT-CD OF TTJAG  TO  W-CR-ACCT
               COMPUTE  W-ENTRY-AMT  =  ZERO  -  W-GRP-AMT
           ELSE
               MOVE  DR-ACCT-CD OF TTJAG  TO  W-DR-ACCT
               MOVE  CR-ACCT-CD OF TTJAG  TO  W-CR-ACCT
               MOVE  W-GRP-AMT            TO  W-ENTRY-AMT
           END-IF.

           MOVE  W-GRP-TXOFF              TO  JD-TXOFF.
           MOVE  W-GRP-TXTP               TO  JD-TXTP.
           MOVE  W-GRP-TRANS-TP           TO  JD-TRANS-TP.
           MOVE  W-GRP-COMPONENT          TO  JD-COMPONENT.
           MOVE  W-GRP-CNT                TO  JD-SRC-CNT.
           MOVE  JRNL-DESC OF TTJAG       TO  JD-DESC.
           MOVE  W-ENTRY-AMT              TO  JD-AMT.

           MOVE  W-DR-ACCT                TO  JD-ACCT-CD.
           MOVE  'D'                      TO  JD-DRCR-IND.
           PERFORM  S6100-WRITE-JRNL-LINE.

           MOVE  W-CR-ACCT                TO  JD-ACCT-CD.
           MOVE  'C'                      TO  JD-DRCR-IND.
           PERFORM  S6100-WRITE-JRNL-LINE.

           ADD   W-GRP-CNT                TO  A-JRNL-SRC-CNT.

       S2300-WRITE-ENTRY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - R E C O N - U P D A T E                       *
      *                                                              *
      *    SAME DAILY_RECON_CTL ROLLUP JAPA1'S S2600 WRITES, SO      *
      *    LCBBGRCN SEES THE DAY'S ROWS AGAINST THE ROWS RELEASED -  *
      *    NOTHING IS RELEASED FROM A DAY THAT WAS HELD BACK.        *
      *                                                              *
      ****************************************************************
       S3100-RECON-UPDATE                SECTION.

           MOVE  W-SYSIN-RUN-DT          TO  RECN-RUN-DT.
           MOVE  C-PROG-ID               TO  RECN-SRC-PGM.
           MOVE  W-CTL-CNT               TO  RECN-IN-CNT.
           IF  S-BALANCED-YES
               MOVE  A-JRNL-SRC-CNT      TO  RECN-OUT-CNT
           ELSE
               MOVE  ZERO                TO  RECN-OUT-CNT
           END-IF.

           EXEC  SQL  UPDATE  LCBD2CTL.DAILY_RECON_CTL
                         SET  IN_CNT  = :RECN-IN-CNT,
                              OUT_CNT = :RECN-OUT-CNT
                       WHERE  RUN_DT  = :RECN-RUN-DT
                         AND  SRC_PGM = :RECN-SRC-PGM
           END-EXEC.

           IF  SQLCODE  =  100
               EXEC  SQL  INSERT  INTO  LCBD2CTL.DAILY_RECON_CTL
                                 (RUN_DT, SRC_PGM, IN_CNT, OUT_CNT)
                           VALUES
                                 (:RECN-RUN-DT, :RECN-SRC-PGM,
                                  :RECN-IN-CNT, :RECN-OUT-CNT)
               END-EXEC
           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S3100:DB ERROR RECON=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S3100-RECON-UPDATE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 2 0 0 - L O G - B A T C H - C T L                     *
      *                                                              *
      *    SAME NIGHTLY-SUITE REGISTRATION LCBBG610 WRITES.  A HELD  *
      *    DAY IS LOGGED WITH ITS RC 99 AND RUN STATUS 'E'.          *
      *                                                              *
      ****************************************************************
       S3200-LOG-BATCH-CTL               SECTION.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.
           MOVE  W-SYSTEM-DATE           TO  BCTL-END-D.
           MOVE  W-SYSTEM-TIME           TO  BCTL-END-TM.
           MOVE  W-CTL-CNT               TO  BCTL-READ-CNT.
           MOVE  A-GL-WRIT-CNT           TO  BCTL-WRIT-CNT.
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

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5100:ERROR=MAPP070 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5100-WRITE-RPT-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      *    THE CONTROL TOTALS, AND THE JOURNAL TRAILER ONLY WHEN     *
      *    THE DAY BALANCES.  OTHERWISE THE STEP FAILS.              *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           IF  A-UNPOSTED-CNT  =  ZERO
           AND A-DR-TOT        =  A-CR-TOT
           AND A-SRC-CNT       =  W-CTL-CNT
           AND A-SRC-AMT       =  W-CTL-AMT
               MOVE  'Y'                  TO  S-BALANCED
           ELSE
               MOVE  'N'                  TO  S-BALANCED
           END-IF.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.

           MOVE  'TTJAC ROWS FOR THE DAY       :'  TO  T1-LABEL.
           MOVE  W-CTL-CNT                TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'ROWS IN THE GROUP TOTALS     :'  TO  T1-LABEL.
           MOVE  A-SRC-CNT                TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'ROWS COVERED BY THE JOURNAL  :'  TO  T1-LABEL.
           MOVE  A-JRNL-SRC-CNT           TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'TOTALS WITHOUT A VALID RULE  :'  TO  T1-LABEL.
           MOVE  A-UNPOSTED-CNT           TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'JOURNAL LINES                :'  TO  T1-LABEL.
           MOVE  A-LINE-NO                TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'DAY NET PER TTJAC            :'  TO  T2-LABEL.
           MOVE  W-CTL-AMT                TO  T2-AMT.
           WRITE  O-RPT-REC  FROM  T2-AMOUNT-LINE.

           MOVE  'DAY NET PER GROUP TOTALS     :'  TO  T2-LABEL.
           MOVE  A-SRC-AMT                TO  T2-AMT.
           WRITE  O-RPT-REC  FROM  T2-AMOUNT-LINE.

           MOVE  'TOTAL DEBITS                 :'  TO  T2-LABEL.
           MOVE  A-DR-TOT                 TO  T2-AMT.
           WRITE  O-RPT-REC  FROM  T2-AMOUNT-LINE.

           MOVE  'TOTAL CREDITS                :'  TO  T2-LABEL.
           MOVE  A-CR-TOT                 TO  T2-AMT.
           WRITE  O-RPT-REC  FROM  T2-AMOUNT-LINE.

           ADD   10                       TO  A-RPT-WRIT-CNT.

           IF  S-BALANCED-YES
               MOVE  A-LINE-NO            TO  JT-LINE-CNT
               MOVE  A-DR-TOT             TO  JT-DR-TOT
               MOVE  A-CR-TOT             TO  JT-CR-TOT
               MOVE  A-JRNL-SRC-CNT       TO  JT-SRC-CNT
               WRITE  O-GL-REC  FROM  JT-TRAILER-REC
               IF  NOT  S-GL-NORMAL
                   DISPLAY
                   'S5300:ERROR=MAPV070 WRITE ERROR(' S-GL-STATUS ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               ADD   1                    TO  A-GL-WRIT-CNT
               MOVE  'JOURNAL BALANCED - RELEASED TO FINANCE'
                                          TO  T3-VERDICT
           ELSE
               MOVE  'OUT OF BALANCE - JOURNAL NOT RELEASED'
                                          TO  T3-VERDICT
           END-IF.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T3-VERDICT-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           IF  NOT  S-BALANCED-YES
               DISPLAY 'S5300:ERROR=JOURNAL OUT OF BALANCE, UNPOSTED='
                        A-UNPOSTED-CNT
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
           END-IF.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - W R I T E - J R N L - L I N E                 *
      *                                                              *
      ****************************************************************
       S6100-WRITE-JRNL-LINE             SECTION.

           ADD   1                        TO  A-LINE-NO.
           MOVE  A-LINE-NO                TO  JD-LINE-NO.

           WRITE  O-GL-REC  FROM  JD-DETAIL-REC.

           IF  NOT  S-GL-NORMAL
               DISPLAY
               'S6100:ERROR=MAPV070 WRITE ERROR(' S-GL-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-GL-WRIT-CNT.

           IF  JD-DRCR-IND  =  'D'
               ADD   W-ENTRY-AMT          TO  A-DR-TOT
           ELSE
               ADD   W-ENTRY-AMT          TO  A-CR-TOT
           END-IF.

       S6100-WRITE-JRNL-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - G L                               *
      *                                                              *
      ****************************************************************
       S7100-FETCH-GL                    SECTION.

           EXEC  SQL
                 FETCH  CURSOR_GL
                 INTO  :W-GRP-TXOFF
                 ,     :W-GRP-TXTP
                 ,     :W-GRP-TRANS-TP
                 ,     :W-GRP-COMPONENT
                 ,     :W-GRP-CNT
                 ,     :W-GRP-AMT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR GL FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-GL-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      MAPB7            *
      *                                                              *
      ****************************************************************
