      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       MAPB8.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : BANK COLLECTION STATEMENT RECONCILIATION      *
      *  DESCRIPTION : TAKES IN THE COLLECTING BANKS' DAILY          *
      *                STATEMENT FILES ('H' HEADER PER BANK, 'D'     *
      *                CREDITS TO THE TREASURY ACCOUNT, 'T' TRAILER  *
      *                WITH THE BANK'S OWN COUNT AND TOTAL) AND      *
      *                MATCHES EVERY CREDIT AGAINST THE DAY'S        *
      *                DTJA.TTJAC 'PY' PAYMENT POSTINGS BY BANK,     *
      *                BANK REFERENCE (TTJAC BANK_CD / BANK_REF_NO   *
      *                AS PYSE6 POSTS THEM), AMOUNT AND DATE.  THE   *
      *                COMPONENT SPLITS OF ONE PAYMENT ARE SUMMED    *
      *                BEFORE MATCHING.  A STATEMENT WHOSE TRAILER   *
      *                DISAGREES WITH ITS CREDITS IS REJECTED WHOLE. *
      *                BANK CREDITS WITH NO POSTING GO ON THE        *
      *                UNAPPLIED-RECEIPTS SUSPENSE LIST; POSTINGS    *
      *                WITH NO BANK CREDIT ARE LISTED AS POSSIBLE    *
      *                FALSE POSTINGS.  BOTH ARE CARRIED FORWARD     *
      *                AND AGED THE WAY LCHBK161 CARRIES ITS OPEN    *
      *                ITEMS (1-7 DAYS, 8-30 DAYS, OVER 30 DAYS) AND *
      *                PAIR OFF ON A LATER DAY WHEN THE OTHER SIDE   *
      *                ARRIVES; A POSTING REVERSED BY AN EQUAL AND   *
      *                OPPOSITE 'PY' ROW ON THE SAME REFERENCE       *
      *                CLEARS ITSELF.  PER BANK, THE RECEIPTS        *
      *                APPLIED (STATEMENT + SUSPENSE B/F - SUSPENSE  *
      *                C/F) MUST TIE TO THE POSTINGS APPLIED         *
      *                (POSTED + OPEN B/F - OPEN C/F).  A REJECTED   *
      *                STATEMENT OR A BANK THAT DOES NOT TIE ENDS    *
      *                THE STEP RC 99; THE CARRY FILE IS STILL       *
      *                WRITTEN SO NO OPEN ITEM IS LOST.              *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : MAPB8                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-RUN-DT (PIC X(08),         *
      *                   YYYYMMDD; BLANK = TODAY)                   *
      *                   W-SYSIN-TOL-DAYS (PIC 9(02); DAYS A        *
      *                   POSTING MAY LIE FROM THE VALUE DATE AND    *
      *                   STILL MATCH; BLANK = SAME DAY ONLY)        *
      *                                                              *
      *  INPUT FILES    : MAPV080  -  BANK STATEMENTS (LRECL 120)    *
      *                   MAPV081  -  OPEN ITEMS BROUGHT FORWARD     *
      *                                                              *
      *  OUTPUT FILES   : MAPV082  -  OPEN ITEMS CARRIED FORWARD     *
      *                   MAPP080  -  RECONCILIATION REPORT          *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTJA.TTJAC                              R                   *
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
           SELECT  I-STMT-FILE   ASSIGN   TO  MAPV080
                   FILE         STATUS    IS  S-STMT-STATUS.

           SELECT  I-CARRY-FILE  ASSIGN   TO  MAPV081
                   FILE         STATUS    IS  S-CYIN-STATUS.

           SELECT  O-CARRY-FILE  ASSIGN   TO  MAPV082
                   FILE         STATUS    IS  S-CYOUT-STATUS.

           SELECT  O-RPT-FILE    ASSIGN   TO  MAPP080
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

       FD  I-STMT-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           120  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   I-STMT-REC.
       01  I-STMT-REC                    PIC  X(120).

      ****************************************************************
      *    OPEN-ITEM CARRY RECORD - THE SAME SHAPE IN AND OUT.  THE  *
      *    OPEN DATE IS THE VALUE DATE OF A BANK CREDIT OR THE       *
      *    TRANS-DT OF A POSTING AND IS NEVER RESET, SO THE AGE      *
      *    KEEPS GROWING UNTIL THE ITEM PAIRS OFF.                   *
      ****************************************************************
       FD  I-CARRY-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           60   CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   I-CARRY-REC.
       01  I-CARRY-REC.
      *    'B' = BANK CREDIT IN SUSPENSE, 'P' = POSTING WITHOUT CREDIT
           05  I-CARRY-SIDE              PIC  X(01).
           05  I-CARRY-BANK-CD           PIC  X(03).
           05  I-CARRY-BANK-REF          PIC  X(20).
           05  I-CARRY-OPEN-DT           PIC  X(08).
           05  I-CARRY-AMT               PIC S9(13)V9(02) COMP-3.
           05  I-CARRY-TXOFF             PIC  X(03).
           05  I-CARRY-BUSNID            PIC  X(10).
           05  FILLER                    PIC  X(07).

       FD  O-CARRY-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           60   CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-CARRY-REC.
       01  O-CARRY-REC.
           05  O-CARRY-SIDE              PIC  X(01).
           05  O-CARRY-BANK-CD           PIC  X(03).
           05  O-CARRY-BANK-REF          PIC  X(20).
           05  O-CARRY-OPEN-DT           PIC  X(08).
           05  O-CARRY-AMT               PIC S9(13)V9(02) COMP-3.
           05  O-CARRY-TXOFF             PIC  X(03).
           05  O-CARRY-BUSNID            PIC  X(10).
           05  FILLER                    PIC  X(07).

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
           'MAPB8    - WORKING STORAGE BEGINS HERE'.

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

           05  A-STMT-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-CREDIT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-STMT-REJ-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-ORPHAN-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-POST-GRP-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-POST-ZERO-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-CARRY-IN-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-CARRY-OUT-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-MATCH-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-MATCH-DTOL-CNT          PIC  9(09)  VALUE  ZERO.
           05  A-RVSL-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-NOTIE-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-MATCH-AMT               PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      *    OPEN ITEMS CARRIED FORWARD BY AGE BUCKET - (1) 1-7 DAYS,
      *    (2) 8-30 DAYS, (3) OVER 30 DAYS - FOR THE SIDE BEING AGED.
           05  A-BKT-ENTRY               OCCURS  3  TIMES.
               10  A-BKT-CNT             PIC S9(07)  COMP.
               10  A-BKT-AMT             PIC S9(15)V9(02) COMP-3.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MAPB8'.
           05  C-ITEM-MAX                PIC S9(04)  COMP VALUE +5000.
           05  C-BANK-MAX                PIC S9(04)  COMP VALUE +50.

           05  C-BKT-NAME-LIST.
               10  FILLER                PIC  X(12)  VALUE
                   '1-7 DAYS'.
               10  FILLER                PIC  X(12)  VALUE
                   '8-30 DAYS'.
               10  FILLER                PIC  X(12)  VALUE
                   'OVER 30 DAYS'.
           05  C-BKT-NAME-TABLE  REDEFINES  C-BKT-NAME-LIST.
               10  C-BKT-NAME            PIC  X(12)
                                         OCCURS  3  TIMES.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      *    ONE CARD: THE DAY WHOSE POSTINGS ARE RECONCILED           *
      *    (YYYYMMDD, BLANK = TODAY) AND THE DATE WINDOW IN DAYS     *
      *    (BLANK = THE POSTING MUST BEAR THE VALUE DATE).           *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-RUN-DT            PIC  X(08)  VALUE  SPACE.
           05  W-SYSIN-TOL-DAYS          PIC  9(02)  VALUE  ZERO.
           05  FILLER                    PIC  X(70)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-STMT-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-STMT                    VALUE  HIGH-VALUE.

           05  S-CARRY-END-CHECK         PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-CARRY                   VALUE  HIGH-VALUE.

           05  S-IN-BLOCK                PIC  X(01)  VALUE  'N'.
               88  S-IN-BLOCK-YES                    VALUE  'Y'.

           05  S-BLOCK-ERROR             PIC  X(01)  VALUE  'N'.
               88  S-BLOCK-ERROR-YES                 VALUE  'Y'.

           05  S-BANK-FOUND              PIC  X(01)  VALUE  'N'.
               88  S-BANK-FOUND-YES                  VALUE  'Y'.

           05  S-PAIR-FOUND              PIC  X(01)  VALUE  'N'.
               88  S-PAIR-FOUND-YES                  VALUE  'Y'.

           05  S-NEAR-FOUND              PIC  X(01)  VALUE  'N'.
               88  S-NEAR-FOUND-YES                  VALUE  'Y'.

           05  S-STMT-STATUS             PIC  X(002).
               88  S-STMT-NORMAL                     VALUE '00'.

           05  S-CYIN-STATUS             PIC  X(002).
               88  S-CYIN-NORMAL                     VALUE '00'.

           05  S-CYOUT-STATUS            PIC  X(002).
               88  S-CYOUT-NORMAL                    VALUE '00'.

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

           05  W-IX                      PIC S9(04)  COMP VALUE +0.
           05  W-JX                      PIC S9(04)  COMP VALUE +0.
           05  W-BX                      PIC S9(04)  COMP VALUE +0.
           05  W-BANK-IX                 PIC S9(04)  COMP VALUE +0.
           05  W-BKT-IX                  PIC S9(04)  COMP VALUE +0.

           05  W-DATE-NUM                PIC  9(08)  VALUE  ZERO.
           05  W-RUN-INT                 PIC S9(09)  COMP VALUE +0.
           05  W-AGE-DAYS                PIC S9(09)  COMP VALUE +0.
           05  W-GAP-DAYS                PIC S9(09)  COMP VALUE +0.

      *    THE SIDE BEING AGED AND THE BANK BEING LOOKED UP.
           05  W-AGE-SIDE                PIC  X(01).
           05  W-BANK-WORK-CD            PIC  X(03).

      *    THE STATEMENT BLOCK OF ONE BANK, HEADER TO TRAILER.
           05  W-BLK-BANK-CD             PIC  X(03).
           05  W-BLK-STMT-DT             PIC  X(08).
           05  W-BLK-START               PIC S9(04)  COMP VALUE +0.
           05  W-BLK-CNT                 PIC S9(07)  COMP VALUE +0.
           05  W-BLK-AMT                 PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.
           05  W-BLK-REASON              PIC  X(30).

      *    ONE GROUP OF THE DAY'S POSTINGS - ONE PAYMENT.
           05  W-PST-BANK-CD             PIC  X(03).
           05  W-PST-BANK-REF            PIC  X(20).
           05  W-PST-TXOFF               PIC  X(03).
           05  W-PST-BUSNID              PIC  X(10).
           05  W-PST-AMT                 PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.

      *    THE ITEM BEING ADDED TO THE OPEN-ITEM TABLE.
           05  W-NEW-SIDE                PIC  X(01).
           05  W-NEW-ORIGIN              PIC  X(01).
           05  W-NEW-BANK-CD             PIC  X(03).
           05  W-NEW-BANK-REF            PIC  X(20).
           05  W-NEW-OPEN-DT             PIC  X(08).
           05  W-NEW-AMT                 PIC S9(13)V9(02) COMP-3
                                                     VALUE  +0.
           05  W-NEW-TXOFF               PIC  X(03).
           05  W-NEW-BUSNID              PIC  X(10).

      *    PER-BANK PROOF.
           05  W-R-APPLIED               PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.
           05  W-P-APPLIED               PIC S9(15)V9(02) COMP-3
                                                     VALUE  +0.

      ****************************************************************
      *                                                              *
      *    O P E N - I T E M    T A B L E                            *
      *                                                              *
      *    EVERYTHING THAT CAN STILL PAIR THIS RUN: THE ITEMS        *
      *    BROUGHT FORWARD ('C'), TODAY'S ACCEPTED BANK CREDITS AND  *
      *    TODAY'S POSTINGS ('T').                                   *
      *                                                              *
      ****************************************************************
       01  ITEM-TABLE.
           05  W-ITEM-CNT                PIC S9(04)  COMP VALUE +0.
           05  W-ITEM-OCC                OCCURS  5000  TIMES.
               10  IT-SIDE               PIC  X(01).
               10  IT-ORIGIN             PIC  X(01).
               10  IT-MATCHED            PIC  X(01).
               10  IT-BANK-CD            PIC  X(03).
               10  IT-BANK-REF           PIC  X(20).
               10  IT-OPEN-DT            PIC  X(08).
               10  IT-DT-INT             PIC S9(09)  COMP.
               10  IT-AMT                PIC S9(13)V9(02) COMP-3.
               10  IT-TXOFF              PIC  X(03).
               10  IT-BUSNID             PIC  X(10).

      ****************************************************************
      *                                                              *
      *    B A N K    T A B L E                                      *
      *                                                              *
      *    ONE ENTRY PER BANK SEEN ON EITHER SIDE.  BK-STMT-FG IS    *
      *    ' ' NO STATEMENT TODAY, 'A' ACCEPTED, 'R' REJECTED.       *
      *                                                              *
      ****************************************************************
       01  BANK-TABLE.
           05  W-BANK-CNT                PIC S9(04)  COMP VALUE +0.
           05  W-BANK-OCC                OCCURS  50  TIMES.
               10  BK-BANK-CD            PIC  X(03).
               10  BK-STMT-FG            PIC  X(01).
               10  BK-STMT-CNT           PIC S9(07)  COMP.
               10  BK-STMT-AMT           PIC S9(15)V9(02) COMP-3.
               10  BK-SUSP-BF-AMT        PIC S9(15)V9(02) COMP-3.
               10  BK-SUSP-CF-CNT        PIC S9(07)  COMP.
               10  BK-SUSP-CF-AMT        PIC S9(15)V9(02) COMP-3.
               10  BK-POST-CNT           PIC S9(07)  COMP.
               10  BK-POST-AMT           PIC S9(15)V9(02) COMP-3.
               10  BK-OPEN-BF-AMT        PIC S9(15)V9(02) COMP-3.
               10  BK-OPEN-CF-CNT        PIC S9(07)  COMP.
               10  BK-OPEN-CF-AMT        PIC S9(15)V9(02) COMP-3.
               10  BK-MATCH-CNT          PIC S9(07)  COMP.
               10  BK-MATCH-AMT          PIC S9(15)V9(02) COMP-3.

      ****************************************************************
      *                                                              *
      *    B A N K    S T A T E M E N T    R E C O R D               *
      *                                                              *
      ****************************************************************
       01  STMT-RECORD.
           05  SR-REC-TP                 PIC  X(01).
               88  SR-HEADER                         VALUE  'H'.
               88  SR-DETAIL                         VALUE  'D'.
               88  SR-TRAILER                        VALUE  'T'.
           05  SR-BODY                   PIC  X(119).

           05  SR-HEADER-BODY  REDEFINES  SR-BODY.
               10  SH-BANK-CD            PIC  X(03).
               10  SH-STMT-DT            PIC  X(08).
               10  SH-TREAS-ACCT         PIC  X(16).
               10  FILLER                PIC  X(92).

           05  SR-DETAIL-BODY  REDEFINES  SR-BODY.
               10  SD-BANK-REF           PIC  X(20).
               10  SD-VALUE-DT           PIC  X(08).
               10  SD-CREDIT-AMT         PIC  9(13)V9(02).
               10  SD-PAYER-ID           PIC  X(10).
               10  SD-PAYER-NM           PIC  X(40).
               10  FILLER                PIC  X(26).

           05  SR-TRAILER-BODY  REDEFINES  SR-BODY.
               10  ST-BANK-CD            PIC  X(03).
               10  ST-CREDIT-CNT         PIC  9(07).
               10  ST-CREDIT-TOT         PIC  9(15)V9(02).
               10  FILLER                PIC  X(92).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(42)  VALUE
                   'BANK COLLECTION RECONCILIATION    FOR DAY '.
               10  H1-RUN-DT             PIC  X(08).
               10  FILLER                PIC  X(14)  VALUE
                   '   DATE WINDOW'.
               10  H1-TOL-DAYS           PIC  ZZ9.
               10  FILLER                PIC  X(64)  VALUE  SPACE.

           05  H2-SECTION-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  H2-TITLE              PIC  X(60).
               10  FILLER                PIC  X(71)  VALUE  SPACE.

           05  H3-INTAKE-COLM.
               10  FILLER                PIC  X(40)  VALUE
                   ' BNK  STMT DT   CREDITS        CREDIT AM'.
               10  FILLER                PIC  X(40)  VALUE
                   'OUNT  TRL CNT       TRAILER AMOUNT  STAT'.
               10  FILLER                PIC  X(40)  VALUE
                   'US                                      '.
               10  FILLER                PIC  X(12)  VALUE  SPACE.

           05  H4-ITEM-COLM.
               10  FILLER                PIC  X(40)  VALUE
                   ' BNK BANK REFERENCE       DATE          '.
               10  FILLER                PIC  X(40)  VALUE
                   '        AMOUNT OFF BUSNID      AGE BUCKE'.
               10  FILLER                PIC  X(40)  VALUE
                   'T       NOTE                            '.
               10  FILLER                PIC  X(12)  VALUE  SPACE.

           05  H5-TIE-COLM.
               10  FILLER                PIC  X(40)  VALUE
                   ' BNK SIDE                    TODAY      '.
               10  FILLER                PIC  X(40)  VALUE
                   '   + OPEN B/F         - OPEN C/F        '.
               10  FILLER                PIC  X(40)  VALUE
                   '  = APPLIED VERDICT                     '.
               10  FILLER                PIC  X(12)  VALUE  SPACE.

           05  A1-INTAKE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  A1-BANK-CD            PIC  X(03).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  A1-STMT-DT            PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  A1-CNT                PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  A1-AMT                PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  A1-TRL-CNT            PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  A1-TRL-AMT            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  A1-STATUS             PIC  X(30).
               10  FILLER                PIC  X(36)  VALUE  SPACE.

           05  D1-ITEM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BANK-CD            PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BANK-REF           PIC  X(20).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-OPEN-DT            PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-AMT                PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-AGE                PIC  ZZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BUCKET             PIC  X(12).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-NOTE               PIC  X(30).
               10  FILLER                PIC  X(14)  VALUE  SPACE.

           05  D2-TIE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-BANK-CD            PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-SIDE               PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-TODAY-AMT          PIC  -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-BF-AMT             PIC  -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-CF-AMT             PIC  -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-APPLIED-AMT        PIC  -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-VERDICT            PIC  X(14).
               10  FILLER                PIC  X(26)  VALUE  SPACE.

           05  T1-COUNT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-LABEL              PIC  X(30).
               10  T1-CNT                PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(90)  VALUE  SPACE.

           05  T2-BUCKET-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(10)  VALUE
                   '  AGED    '.
               10  T2-BUCKET             PIC  X(12).
               10  FILLER                PIC  X(08)  VALUE  SPACE.
               10  T2-CNT                PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  T2-AMT                PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(65)  VALUE  SPACE.

           05  T3-VERDICT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T3-VERDICT            PIC  X(60).
               10  FILLER                PIC  X(71)  VALUE  SPACE.

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
      *    CURSOR_PY : THE DAY'S PAYMENT POSTINGS, ONE ROW PER BANK  *
      *    REFERENCE AND TAXPAYER - THE P/N/I COMPONENT SPLITS PYSE6 *
      *    WRITES FOR ONE PAYMENT ADD BACK UP TO THE AMOUNT THE BANK *
      *    CREDITED.  COMMITTED ROWS ONLY.                           *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_PY  CURSOR  WITH  HOLD  FOR
                 SELECT   BANK_CD
                 ,        BANK_REF_NO
                 ,        TXOFF_CD
                 ,        BUSNID
                 ,        SUM(TRANS_AMT)
                 FROM     DTJA.TTJAC
                 WHERE    TRANS_DT  =  :W-SYSIN-RUN-DT
                 AND      TRANS_TP  =  'PY'
                 GROUP BY BANK_CD, BANK_REF_NO, TXOFF_CD, BUSNID
                 ORDER BY BANK_CD, BANK_REF_NO, TXOFF_CD, BUSNID
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'MAPB8    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1000-LOAD-CARRY.

           PERFORM  S1100-LOAD-STATEMENTS.

           PERFORM  S1200-LOAD-POSTINGS.

           PERFORM  S1300-MATCH-ITEMS.

           MOVE  'B'                     TO  W-AGE-SIDE.
           MOVE  'UNAPPLIED RECEIPTS SUSPENSE - CREDITS WITH NO POSTING'
                 TO  H2-TITLE.
           PERFORM  S1400-AGE-OPEN-ITEMS.

           MOVE  'P'                     TO  W-AGE-SIDE.
           MOVE  'POSSIBLE FALSE POSTINGS - PAYMENTS WITH NO CREDIT'
                 TO  H2-TITLE.
           PERFORM  S1400-AGE-OPEN-ITEMS.

           PERFORM  S1600-BANK-TIE.

           PERFORM  S5300-WRITE-TOTALS.

           PERFORM  S3200-LOG-BATCH-CTL.

           EXEC  SQL  COMMIT  END-EXEC.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** MAPB8    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** MAPB8    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* RECON-DATE     : ' W-SYSIN-RUN-DT.
           DISPLAY '* STMT-READ-CNT  : ' A-STMT-READ-CNT.
           DISPLAY '* CREDIT-CNT     : ' A-CREDIT-CNT.
           DISPLAY '* STMT-REJ-CNT   : ' A-STMT-REJ-CNT.
           DISPLAY '* POST-GRP-CNT   : ' A-POST-GRP-CNT.
           DISPLAY '* CARRY-IN-CNT   : ' A-CARRY-IN-CNT.
           DISPLAY '* MATCH-CNT      : ' A-MATCH-CNT.
           DISPLAY '* REVERSAL-CNT   : ' A-RVSL-CNT.
           DISPLAY '* CARRY-OUT-CNT  : ' A-CARRY-OUT-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  I-STMT-FILE
                  I-CARRY-FILE
                  O-CARRY-FILE
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
           INITIALIZE                    ITEM-TABLE.
           INITIALIZE                    BANK-TABLE.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### MAPB8    START-TIME = ' W-SYSTEM-DATETIME.
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

           IF  W-SYSIN-TOL-DAYS          NOT  NUMERIC
               MOVE  ZERO                TO  W-SYSIN-TOL-DAYS
           END-IF.

           MOVE  W-SYSIN-RUN-DT          TO  W-DATE-NUM.
           COMPUTE  W-RUN-INT  =  FUNCTION INTEGER-OF-DATE (W-DATE-NUM).

           OPEN     INPUT                I-STMT-FILE.

           IF  NOT  S-STMT-NORMAL
               DISPLAY
               'S0200:ERROR=MAPV080 OPEN ERROR(' S-STMT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     INPUT                I-CARRY-FILE.

           IF  NOT  S-CYIN-NORMAL
               DISPLAY
               'S0200:ERROR=MAPV081 OPEN ERROR(' S-CYIN-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-CARRY-FILE.

           IF  NOT  S-CYOUT-NORMAL
               DISPLAY
               'S0200:ERROR=MAPV082 OPEN ERROR(' S-CYOUT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=MAPP080 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSIN-RUN-DT          TO  H1-RUN-DT.
           MOVE  W-SYSIN-TOL-DAYS        TO  H1-TOL-DAYS.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - L O A D - C A R R Y                           *
      *                                                              *
      *    YESTERDAY'S OPEN ITEMS, EACH COUNTED AS BROUGHT FORWARD   *
      *    ON ITS BANK'S SUSPENSE OR OPEN-POSTING SIDE.              *
      *                                                              *
      ****************************************************************
       S1000-LOAD-CARRY                  SECTION.

           DISPLAY  'STEP : S1000-LOAD-CARRY'.

           PERFORM  S1010-READ-CARRY.

           PERFORM  S1020-TAKE-CARRY
               UNTIL  S-NO-MORE-CARRY.

       S1000-LOAD-CARRY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 1 0 - R E A D - C A R R Y                           *
      *                                                              *
      ****************************************************************
       S1010-READ-CARRY                  SECTION.

           READ  I-CARRY-FILE
               AT  END
                   MOVE  HIGH-VALUE      TO  S-CARRY-END-CHECK
           END-READ.

           IF  S-NO-MORE-CARRY
               CONTINUE
           ELSE
               IF  S-CYIN-NORMAL
                   ADD   1               TO  A-CARRY-IN-CNT
               ELSE
                   DISPLAY
                   'S1010:ERROR=MAPV081 READ ERROR('
                    S-CYIN-STATUS ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
           END-IF.

       S1010-READ-CARRY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 2 0 - T A K E - C A R R Y                           *
      *                                                              *
      ****************************************************************
       S1020-TAKE-CARRY                  SECTION.

           MOVE  I-CARRY-SIDE            TO  W-NEW-SIDE.
           MOVE  'C'                     TO  W-NEW-ORIGIN.
           MOVE  I-CARRY-BANK-CD         TO  W-NEW-BANK-CD.
           MOVE  I-CARRY-BANK-REF        TO  W-NEW-BANK-REF.
           MOVE  I-CARRY-OPEN-DT         TO  W-NEW-OPEN-DT.
           MOVE  I-CARRY-AMT             TO  W-NEW-AMT.
           MOVE  I-CARRY-TXOFF           TO  W-NEW-TXOFF.
           MOVE  I-CARRY-BUSNID          TO  W-NEW-BUSNID.
           PERFORM  S9200-ADD-ITEM.

           MOVE  I-CARRY-BANK-CD         TO  W-BANK-WORK-CD.
           PERFORM  S9100-FIND-BANK.

           IF  I-CARRY-SIDE  =  'B'
               ADD   I-CARRY-AMT         TO  BK-SUSP-BF-AMT (W-BANK-IX)
           ELSE
               ADD   I-CARRY-AMT         TO  BK-OPEN-BF-AMT (W-BANK-IX)
           END-IF.

           PERFORM  S1010-READ-CARRY.

       S1020-TAKE-CARRY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - L O A D - S T A T E M E N T S                 *
      *                                                              *
      *    ONE FILE MAY HOLD SEVERAL BANKS, EACH AN H - D... - T     *
      *    BLOCK.  A BLOCK'S CREDITS ARE TAKEN ONLY WHEN ITS         *
      *    TRAILER AGREES WITH THEM; OTHERWISE THE BANK IS ASKED TO  *
      *    RESEND AND NOTHING OF THE BLOCK IS MATCHED TODAY.         *
      *                                                              *
      ****************************************************************
       S1100-LOAD-STATEMENTS             SECTION.

           DISPLAY  'STEP : S1100-LOAD-STATEMENTS'.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           MOVE  'BANK STATEMENT INTAKE'  TO  H2-TITLE.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           WRITE  O-RPT-REC  FROM  H3-INTAKE-COLM.
           ADD   3                        TO  A-RPT-WRIT-CNT.

           MOVE  'N'                      TO  S-IN-BLOCK.

           PERFORM  S1110-READ-STMT.

           PERFORM  S1120-TAKE-STMT-REC
               UNTIL  S-NO-MORE-STMT.

           IF  S-IN-BLOCK-YES
               MOVE  'REJECTED - NO TRAILER'
                                          TO  W-BLK-REASON
               PERFORM  S1150-REJECT-BLOCK
           END-IF.

       S1100-LOAD-STATEMENTS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 1 0 - R E A D - S T M T                             *
      *                                                              *
      ****************************************************************
       S1110-READ-STMT                   SECTION.

           READ  I-STMT-FILE  INTO  STMT-RECORD
               AT  END
                   MOVE  HIGH-VALUE      TO  S-STMT-END-CHECK
           END-READ.

           IF  S-NO-MORE-STMT
               CONTINUE
           ELSE
               IF  S-STMT-NORMAL
                   ADD   1               TO  A-STMT-READ-CNT
               ELSE
                   DISPLAY
                   'S1110:ERROR=MAPV080 READ ERROR('
                    S-STMT-STATUS ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
           END-IF.

       S1110-READ-STMT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 2 0 - T A K E - S T M T - R E C                     *
      *                                                              *
      *    A HEADER WHILE A BLOCK IS STILL OPEN MEANS THE PREVIOUS   *
      *    BANK'S TRAILER WAS LOST.  A CREDIT OR TRAILER OUTSIDE A   *
      *    BLOCK BELONGS TO NO BANK AND IS COUNTED AS AN ORPHAN.     *
      *                                                              *
      ****************************************************************
       S1120-TAKE-STMT-REC               SECTION.

           EVALUATE  TRUE
               WHEN  SR-HEADER
                     IF  S-IN-BLOCK-YES
                         MOVE  'REJECTED - NO TRAILER'
                                          TO  W-BLK-REASON
                         PERFORM  S1150-REJECT-BLOCK
                     END-IF
                     MOVE  'Y'            TO  S-IN-BLOCK
                     MOVE  'N'            TO  S-BLOCK-ERROR
                     MOVE  SH-BANK-CD     TO  W-BLK-BANK-CD
                     MOVE  SH-STMT-DT     TO  W-BLK-STMT-DT
                     COMPUTE  W-BLK-START  =  W-ITEM-CNT  +  1
                     MOVE  ZERO           TO  W-BLK-CNT
                                              W-BLK-AMT

               WHEN  SR-DETAIL  AND  S-IN-BLOCK-YES
                     PERFORM  S1130-TAKE-CREDIT

               WHEN  SR-TRAILER  AND  S-IN-BLOCK-YES
                     PERFORM  S1140-CHECK-TRAILER
                     MOVE  'N'            TO  S-IN-BLOCK

               WHEN  OTHER
                     ADD   1              TO  A-ORPHAN-CNT
                     DISPLAY 'S1120:RECORD OUTSIDE A BANK BLOCK='
                              SR-REC-TP ' AT ' A-STMT-READ-CNT
           END-EVALUATE.

           PERFORM  S1110-READ-STMT.

       S1120-TAKE-STMT-REC-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 3 0 - T A K E - C R E D I T                         *
      *                                                              *
      ****************************************************************
       S1130-TAKE-CREDIT                 SECTION.

           IF  SD-VALUE-DT    NOT  NUMERIC
           OR  SD-CREDIT-AMT  NOT  NUMERIC
           OR  SD-BANK-REF    =  SPACE
               MOVE  'Y'                  TO  S-BLOCK-ERROR
               GO TO  S1130-TAKE-CREDIT-EXIT
           END-IF.

           ADD   1                        TO  W-BLK-CNT.
           ADD   SD-CREDIT-AMT            TO  W-BLK-AMT.

           MOVE  'B'                      TO  W-NEW-SIDE.
           MOVE  'T'                      TO  W-NEW-ORIGIN.
           MOVE  W-BLK-BANK-CD            TO  W-NEW-BANK-CD.
           MOVE  SD-BANK-REF              TO  W-NEW-BANK-REF.
           MOVE  SD-VALUE-DT              TO  W-NEW-OPEN-DT.
           MOVE  SD-CREDIT-AMT            TO  W-NEW-AMT.
           MOVE  SPACE                    TO  W-NEW-TXOFF.
           MOVE  SD-PAYER-ID              TO  W-NEW-BUSNID.
           PERFORM  S9200-ADD-ITEM.

       S1130-TAKE-CREDIT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 4 0 - C H E C K - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S1140-CHECK-TRAILER               SECTION.

           EVALUATE  TRUE
               WHEN  S-BLOCK-ERROR-YES
                     MOVE  'REJECTED - INVALID CREDIT LINE'
                                          TO  W-BLK-REASON
               WHEN  ST-BANK-CD     NOT =  W-BLK-BANK-CD
                     MOVE  'REJECTED - TRAILER BANK DIFFERS'
                                          TO  W-BLK-REASON
               WHEN  ST-CREDIT-CNT  NOT  NUMERIC
               OR    ST-CREDIT-TOT  NOT  NUMERIC
                     MOVE  'REJECTED - TRAILER NOT NUMERIC'
                                          TO  W-BLK-REASON
               WHEN  ST-CREDIT-CNT  NOT =  W-BLK-CNT
               OR    ST-CREDIT-TOT  NOT =  W-BLK-AMT
                     MOVE  'REJECTED - TRAILER OUT OF BALANCE'
                                          TO  W-BLK-REASON
               WHEN  OTHER
                     MOVE  SPACE          TO  W-BLK-REASON
           END-EVALUATE.

           IF  W-BLK-REASON  NOT =  SPACE
               PERFORM  S1150-REJECT-BLOCK
               GO TO  S1140-CHECK-TRAILER-EXIT
           END-IF.

           MOVE  W-BLK-BANK-CD            TO  W-BANK-WORK-CD.
           PERFORM  S9100-FIND-BANK.

           IF  BK-STMT-FG (W-BANK-IX)  NOT =  'R'
               MOVE  'A'                  TO  BK-STMT-FG (W-BANK-IX)
           END-IF.
           ADD   W-BLK-CNT                TO  BK-STMT-CNT (W-BANK-IX).
           ADD   W-BLK-AMT                TO  BK-STMT-AMT (W-BANK-IX).
           ADD   W-BLK-CNT                TO  A-CREDIT-CNT.

           INITIALIZE  A1-INTAKE-LINE.
           MOVE  W-BLK-BANK-CD            TO  A1-BANK-CD.
           MOVE  W-BLK-STMT-DT            TO  A1-STMT-DT.
           MOVE  W-BLK-CNT                TO  A1-CNT.
           MOVE  W-BLK-AMT                TO  A1-AMT.
           MOVE  ST-CREDIT-CNT            TO  A1-TRL-CNT.
           MOVE  ST-CREDIT-TOT            TO  A1-TRL-AMT.
           MOVE  'ACCEPTED'               TO  A1-STATUS.
           WRITE  O-RPT-REC  FROM  A1-INTAKE-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S1140-CHECK-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 5 0 - R E J E C T - B L O C K                       *
      *                                                              *
      *    THE BLOCK'S CREDITS COME BACK OFF THE TABLE.  THE BANK    *
      *    IS MARKED SO ITS TIE LINE SHOWS THE STATEMENT WAS NOT     *
      *    TAKEN.                                                    *
      *                                                              *
      ****************************************************************
       S1150-REJECT-BLOCK                SECTION.

           COMPUTE  W-ITEM-CNT  =  W-BLK-START  -  1.
           ADD   1                        TO  A-STMT-REJ-CNT.

           MOVE  W-BLK-BANK-CD            TO  W-BANK-WORK-CD.
           PERFORM  S9100-FIND-BANK.
           MOVE  'R'                      TO  BK-STMT-FG (W-BANK-IX).

           INITIALIZE  A1-INTAKE-LINE.
           MOVE  W-BLK-BANK-CD            TO  A1-BANK-CD.
           MOVE  W-BLK-STMT-DT            TO  A1-STMT-DT.
           MOVE  W-BLK-CNT                TO  A1-CNT.
           MOVE  W-BLK-AMT                TO  A1-AMT.
           IF  SR-TRAILER
           AND ST-CREDIT-CNT  NUMERIC
           AND ST-CREDIT-TOT  NUMERIC
               MOVE  ST-CREDIT-CNT        TO  A1-TRL-CNT
               MOVE  ST-CREDIT-TOT        TO  A1-TRL-AMT
           END-IF.
           MOVE  W-BLK-REASON             TO  A1-STATUS.
           WRITE  O-RPT-REC  FROM  A1-INTAKE-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           DISPLAY 'S1150:STATEMENT ' W-BLK-BANK-CD ' ' W-BLK-REASON.

       S1150-REJECT-BLOCK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - L O A D - P O S T I N G S                     *
      *                                                              *
      *    A PAYMENT AND ITS REVERSAL POSTED THE SAME DAY NET TO     *
      *    ZERO AND NEED NO BANK CREDIT.                             *
      *                                                              *
      ****************************************************************
       S1200-LOAD-POSTINGS               SECTION.

           DISPLAY  'STEP : S1200-LOAD-POSTINGS'.

           EXEC  SQL  OPEN  CURSOR_PY      END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1200:DB ERROR PY OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-PY
              IF  NOT  S-NO-DATA
                  PERFORM  S1210-TAKE-POSTING
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_PY     END-EXEC.

       S1200-LOAD-POSTINGS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 1 0 - T A K E - P O S T I N G                       *
      *                                                              *
      ****************************************************************
       S1210-TAKE-POSTING                SECTION.

           ADD   1                        TO  A-POST-GRP-CNT.

           IF  W-PST-AMT  =  ZERO
               ADD   1                    TO  A-POST-ZERO-CNT
               GO TO  S1210-TAKE-POSTING-EXIT
           END-IF.

           MOVE  'P'                      TO  W-NEW-SIDE.
           MOVE  'T'                      TO  W-NEW-ORIGIN.
           MOVE  W-PST-BANK-CD            TO  W-NEW-BANK-CD.
           MOVE  W-PST-BANK-REF           TO  W-NEW-BANK-REF.
           MOVE  W-SYSIN-RUN-DT           TO  W-NEW-OPEN-DT.
           MOVE  W-PST-AMT                TO  W-NEW-AMT.
           MOVE  W-PST-TXOFF              TO  W-NEW-TXOFF.
           MOVE  W-PST-BUSNID             TO  W-NEW-BUSNID.
           PERFORM  S9200-ADD-ITEM.

           MOVE  W-PST-BANK-CD            TO  W-BANK-WORK-CD.
           PERFORM  S9100-FIND-BANK.
           ADD   1                        TO  BK-POST-CNT (W-BANK-IX).
           ADD   W-PST-AMT                TO  BK-POST-AMT (W-BANK-IX).

       S1210-TAKE-POSTING-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - M A T C H - I T E M S                         *
      *                                                              *
      *    EVERY OPEN POSTING LOOKS FOR AN OPEN BANK CREDIT OF THE   *
      *    SAME BANK, REFERENCE AND AMOUNT WHOSE VALUE DATE LIES     *
      *    WITHIN THE SYSIN WINDOW OF THE POSTING DATE; FAILING      *
      *    THAT, FOR AN EQUAL AND OPPOSITE POSTING ON THE SAME       *
      *    REFERENCE THAT REVERSES IT.                               *
      *                                                              *
      ****************************************************************
       S1300-MATCH-ITEMS                 SECTION.

           DISPLAY  'STEP : S1300-MATCH-ITEMS'.

           PERFORM  S1310-MATCH-ONE-POSTING
               VARYING  W-IX  FROM  1  BY  1
               UNTIL    W-IX  >  W-ITEM-CNT.

       S1300-MATCH-ITEMS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 1 0 - M A T C H - O N E - P O S T I N G             *
      *                                                              *
      ****************************************************************
       S1310-MATCH-ONE-POSTING           SECTION.

           IF  IT-SIDE    (W-IX)  NOT =  'P'
           OR  IT-MATCHED (W-IX)  =  'Y'
           OR  IT-BANK-REF (W-IX) =  SPACE
               GO TO  S1310-MATCH-ONE-POSTING-EXIT
           END-IF.

           MOVE  'N'                      TO  S-PAIR-FOUND.

           PERFORM  S1320-TRY-CREDIT
               VARYING  W-JX  FROM  1  BY  1
               UNTIL    W-JX  >  W-ITEM-CNT
               OR       S-PAIR-FOUND-YES.

           IF  S-PAIR-FOUND-YES
               GO TO  S1310-MATCH-ONE-POSTING-EXIT
           END-IF.

           PERFORM  S1330-TRY-REVERSAL
               VARYING  W-JX  FROM  1  BY  1
               UNTIL    W-JX  >  W-ITEM-CNT
               OR       S-PAIR-FOUND-YES.

       S1310-MATCH-ONE-POSTING-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 2 0 - T R Y - C R E D I T                           *
      *                                                              *
      ****************************************************************
       S1320-TRY-CREDIT                  SECTION.

           IF  IT-SIDE     (W-JX)  NOT =  'B'
           OR  IT-MATCHED  (W-JX)  =  'Y'
           OR  IT-BANK-CD  (W-JX)  NOT =  IT-BANK-CD  (W-IX)
           OR  IT-BANK-REF (W-JX)  NOT =  IT-BANK-REF (W-IX)
           OR  IT-AMT      (W-JX)  NOT =  IT-AMT      (W-IX)
               GO TO  S1320-TRY-CREDIT-EXIT
           END-IF.

           COMPUTE  W-GAP-DAYS  =  IT-DT-INT (W-IX)
                                -  IT-DT-INT (W-JX).
           IF  W-GAP-DAYS  <  ZERO
               COMPUTE  W-GAP-DAYS  =  ZERO  -  W-GAP-DAYS
           END-IF.

           IF  W-GAP-DAYS  >  W-SYSIN-TOL-DAYS
               GO TO  S1320-TRY-CREDIT-EXIT
           END-IF.

           MOVE  'Y'                      TO  IT-MATCHED (W-IX)
                                              IT-MATCHED (W-JX)
                                              S-PAIR-FOUND.
           ADD   1                        TO  A-MATCH-CNT.
           ADD   IT-AMT (W-IX)            TO  A-MATCH-AMT.
           IF  W-GAP-DAYS  >  ZERO
               ADD   1                    TO  A-MATCH-DTOL-CNT
           END-IF.

           MOVE  IT-BANK-CD (W-IX)        TO  W-BANK-WORK-CD.
           PERFORM  S9100-FIND-BANK.
           ADD   1                        TO  BK-MATCH-CNT (W-BANK-IX).
           ADD   IT-AMT (W-IX)            TO  BK-MATCH-AMT (W-BANK-IX).

       S1320-TRY-CREDIT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 3 0 - T R Y - R E V E R S A L                       *
      *                                                              *
      ****************************************************************
       S1330-TRY-REVERSAL                SECTION.

           IF  W-JX                  =  W-IX
           OR  IT-SIDE     (W-JX)  NOT =  'P'
           OR  IT-MATCHED  (W-JX)  =  'Y'
           OR  IT-BANK-CD  (W-JX)  NOT =  IT-BANK-CD  (W-IX)
           OR  IT-BANK-REF (W-JX)  NOT =  IT-BANK-REF (W-IX)
           OR  IT-BUSNID   (W-JX)  NOT =  IT-BUSNID   (W-IX)
           OR  IT-AMT (W-JX) + IT-AMT (W-IX)  NOT =  ZERO
               GO TO  S1330-TRY-REVERSAL-EXIT
           END-IF.

           MOVE  'Y'                      TO  IT-MATCHED (W-IX)
                                              IT-MATCHED (W-JX)
                                              S-PAIR-FOUND.
           ADD   1                        TO  A-RVSL-CNT.

       S1330-TRY-REVERSAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 4 0 0 - A G E - O P E N - I T E M S                   *
      *                                                              *
      *    ONE SECTION OF THE REPORT FOR THE SIDE IN W-AGE-SIDE:     *
      *    EVERY ITEM STILL OPEN IS LISTED WITH ITS AGE AND BUCKET   *
      *    AND WRITTEN TO THE CARRY FILE UNDER ITS ORIGINAL DATE.    *
      *                                                              *
      ****************************************************************
       S1400-AGE-OPEN-ITEMS              SECTION.

           DISPLAY  'STEP : S1400-AGE-OPEN-ITEMS ' W-AGE-SIDE.

           INITIALIZE  A-BKT-ENTRY (1)
                       A-BKT-ENTRY (2)
                       A-BKT-ENTRY (3).

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           WRITE  O-RPT-REC  FROM  H4-ITEM-COLM.
           ADD   3                        TO  A-RPT-WRIT-CNT.

           PERFORM  S1410-AGE-ONE-ITEM
               VARYING  W-IX  FROM  1  BY  1
               UNTIL    W-IX  >  W-ITEM-CNT.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           PERFORM  S1440-WRITE-BUCKET
               VARYING  W-BKT-IX  FROM  1  BY  1
               UNTIL    W-BKT-IX  >  3.

       S1400-AGE-OPEN-ITEMS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 4 1 0 - A G E - O N E - I T E M                       *
      *                                                              *
      ****************************************************************
       S1410-AGE-ONE-ITEM                SECTION.

           IF  IT-SIDE    (W-IX)  NOT =  W-AGE-SIDE
           OR  IT-MATCHED (W-IX)  =  'Y'
               GO TO  S1410-AGE-ONE-ITEM-EXIT
           END-IF.

           COMPUTE  W-AGE-DAYS  =  W-RUN-INT  -  IT-DT-INT (W-IX).

           EVALUATE  TRUE
               WHEN  W-AGE-DAYS  NOT >  7
                     MOVE  1              TO  W-BKT-IX
               WHEN  W-AGE-DAYS  NOT >  30
                     MOVE  2              TO  W-BKT-IX
               WHEN  OTHER
                     MOVE  3              TO  W-BKT-IX
           END-EVALUATE.

           ADD   1                        TO  A-BKT-CNT (W-BKT-IX).
           ADD   IT-AMT (W-IX)            TO  A-BKT-AMT (W-BKT-IX).

           INITIALIZE  D1-ITEM-LINE.
           MOVE  IT-BANK-CD  (W-IX)       TO  D1-BANK-CD.
           MOVE  IT-BANK-REF (W-IX)       TO  D1-BANK-REF.
           MOVE  IT-OPEN-DT  (W-IX)       TO  D1-OPEN-DT.
           MOVE  IT-AMT      (W-IX)       TO  D1-AMT.
           MOVE  IT-TXOFF    (W-IX)       TO  D1-TXOFF.
           MOVE  IT-BUSNID   (W-IX)       TO  D1-BUSNID.
           MOVE  W-AGE-DAYS               TO  D1-AGE.
           MOVE  C-BKT-NAME (W-BKT-IX)    TO  D1-BUCKET.
           PERFORM  S1420-FIND-NOTE.
           WRITE  O-RPT-REC  FROM  D1-ITEM-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           MOVE  IT-BANK-CD (W-IX)        TO  W-BANK-WORK-CD.
           PERFORM  S9100-FIND-BANK.
           IF  W-AGE-SIDE  =  'B'
               ADD   1                    TO  BK-SUSP-CF-CNT (W-BANK-IX)
               ADD   IT-AMT (W-IX)        TO  BK-SUSP-CF-AMT (W-BANK-IX)
           ELSE
               ADD   1                    TO  BK-OPEN-CF-CNT (W-BANK-IX)
               ADD   IT-AMT (W-IX)        TO  BK-OPEN-CF-AMT (W-BANK-IX)
           END-IF.

           MOVE  SPACE                    TO  O-CARRY-REC.
           MOVE  IT-SIDE     (W-IX)       TO  O-CARRY-SIDE.
           MOVE  IT-BANK-CD  (W-IX)       TO  O-CARRY-BANK-CD.
           MOVE  IT-BANK-REF (W-IX)       TO  O-CARRY-BANK-REF.
           MOVE  IT-OPEN-DT  (W-IX)       TO  O-CARRY-OPEN-DT.
           MOVE  IT-AMT      (W-IX)       TO  O-CARRY-AMT.
           MOVE  IT-TXOFF    (W-IX)       TO  O-CARRY-TXOFF.
           MOVE  IT-BUSNID   (W-IX)       TO  O-CARRY-BUSNID.
           WRITE  O-CARRY-REC.

           IF  NOT  S-CYOUT-NORMAL
               DISPLAY
               'S1410:ERROR=MAPV082 WRITE ERROR(' S-CYOUT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-CARRY-OUT-CNT.

       S1410-AGE-ONE-ITEM-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 4 2 0 - F I N D - N O T E                             *
      *                                                              *
      *    WHY THE ITEM IS STILL OPEN.  AN OPEN ITEM ON THE OTHER    *
      *    SIDE WITH THE SAME BANK AND REFERENCE POINTS AT A KEYING  *
      *    SLIP (AMOUNT) OR A LATE POSTING (DATE) RATHER THAN A      *
      *    MISSING ONE.                                              *
      *                                                              *
      ****************************************************************
       S1420-FIND-NOTE                   SECTION.

           EVALUATE  TRUE
               WHEN  W-AGE-SIDE  =  'B'
                     MOVE  'NO POSTING FOR THIS CREDIT'
                                          TO  D1-NOTE
               WHEN  IT-BANK-REF (W-IX)  =  SPACE
                     MOVE  'NO BANK REFERENCE ON POSTING'
                                          TO  D1-NOTE
                     GO TO  S1420-FIND-NOTE-EXIT
               WHEN  OTHER
                     MOVE  'NO BANK CREDIT FOR THIS REF'
                                          TO  D1-NOTE
           END-EVALUATE.

           MOVE  'N'                      TO  S-NEAR-FOUND.

           PERFORM  S1430-CHECK-NEAR
               VARYING  W-JX  FROM  1  BY  1
               UNTIL    W-JX  >  W-ITEM-CNT
               OR       S-NEAR-FOUND-YES.

       S1420-FIND-NOTE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 4 3 0 - C H E C K - N E A R                           *
      *                                                              *
      ****************************************************************
       S1430-CHECK-NEAR                  SECTION.

           IF  IT-SIDE     (W-JX)  =  W-AGE-SIDE
           OR  IT-MATCHED  (W-JX)  =  'Y'
           OR  IT-BANK-CD  (W-JX)  NOT =  IT-BANK-CD  (W-IX)
           OR  IT-BANK-REF (W-JX)  NOT =  IT-BANK-REF (W-IX)
               GO TO  S1430-CHECK-NEAR-EXIT
           END-IF.

           MOVE  'Y'                      TO  S-NEAR-FOUND.

           IF  IT-AMT (W-JX)  =  IT-AMT (W-IX)
               MOVE  'SAME REF - DATE OUTSIDE WINDOW'
                                          TO  D1-NOTE
           ELSE
               MOVE  'SAME REF - AMOUNT DIFFERS'
                                          TO  D1-NOTE
           END-IF.

       S1430-CHECK-NEAR-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 4 4 0 - W R I T E - B U C K E T                       *
      *                                                              *
      ****************************************************************
       S1440-WRITE-BUCKET                SECTION.

           MOVE  C-BKT-NAME (W-BKT-IX)    TO  T2-BUCKET.
           MOVE  A-BKT-CNT  (W-BKT-IX)    TO  T2-CNT.
           MOVE  A-BKT-AMT  (W-BKT-IX)    TO  T2-AMT.
           WRITE  O-RPT-REC  FROM  T2-BUCKET-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S1440-WRITE-BUCKET-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 6 0 0 - B A N K - T I E                               *
      *                                                              *
      *    PER BANK, WHAT THE STATEMENTS SAY WAS RECEIVED AND WHAT   *
      *    THE LEDGER SAYS WAS POSTED MUST COME TO THE SAME AMOUNT   *
      *    ONCE THE OPEN ITEMS ON EACH SIDE ARE ALLOWED FOR - AND    *
      *    THAT AMOUNT IS WHAT WAS MATCHED TODAY.                    *
      *                                                              *
      ****************************************************************
       S1600-BANK-TIE                    SECTION.

           DISPLAY  'STEP : S1600-BANK-TIE'.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           MOVE  'PER-BANK TIE - RECEIPTS APPLIED TO POSTINGS APPLIED'
                 TO  H2-TITLE.
           WRITE  O-RPT-REC  FROM  H2-SECTION-LINE.
           WRITE  O-RPT-REC  FROM  H5-TIE-COLM.
           ADD   3                        TO  A-RPT-WRIT-CNT.

           PERFORM  S1610-TIE-ONE-BANK
               VARYING  W-BX  FROM  1  BY  1
               UNTIL    W-BX  >  W-BANK-CNT.

       S1600-BANK-TIE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 6 1 0 - T I E - O N E - B A N K                       *
      *                                                              *
      ****************************************************************
       S1610-TIE-ONE-BANK                SECTION.

           COMPUTE  W-R-APPLIED  =  BK-STMT-AMT    (W-BX)
                                 +  BK-SUSP-BF-AMT (W-BX)
                                 -  BK-SUSP-CF-AMT (W-BX).
           COMPUTE  W-P-APPLIED  =  BK-POST-AMT    (W-BX)
                                 +  BK-OPEN-BF-AMT (W-BX)
                                 -  BK-OPEN-CF-AMT (W-BX).

           INITIALIZE  D2-TIE-LINE.
           MOVE  BK-BANK-CD     (W-BX)    TO  D2-BANK-CD.
           MOVE  'RECEIPTS'               TO  D2-SIDE.
           MOVE  BK-STMT-AMT    (W-BX)    TO  D2-TODAY-AMT.
           MOVE  BK-SUSP-BF-AMT (W-BX)    TO  D2-BF-AMT.
           MOVE  BK-SUSP-CF-AMT (W-BX)    TO  D2-CF-AMT.
           MOVE  W-R-APPLIED              TO  D2-APPLIED-AMT.
           EVALUATE  BK-STMT-FG (W-BX)
               WHEN  'R'
                     MOVE  'STMT REJECTED' TO  D2-VERDICT
               WHEN  SPACE
                     MOVE  'NO STATEMENT'  TO  D2-VERDICT
           END-EVALUATE.
           WRITE  O-RPT-REC  FROM  D2-TIE-LINE.

           INITIALIZE  D2-TIE-LINE.
           MOVE  'POSTINGS'               TO  D2-SIDE.
           MOVE  BK-POST-AMT    (W-BX)    TO  D2-TODAY-AMT.
           MOVE  BK-OPEN-BF-AMT (W-BX)    TO  D2-BF-AMT.
           MOVE  BK-OPEN-CF-AMT (W-BX)    TO  D2-CF-AMT.
           MOVE  W-P-APPLIED              TO  D2-APPLIED-AMT.
           IF  W-R-APPLIED  =  W-P-APPLIED
           AND W-R-APPLIED  =  BK-MATCH-AMT (W-BX)
               MOVE  'TIES'               TO  D2-VERDICT
           ELSE
               MOVE  'DOES NOT TIE'       TO  D2-VERDICT
               ADD   1                    TO  A-NOTIE-CNT
           END-IF.
           WRITE  O-RPT-REC  FROM  D2-TIE-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

       S1610-TIE-ONE-BANK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 2 0 0 - L O G - B A T C H - C T L                     *
      *                                                              *
      *    SAME NIGHTLY-SUITE REGISTRATION LCBBG610 WRITES.          *
      *                                                              *
      ****************************************************************
       S3200-LOG-BATCH-CTL               SECTION.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.
           MOVE  W-SYSTEM-DATE           TO  BCTL-END-D.
           MOVE  W-SYSTEM-TIME           TO  BCTL-END-TM.
           COMPUTE  BCTL-READ-CNT  =  A-STMT-READ-CNT
                                   +  A-POST-GRP-CNT
                                   +  A-CARRY-IN-CNT.
           MOVE  A-CARRY-OUT-CNT         TO  BCTL-WRIT-CNT.
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
      *    S 5 3 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      *    A REJECTED STATEMENT, A RECORD OUTSIDE ANY BANK BLOCK OR  *
      *    A BANK THAT DOES NOT TIE FAILS THE STEP.                  *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TOTALS                SECTION.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.

           MOVE  'STATEMENT RECORDS READ       :'  TO  T1-LABEL.
           MOVE  A-STMT-READ-CNT          TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'BANK CREDITS ACCEPTED        :'  TO  T1-LABEL.
           MOVE  A-CREDIT-CNT             TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'STATEMENTS REJECTED          :'  TO  T1-LABEL.
           MOVE  A-STMT-REJ-CNT           TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'RECORDS OUTSIDE A BANK BLOCK :'  TO  T1-LABEL.
           MOVE  A-ORPHAN-CNT             TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'PAYMENTS POSTED (GROUPS)     :'  TO  T1-LABEL.
           MOVE  A-POST-GRP-CNT           TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'NETTED TO ZERO SAME DAY      :'  TO  T1-LABEL.
           MOVE  A-POST-ZERO-CNT          TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'OPEN ITEMS BROUGHT FORWARD   :'  TO  T1-LABEL.
           MOVE  A-CARRY-IN-CNT           TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'MATCHED CREDIT TO POSTING    :'  TO  T1-LABEL.
           MOVE  A-MATCH-CNT              TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  '  OF WHICH ON ANOTHER DATE   :'  TO  T1-LABEL.
           MOVE  A-MATCH-DTOL-CNT         TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'POSTINGS CLEARED BY REVERSAL :'  TO  T1-LABEL.
           MOVE  A-RVSL-CNT               TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'OPEN ITEMS CARRIED FORWARD   :'  TO  T1-LABEL.
           MOVE  A-CARRY-OUT-CNT          TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           MOVE  'BANKS THAT DO NOT TIE        :'  TO  T1-LABEL.
           MOVE  A-NOTIE-CNT              TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-COUNT-LINE.

           ADD   13                       TO  A-RPT-WRIT-CNT.

           IF  A-STMT-REJ-CNT  =  ZERO
           AND A-ORPHAN-CNT    =  ZERO
           AND A-NOTIE-CNT     =  ZERO
               MOVE  'ALL BANKS TIE - RECONCILIATION COMPLETE'
                                          TO  T3-VERDICT
           ELSE
               MOVE  'RECONCILIATION INCOMPLETE - SEE REJECTED / UNTIED'
                                          TO  T3-VERDICT
           END-IF.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T3-VERDICT-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           IF  A-STMT-REJ-CNT  >  ZERO
           OR  A-ORPHAN-CNT    >  ZERO
           OR  A-NOTIE-CNT     >  ZERO
               DISPLAY 'S5300:ERROR=RECONCILIATION INCOMPLETE, REJ='
                        A-STMT-REJ-CNT ' NOT TIED=' A-NOTIE-CNT
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
           END-IF.

       S5300-WRITE-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - P Y                               *
      *                                                              *
      ****************************************************************
       S7100-FETCH-PY                    SECTION.

           EXEC  SQL
                 FETCH  CURSOR_PY
                 INTO  :W-PST-BANK-CD
                 ,     :W-PST-BANK-REF
                 ,     :W-PST-TXOFF
                 ,     :W-PST-BUSNID
                 ,     :W-PST-AMT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR PY FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-PY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 9 1 0 0 - F I N D - B A N K                             *
      *                                                              *
      *    W-BANK-IX <- THE ENTRY FOR W-BANK-WORK-CD, ADDED WHEN     *
      *    THE BANK HAS NOT BEEN SEEN YET.                           *
      *                                                              *
      ****************************************************************
       S9100-FIND-BANK                   SECTION.

           MOVE  'N'                      TO  S-BANK-FOUND.
           MOVE  ZERO                     TO  W-BANK-IX.

           PERFORM  S9110-CHECK-BANK
               VARYING  W-BX  FROM  1  BY  1
               UNTIL    W-BX  >  W-BANK-CNT
               OR       S-BANK-FOUND-YES.

           IF  S-BANK-FOUND-YES
               GO TO  S9100-FIND-BANK-EXIT
           END-IF.

           IF  W-BANK-CNT  NOT <  C-BANK-MAX
               DISPLAY 'S9100:ERROR=BANK TABLE OVERFLOW AT '
                        W-BANK-WORK-CD
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  W-BANK-CNT.
           MOVE  W-BANK-CNT               TO  W-BANK-IX.
           INITIALIZE  W-BANK-OCC (W-BANK-IX).
           MOVE  W-BANK-WORK-CD           TO  BK-BANK-CD (W-BANK-IX).
           MOVE  SPACE                    TO  BK-STMT-FG (W-BANK-IX).

       S9100-FIND-BANK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 9 1 1 0 - C H E C K - B A N K                           *
      *                                                              *
      ****************************************************************
       S9110-CHECK-BANK                  SECTION.

           IF  BK-BANK-CD (W-BX)  =  W-BANK-WORK-CD
               MOVE  'Y'                  TO  S-BANK-FOUND
               MOVE  W-BX                 TO  W-BANK-IX
           END-IF.

       S9110-CHECK-BANK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 9 2 0 0 - A D D - I T E M                               *
      *                                                              *
      *    THE TABLE IS SIZED FOR SEVERAL DAYS OF OPEN ITEMS; A RUN  *
      *    THAT FILLS IT STOPS RATHER THAN DROP ANY.                 *
      *                                                              *
      ****************************************************************
       S9200-ADD-ITEM                    SECTION.

           IF  W-ITEM-CNT  NOT <  C-ITEM-MAX
               DISPLAY 'S9200:ERROR=OPEN-ITEM TABLE OVERFLOW'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  W-ITEM-CNT.
           MOVE  W-NEW-SIDE               TO  IT-SIDE     (W-ITEM-CNT).
           MOVE  W-NEW-ORIGIN             TO  IT-ORIGIN   (W-ITEM-CNT).
           MOVE  'N'                      TO  IT-MATCHED  (W-ITEM-CNT).
           MOVE  W-NEW-BANK-CD            TO  IT-BANK-CD  (W-ITEM-CNT).
           MOVE  W-NEW-BANK-REF           TO  IT-BANK-REF (W-ITEM-CNT).
           MOVE  W-NEW-OPEN-DT            TO  IT-OPEN-DT  (W-ITEM-CNT).
           MOVE  W-NEW-AMT                TO  IT-AMT      (W-ITEM-CNT).
           MOVE  W-NEW-TXOFF              TO  IT-TXOFF    (W-ITEM-CNT).
           MOVE  W-NEW-BUSNID             TO  IT-BUSNID   (W-ITEM-CNT).

           MOVE  W-NEW-OPEN-DT            TO  W-DATE-NUM.
           COMPUTE  IT-DT-INT (W-ITEM-CNT)
                 =  FUNCTION INTEGER-OF-DATE (W-DATE-NUM).

       S9200-ADD-ITEM-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      MAPB8            *
      *                                                              *
      ****************************************************************
