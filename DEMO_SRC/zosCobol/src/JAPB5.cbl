      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       JAPB5.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : CERTIFICATE FEE REFUND RUN                    *
      *  DESCRIPTION : NIGHTLY REFUND OF STATUTORY CERTIFICATE FEES  *
      *                PAID ON RECEIPTS THAT WERE LATER CANCELLED    *
      *                ('95', JAPA5) OR REFUSED ('13', JEPA2).       *
      *                STEP 1 REGISTERS EVERY SUCH PAID TRWAF FEE    *
      *                NOT YET ON THE DRWB.TRWBL REFUND REGISTER     *
      *                AS PENDING SUPERVISOR APPROVAL (JAPAC).       *
      *                STEP 2 CREDITS EVERY APPROVED BANK REFUND TO  *
      *                THE TAXPAYER'S ACTIVE VERIFIED TRYBA ACCOUNT  *
      *                ON THE SAME BANK-FORMAT DIRECT-CREDIT FILE    *
      *                PYSB6 WRITES (HEADER, DETAIL, TRAILER         *
      *                CONTROLS) AND STAMPS IT 'S' SENT WITH ITS     *
      *                CREDIT REFERENCE.  AS IN PYSB6, ONCE LAPBH    *
      *                HAS RECORDED THE TAXPAYER'S DEATH ONLY AN     *
      *                ACCOUNT REGISTERED SINCE (THE HEIR'S OR THE   *
      *                ESTATE'S) QUALIFIES, AND THE ACCOUNT MUST     *
      *                PASS THE PYSB9 ACCOUNT RULES (RFDACCT,        *
      *                RFDNEWAC, FROM THE SAME TRWBA ROWS).  A       *
      *                REFUND WITH NO QUALIFYING ACCOUNT, OR WHOSE   *
      *                ACCOUNT HITS A RULE, GOES ON THE EXCEPTION    *
      *                PAGE AND WAITS - THE SUPERVISOR MAY RE-DECIDE *
      *                IT AS COUNTER CASH THROUGH JAPAC.             *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : JAPB5                                      *
      *                                                              *
      *  OUTPUT FILES   : JAPV050  -  BANK CREDIT FILE (LRECL 120)   *
      *                   JAPP050  -  CONTROL / EXCEPTION REPORT     *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWBL                              CRU                 *
      *  DRWA.TRWAF                              R                   *
      *  DRWA.TRWAD                              R                   *
      *  DRWA.TRYBA                              R                   *
      *  DTIA.TTIAA                              R                   *
      *  DRWB.TRWBA                              R                   *
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
           SELECT  O-CRD-FILE  ASSIGN     TO  JAPV050
                   FILE         STATUS    IS  S-CRD-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  JAPP050
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

       FD  O-CRD-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           120  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-CRD-REC.
       01  O-CRD-REC                     PIC  X(120).

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
           'JAPB5    - WORKING STORAGE BEGINS HERE'.

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

           05  A-NEW-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-REGIST-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-REGIST-TOT              PIC S9(15)  COMP-3 VALUE +0.
           05  A-PAY-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-CREDIT-CNT              PIC  9(13)  VALUE  ZERO.
           05  A-NOACCT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-DECEASED-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-HELD-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-CREDIT-TOT              PIC S9(15)  COMP-3 VALUE +0.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'JAPB5'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-CRD-STATUS              PIC  X(002).
               88  S-CRD-NORMAL                      VALUE '00'.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

      *    THE PYSB9 ACCOUNT RULES, FROM THEIR TRWBA ROWS AT START-UP.
           05  S-ACCT-ACTIVE             PIC  X(01)  VALUE 'N'.
               88  S-ACCT-ACTIVE-YES                 VALUE 'Y'.
           05  S-NEWAC-ACTIVE            PIC  X(01)  VALUE 'N'.
               88  S-NEWAC-ACTIVE-YES                VALUE 'Y'.

           05  S-ACCT-FOUND              PIC  X(01)  VALUE 'N'.
               88  S-ACCT-FOUND-YES                  VALUE 'Y'.

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

           05  W-PAY-AMT                 PIC S9(13)V9(02) COMP-3.
           05  W-REF-SEQ                 PIC  9(06)  VALUE ZERO.
           05  W-REF-NO                  PIC  X(16)  VALUE SPACE.

      *    THE ACCOUNT THE REFUND WOULD BE PAID TO, AND ITS SCREEN.
           05  W-DEATH-DT                PIC  X(08)  VALUE SPACE.
           05  W-ACCT-REGIST-DT          PIC  X(08)  VALUE SPACE.
           05  W-ACCT-VERIFY-DT          PIC  X(08)  VALUE SPACE.
           05  W-ACCT-CHG-DT             PIC  X(08)  VALUE SPACE.
           05  W-HSHLD-CNT               PIC S9(09)  COMP.
           05  W-HIT-RULE                PIC  X(08)  VALUE SPACE.

      *    RULE PARAMETERS AS LOADED FROM TRWBA.
           05  W-RULE-DAYS               PIC S9(04)  COMP.
           05  W-RULE-CUTOFF             PIC  X(08)  VALUE SPACE.
           05  W-ACCT-MAX-HSHLD          PIC S9(04)  COMP.
           05  W-NEWAC-CUTOFF            PIC  X(08)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    C R E D I T    F I L E    R E C O R D S                   *
      *                                                              *
      ****************************************************************
       01  CRD-RECORDS.

           05  CH-HEADER-REC.
               10  FILLER                PIC  X(01)  VALUE  'H'.
               10  CH-FILE-DT            PIC  X(08).
               10  CH-FILE-TIME          PIC  X(06).
               10  CH-SENDER-ID          PIC  X(08)  VALUE
                   'ONTAFEER'.
               10  FILLER                PIC  X(97)  VALUE  SPACE.

           05  CD-DETAIL-REC.
               10  FILLER                PIC  X(01)  VALUE  'D'.
               10  CD-REF-NO             PIC  X(16).
               10  CD-BANK-CD            PIC  X(03).
               10  CD-ACCT-NO            PIC  X(16).
               10  CD-ACCT-HOLDER-NM     PIC  X(30).
               10  CD-PAY-AMT            PIC  9(13)V9(02).
               10  FILLER                PIC  X(39)  VALUE  SPACE.

           05  CT-TRAILER-REC.
               10  FILLER                PIC  X(01)  VALUE  'T'.
               10  CT-RECORD-CNT         PIC  9(09).
               10  CT-TOTAL-AMT          PIC  9(15).
               10  FILLER                PIC  X(95)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'CERTIFICATE FEE REFUND RUN             DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(78)  VALUE  SPACE.

           05  D1-REGIST-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D1-RCVE-NO-YY         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D1-RCVE-NO-SEQNO      PIC  9(07).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-CAUSE              PIC  X(02).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-REFUND-AMT         PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(35)  VALUE
                   '  REGISTERED - AWAITING APPROVAL'.
               10  FILLER                PIC  X(56)  VALUE  SPACE.

           05  D2-EXCPT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D2-RCVE-NO-YY         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D2-RCVE-NO-SEQNO      PIC  9(07).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-RESID              PIC  X(13).
               10  FILLER                PIC  X(43)  VALUE
                   '  NO VERIFIED REFUND ACCOUNT - NOT CREDITED'.
               10  FILLER                PIC  X(57)  VALUE  SPACE.

           05  D3-DECEASED-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D3-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D3-RCVE-NO-YY         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D3-RCVE-NO-SEQNO      PIC  9(07).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D3-RESID              PIC  X(13).
               10  FILLER                PIC  X(43)  VALUE
                   '  DECEASED - AWAITING HEIR/ESTATE ACCOUNT  '.
               10  D3-DEATH-DT           PIC  X(08).
               10  FILLER                PIC  X(49)  VALUE  SPACE.

           05  D4-HELD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D4-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D4-RCVE-NO-YY         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D4-RCVE-NO-SEQNO      PIC  9(07).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D4-RESID              PIC  X(13).
               10  FILLER                PIC  X(43)  VALUE
                   '  HELD BY FRAUD SCREEN - NOT CREDITED  RULE'.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D4-RULE-ID            PIC  X(08).
               10  FILLER                PIC  X(48)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(11)  VALUE
                   'REGISTERED:'.
               10  T1-REGIST-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  CREDITED:'.
               10  T1-CREDIT-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(09)  VALUE
                   '  TOTAL.:'.
               10  T1-CREDIT-TOT         PIC  -(14)9.
               10  FILLER                PIC  X(13)  VALUE
                   '  NO-ACCOUNT:'.
               10  T1-NOACCT-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  DECEASED:'.
               10  T1-DECEASED-CNT       PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(07)  VALUE
                   '  HELD:'.
               10  T1-HELD-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(09)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBL   (   CERTIFICATE FEE REFUND REGISTER   )      *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBL      END-EXEC.

      ****************************************************************
      *    DRWA.TRYBA   (   REFUND BANK-ACCOUNT REGISTRY   )         *
      ****************************************************************
           EXEC  SQL  INCLUDE  PYOB8      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBA   (   SCREEN CONTROL ROWS   )                  *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBA      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_NEW : EVERY PAID FEE WHOSE RECEIPT HAS SINCE BEEN  *
      *    CANCELLED OR REFUSED AND IS NOT YET ON THE REGISTER - A   *
      *    REFUND ALREADY RAISED AT THE COUNTER IS NOT RAISED TWICE. *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_NEW  CURSOR  WITH  HOLD  FOR
                 SELECT   F.RCVE_NO_TXOFF
                 ,        F.RCVE_NO_YY
                 ,        F.RCVE_NO_SEQNO
                 ,        F.TX_SRVC_TP
                 ,        D.RESID_BUSNID
                 ,        D.TXPAYER_TP
                 ,        D.TREAT_STAUS
                 ,        F.PAID_AMT
                 FROM     DRWA.TRWAF  F
                 ,        DRWA.TRWAD  D
                 WHERE    F.PAY_FG        =  'Y'
                 AND      D.RCVE_NO_TXOFF =  F.RCVE_NO_TXOFF
                 AND      D.RCVE_NO_YY    =  F.RCVE_NO_YY
                 AND      D.RCVE_NO_SEQNO =  F.RCVE_NO_SEQNO
                 AND      D.TREAT_STAUS   IN ('95', '13')
                 AND      NOT EXISTS
                         (SELECT 1
                            FROM DRWB.TRWBL  L
                           WHERE L.RCVE_NO_TXOFF = F.RCVE_NO_TXOFF
                             AND L.RCVE_NO_YY    = F.RCVE_NO_YY
                             AND L.RCVE_NO_SEQNO = F.RCVE_NO_SEQNO)
                 ORDER BY F.RCVE_NO_TXOFF, F.RCVE_NO_YY,
                          F.RCVE_NO_SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_PAY : EVERY APPROVED BANK-CREDIT REFUND, WITH THE  *
      *    TAXPAYER'S RECORDED DATE OF DEATH (SPACES WHEN NONE).     *
      *    THE PAYING ACCOUNT IS LOOKED UP AND SCREENED PER ROW.     *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_PAY  CURSOR  WITH  HOLD  FOR
                 SELECT   L.RCVE_NO_TXOFF
                 ,        L.RCVE_NO_YY
                 ,        L.RCVE_NO_SEQNO
                 ,        L.RESID_BUSNID
                 ,        L.REFUND_AMT
                 ,        COALESCE((SELECT MAX(I.DEATH_DT)
                                      FROM DTIA.TTIAA  I
                                     WHERE I.RESID = L.RESID_BUSNID),
                                   ' ')
                 FROM     DRWB.TRWBL  L
                 WHERE    L.REFUND_STAUS  =  'A'
                 AND      L.REFUND_METHOD =  'B'
                 ORDER BY L.RCVE_NO_TXOFF, L.RCVE_NO_YY,
                          L.RCVE_NO_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'JAPB5    *** WORKING STORAGE ENDS HERE  '.

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
           PERFORM  S0250-LOAD-RULES.

           PERFORM  S1100-REGISTER-SWEEP.

           PERFORM  S1200-DISBURSE-SWEEP.

           PERFORM  S5200-WRITE-CRD-TRAILER.
           PERFORM  S5300-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** JAPB5    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** JAPB5    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* NEW-READ-CNT   : ' A-NEW-READ-CNT.
           DISPLAY '* REGIST-CNT     : ' A-REGIST-CNT.
           DISPLAY '* PAY-READ-CNT   : ' A-PAY-READ-CNT.
           DISPLAY '* CREDIT-CNT     : ' A-CREDIT-CNT.
           DISPLAY '* NO-ACCOUNT     : ' A-NOACCT-CNT.
           DISPLAY '* DECEASED-HELD  : ' A-DECEASED-CNT.
           DISPLAY '* SCREEN-HELD    : ' A-HELD-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-CRD-FILE
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
           DISPLAY '### JAPB5    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-CRD-FILE.

           IF  NOT  S-CRD-NORMAL
               DISPLAY
               'S0200:ERROR=JAPV050 OPEN ERROR(' S-CRD-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=JAPP050 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  CH-FILE-DT
                                             H1-RUN-DATE.
           MOVE  W-SYSTEM-TIME           TO  CH-FILE-TIME.
           WRITE  O-CRD-REC  FROM  CH-HEADER-REC.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 2 5 0 - L O A D - R U L E S                           *
      *                                                              *
      *    THE TWO PYSB9 RULES THAT JUDGE THE PAYING ACCOUNT ARE     *
      *    TAKEN FROM THE SAME TRWBA ROWS, SO A FEE REFUND IS HELD   *
      *    ON THE SAME TERMS AS A TAX REFUND.  THE HISTORY AND NEW-  *
      *    BUSINESS RULES JUDGE THE SIZE OF A TAX REFUND AND DO NOT  *
      *    APPLY TO A FIXED STATUTORY FEE.                           *
      *                                                              *
      ****************************************************************
       S0250-LOAD-RULES                  SECTION.

           MOVE  'RFDACCT'                TO  CTL-ID OF TRWBA.
           PERFORM  S0260-LOAD-ONE-RULE.
           IF  ACTIVE-FG-YES OF TRWBA
           AND THRESHOLD-CNT OF TRWBA  >  ZERO
               MOVE  'Y'                  TO  S-ACCT-ACTIVE
               MOVE  THRESHOLD-CNT OF TRWBA
                                          TO  W-ACCT-MAX-HSHLD
           END-IF.

           MOVE  'RFDNEWAC'               TO  CTL-ID OF TRWBA.
           PERFORM  S0260-LOAD-ONE-RULE.
           IF  ACTIVE-FG-YES OF TRWBA
           AND W-RULE-CUTOFF  NOT =  SPACE
               MOVE  'Y'                  TO  S-NEWAC-ACTIVE
               MOVE  W-RULE-CUTOFF        TO  W-NEWAC-CUTOFF
           END-IF.

           DISPLAY  'S0250:RFDACCT  ' S-ACCT-ACTIVE
                    ' HOUSEHOLDS ' W-ACCT-MAX-HSHLD.
           DISPLAY  'S0250:RFDNEWAC ' S-NEWAC-ACTIVE
                    ' CUT-OFF ' W-NEWAC-CUTOFF.

       S0250-LOAD-RULES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 2 6 0 - L O A D - O N E - R U L E                     *
      *                                                              *
      ****************************************************************
       S0260-LOAD-ONE-RULE               SECTION.

           MOVE  'N'                      TO  ACTIVE-FG OF TRWBA.
           MOVE  ZERO                     TO  THRESHOLD-CNT OF TRWBA.
           MOVE  SPACE                    TO  W-RULE-CUTOFF.

           EXEC  SQL  SELECT  WINDOW_DAYS, THRESHOLD_CNT, ACTIVE_FG
                        INTO  :TRWBA.WINDOW-DAYS,
                              :TRWBA.THRESHOLD-CNT,
                              :TRWBA.ACTIVE-FG
                        FROM  DRWB.TRWBA
                       WHERE  CTL_ID = :TRWBA.CTL-ID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  'N'           TO  ACTIVE-FG OF TRWBA
                     GO TO  S0260-LOAD-ONE-RULE-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0260:DB ERROR TRWBA SELECT=' W-SQLCODE
                              ' CTL-ID=' CTL-ID OF TRWBA
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           IF  NOT  ACTIVE-FG-YES  OF  TRWBA
           OR  WINDOW-DAYS OF TRWBA  NOT >  ZERO
               GO TO  S0260-LOAD-ONE-RULE-EXIT
           END-IF.

           MOVE  WINDOW-DAYS OF TRWBA     TO  W-RULE-DAYS.

           EXEC  SQL  SELECT  REPLACE(CHAR(CURRENT DATE
                                   - :W-RULE-DAYS DAYS, ISO), '-', '')
                        INTO  :W-RULE-CUTOFF
                        FROM  SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0260:DB ERROR CUT-OFF DATE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S0260-LOAD-ONE-RULE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - R E G I S T E R - S W E E P                   *
      *                                                              *
      ****************************************************************
       S1100-REGISTER-SWEEP              SECTION.

           DISPLAY  'STEP : S1100-REGISTER-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_NEW     END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR NEW OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-NEW
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-REGISTER-ONE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_NEW     END-EXEC.

       S1100-REGISTER-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - D I S B U R S E - S W E E P                   *
      *                                                              *
      ****************************************************************
       S1200-DISBURSE-SWEEP              SECTION.

           DISPLAY  'STEP : S1200-DISBURSE-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_PAY     END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1200:DB ERROR PAY OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7200-FETCH-PAY
              IF  NOT  S-NO-DATA
                  PERFORM  S2200-CREDIT-ONE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_PAY     END-EXEC.

       S1200-DISBURSE-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - R E G I S T E R - O N E                       *
      *                                                              *
      *    THE RUN ITSELF IS RECORDED AS THE REQUESTER, SO ANY       *
      *    AUTHORIZED SUPERVISOR MAY DECIDE A SWEPT REFUND.          *
      *                                                              *
      ****************************************************************
       S2100-REGISTER-ONE                SECTION.

           EXEC  SQL  INSERT  INTO  DRWB.TRWBL
                        ( RCVE_NO_TXOFF, RCVE_NO_YY, RCVE_NO_SEQNO,
                          TX_SRVC_TP, RESID_BUSNID, TXPAYER_TP,
                          CAUSE_STAUS, REFUND_AMT, REFUND_STAUS,
                          REFUND_METHOD, REQ_OPID, REQ_DT,
                          APPV_OPID, APPV_DT, RFND_DT, RFND_OPID,
                          DISB_REF_NO )
                 VALUES ( :TRWBL.RCVE-NO-TXOFF, :TRWBL.RCVE-NO-YY,
                          :TRWBL.RCVE-NO-SEQNO, :TRWBL.TX-SRVC-TP,
                          :TRWBL.RESID-BUSNID, :TRWBL.TXPAYER-TP,
                          :TRWBL.CAUSE-STAUS, :TRWBL.REFUND-AMT,
                          'P', ' ', :C-PROG-ID, :W-SYSTEM-DATE,
                          ' ', ' ', ' ', ' ', ' ' )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2100:DB ERROR TRWBL INS=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-REGIST-CNT.
           ADD   REFUND-AMT OF TRWBL      TO  A-REGIST-TOT.

           INITIALIZE  D1-REGIST-LINE.
           MOVE  RCVE-NO-TXOFF OF TRWBL   TO  D1-TXOFF.
           MOVE  RCVE-NO-YY    OF TRWBL   TO  D1-RCVE-NO-YY.
           MOVE  RCVE-NO-SEQNO OF TRWBL   TO  D1-RCVE-NO-SEQNO.
           MOVE  CAUSE-STAUS   OF TRWBL   TO  D1-CAUSE.
           MOVE  REFUND-AMT    OF TRWBL   TO  D1-REFUND-AMT.
           WRITE  O-RPT-REC  FROM  D1-REGIST-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S2100-REGISTER-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - C R E D I T - O N E                           *
      *                                                              *
      ****************************************************************
       S2200-CREDIT-ONE                  SECTION.

           PERFORM  S2250-ACCOUNT-SCREEN.

      * A DECEASED TAXPAYER'S REFUND WAITS FOR THE HEIR OR ESTATE
      * ACCOUNT - REPORTED APART FROM THE PLAIN NO-ACCOUNT CASES SO
      * THE SUCCESSION DESK CAN CHASE IT, AS PYSB6 DOES.
           IF  NOT  S-ACCT-FOUND-YES  AND
               W-DEATH-DT  NOT =  SPACE
               INITIALIZE  D3-DECEASED-LINE
               MOVE  RCVE-NO-TXOFF OF TRWBL  TO  D3-TXOFF
               MOVE  RCVE-NO-YY    OF TRWBL  TO  D3-RCVE-NO-YY
               MOVE  RCVE-NO-SEQNO OF TRWBL  TO  D3-RCVE-NO-SEQNO
               MOVE  RESID-BUSNID  OF TRWBL  TO  D3-RESID
               MOVE  W-DEATH-DT              TO  D3-DEATH-DT
               WRITE  O-RPT-REC  FROM  D3-DECEASED-LINE
               ADD   1                   TO  A-DECEASED-CNT
                                             A-RPT-WRIT-CNT
               GO TO  S2200-CREDIT-ONE-EXIT
           END-IF.

           IF  NOT  S-ACCT-FOUND-YES
               INITIALIZE  D2-EXCPT-LINE
               MOVE  RCVE-NO-TXOFF OF TRWBL  TO  D2-TXOFF
               MOVE  RCVE-NO-YY    OF TRWBL  TO  D2-RCVE-NO-YY
               MOVE  RCVE-NO-SEQNO OF TRWBL  TO  D2-RCVE-NO-SEQNO
               MOVE  RESID-BUSNID  OF TRWBL  TO  D2-RESID
               WRITE  O-RPT-REC  FROM  D2-EXCPT-LINE
               ADD   1                   TO  A-NOACCT-CNT
                                             A-RPT-WRIT-CNT
               GO TO  S2200-CREDIT-ONE-EXIT
           END-IF.

           IF  W-HIT-RULE  NOT =  SPACE
               INITIALIZE  D4-HELD-LINE
               MOVE  RCVE-NO-TXOFF OF TRWBL  TO  D4-TXOFF
               MOVE  RCVE-NO-YY    OF TRWBL  TO  D4-RCVE-NO-YY
               MOVE  RCVE-NO-SEQNO OF TRWBL  TO  D4-RCVE-NO-SEQNO
               MOVE  RESID-BUSNID  OF TRWBL  TO  D4-RESID
               MOVE  W-HIT-RULE              TO  D4-RULE-ID
               WRITE  O-RPT-REC  FROM  D4-HELD-LINE
               ADD   1                   TO  A-HELD-CNT
                                             A-RPT-WRIT-CNT
               GO TO  S2200-CREDIT-ONE-EXIT
           END-IF.

           ADD   1                        TO  W-REF-SEQ.
           MOVE  SPACE                    TO  W-REF-NO.
           STRING  'FR'  W-SYSTEM-DATE  W-REF-SEQ
                   DELIMITED BY SIZE      INTO  W-REF-NO
           END-STRING.

           MOVE  W-REF-NO                 TO  CD-REF-NO.
           MOVE  BANK-CD OF TRYBA         TO  CD-BANK-CD.
           MOVE  ACCT-NO OF TRYBA         TO  CD-ACCT-NO.
           MOVE  ACCT-HOLDER-NM OF TRYBA  TO  CD-ACCT-HOLDER-NM.
           MOVE  W-PAY-AMT                TO  CD-PAY-AMT.

           WRITE  O-CRD-REC  FROM  CD-DETAIL-REC.

           IF  NOT  S-CRD-NORMAL
               DISPLAY
               'S2200:ERROR=JAPV050 WRITE ERROR(' S-CRD-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWBL
                         SET  REFUND_STAUS = 'S',
                              RFND_DT      = :W-SYSTEM-DATE,
                              RFND_OPID    = :C-PROG-ID,
                              DISB_REF_NO  = :W-REF-NO
                       WHERE  RCVE_NO_TXOFF = :TRWBL.RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :TRWBL.RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :TRWBL.RCVE-NO-SEQNO
                         AND  REFUND_STAUS  = 'A'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2200:DB ERROR TRWBL UPD=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-CREDIT-CNT.
           ADD   W-PAY-AMT                TO  A-CREDIT-TOT.

       S2200-CREDIT-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 5 0 - A C C O U N T - S C R E E N                   *
      *                                                              *
      *    THE ACCOUNT IS THE ONE PYSB6 WOULD PAY TO - ACTIVE AND    *
      *    VERIFIED, AND AFTER A RECORDED DEATH ONLY ONE REGISTERED  *
      *    SINCE - PUT THROUGH THE PYSB9 ACCOUNT RULES.  W-HIT-RULE  *
      *    NAMES THE FIRST RULE HIT, SPACES WHEN THE ACCOUNT PASSES. *
      *                                                              *
      ****************************************************************
       S2250-ACCOUNT-SCREEN              SECTION.

           MOVE  'N'                      TO  S-ACCT-FOUND.
           MOVE  SPACE                    TO  W-HIT-RULE.
           INITIALIZE  TRYBA.

           EXEC  SQL
                 SELECT  A.BANK_CD, A.ACCT_NO, A.ACCT_HOLDER_NM,
                         A.REGIST_DT, A.VERIFY_DT
                   INTO  :TRYBA.BANK-CD, :TRYBA.ACCT-NO,
                         :TRYBA.ACCT-HOLDER-NM,
                         :W-ACCT-REGIST-DT, :W-ACCT-VERIFY-DT
                   FROM  DRWA.TRYBA  A
                  WHERE  A.RESID     = :TRWBL.RESID-BUSNID
                    AND  A.ACTIVE_FG = 'Y'
                    AND  A.VERIFY_FG = 'Y'
                    AND  A.REGIST_DT >= :W-DEATH-DT
                  FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'Y'           TO  S-ACCT-FOUND
               WHEN  100
                     GO TO  S2250-ACCOUNT-SCREEN-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S2250:DB ERROR TRYBA SELECT=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

      * RFDACCT - MEMBERS OF ONE HOUSEHOLD SHARING AN ACCOUNT ARE
      * ONE PARTY; AN ACCOUNT HOLDER WITH NO TTIAA ROW COUNTS ALONE.
           IF  S-ACCT-ACTIVE-YES
               EXEC  SQL
                     SELECT  COUNT(DISTINCT
                                   COALESCE(I.RESID_HOUSE_HD,
                                            A.RESID))
                       INTO  :W-HSHLD-CNT
                       FROM  DRWA.TRYBA  A
                       LEFT OUTER JOIN  DTIA.TTIAA  I
                         ON  I.RESID      = A.RESID
                        AND  I.TXPAYER_TP = A.TXPAYER_TP
                      WHERE  A.BANK_CD    = :TRYBA.BANK-CD
                        AND  A.ACCT_NO    = :TRYBA.ACCT-NO
                        AND  A.ACTIVE_FG  = 'Y'
               END-EXEC
               IF  SQLCODE  NOT =  0
                   MOVE  SQLCODE         TO  W-SQLCODE
                   DISPLAY  'S2250:DB ERROR TRYBA COUNT=' W-SQLCODE
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               IF  W-HSHLD-CNT  >  W-ACCT-MAX-HSHLD
                   MOVE  'RFDACCT'       TO  W-HIT-RULE
                   GO TO  S2250-ACCOUNT-SCREEN-EXIT
               END-IF
           END-IF.

      * RFDNEWAC - REGISTERED OR (RE)VERIFIED INSIDE THE WINDOW.
           IF  S-NEWAC-ACTIVE-YES
               IF  W-ACCT-VERIFY-DT  >  W-ACCT-REGIST-DT
                   MOVE  W-ACCT-VERIFY-DT  TO  W-ACCT-CHG-DT
               ELSE
                   MOVE  W-ACCT-REGIST-DT  TO  W-ACCT-CHG-DT
               END-IF
               IF  W-ACCT-CHG-DT  NOT <  W-NEWAC-CUTOFF
                   MOVE  'RFDNEWAC'      TO  W-HIT-RULE
               END-IF
           END-IF.

       S2250-ACCOUNT-SCREEN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 2 0 0 - W R I T E - C R D - T R A I L E R             *
      *                                                              *
      ****************************************************************
       S5200-WRITE-CRD-TRAILER           SECTION.

           MOVE  A-CREDIT-CNT             TO  CT-RECORD-CNT.
           MOVE  A-CREDIT-TOT             TO  CT-TOTAL-AMT.

           WRITE  O-CRD-REC  FROM  CT-TRAILER-REC.

           IF  NOT  S-CRD-NORMAL
               DISPLAY
               'S5200:ERROR=JAPV050 WRITE ERROR(' S-CRD-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S5200-WRITE-CRD-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           MOVE  A-REGIST-CNT             TO  T1-REGIST-CNT.
           MOVE  A-CREDIT-CNT             TO  T1-CREDIT-CNT.
           MOVE  A-CREDIT-TOT             TO  T1-CREDIT-TOT.
           MOVE  A-NOACCT-CNT             TO  T1-NOACCT-CNT.
           MOVE  A-DECEASED-CNT           TO  T1-DECEASED-CNT.
           MOVE  A-HELD-CNT               TO  T1-HELD-CNT.

           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - N E W                             *
      *                                                              *
      ****************************************************************
       S7100-FETCH-NEW                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_NEW
                 INTO  :TRWBL.RCVE-NO-TXOFF
                 ,     :TRWBL.RCVE-NO-YY
                 ,     :TRWBL.RCVE-NO-SEQNO
                 ,     :TRWBL.TX-SRVC-TP
                 ,     :TRWBL.RESID-BUSNID
                 ,     :TRWBL.TXPAYER-TP
                 ,     :TRWBL.CAUSE-STAUS
                 ,     :TRWBL.REFUND-AMT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-NEW-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR NEW FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-NEW-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - P A Y                             *
      *                                                              *
      ****************************************************************
       S7200-FETCH-PAY                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_PAY
                 INTO  :TRWBL.RCVE-NO-TXOFF
                 ,     :TRWBL.RCVE-NO-YY
                 ,     :TRWBL.RCVE-NO-SEQNO
                 ,     :TRWBL.RESID-BUSNID
                 ,     :W-PAY-AMT
                 ,     :W-DEATH-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-PAY-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7200:DB ERROR PAY FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7200-FETCH-PAY-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      JAPB5            *
      *                                                              *
      ****************************************************************
