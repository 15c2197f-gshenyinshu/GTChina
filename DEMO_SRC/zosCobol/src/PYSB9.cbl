      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       PYSB9.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : REFUND FRAUD SCREEN BEFORE DISBURSEMENT       *
      *  DESCRIPTION : RUNS BETWEEN PYSB5 AND PYSB6.  EVERY TRYBD    *
      *                REFUND CASE PYSB5 HAS PROCESSED ('D') AND     *
      *                NOT YET SENT IS PUT THROUGH FOUR RULES, EACH  *
      *                SET ON ITS OWN DRWB.TRWBA ROW:                *
      *                  RFDACCT  - THE PAYING ACCOUNT IS SHARED BY  *
      *                             TOO MANY UNRELATED HOUSEHOLDS    *
      *                  RFDNEWAC - THE ACCOUNT WAS REGISTERED OR    *
      *                             VERIFIED ONLY SHORTLY BEFORE     *
      *                  RFDHIST  - THE REFUND IS FAR ABOVE THE      *
      *                             TAXPAYER'S PAID-REFUND HISTORY   *
      *                  RFDNEWBZ - THE BUSINESS OPENED ONLY         *
      *                             SHORTLY BEFORE                   *
      *                A CASE THAT HITS NO RULE IS STAMPED SCREENED  *
      *                AND PYSB6 PAYS IT.  A CASE THAT HITS ANY      *
      *                RULE IS HELD ('H'), QUEUED ON DRWA.TRYBF WITH *
      *                ITS RULE HITS, AND PRINTED ON THE REVIEW      *
      *                REPORT FOR THE PYPA3 REVIEWERS.  A SCREENED   *
      *                CASE WHOSE PAYING ACCOUNT IS VERIFIED AFTER   *
      *                THE SCREEN IS SCREENED AGAIN.                 *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : PYSB9                                      *
      *                                                              *
      *  OUTPUT FILES   : PYSP090  -  HELD-CASE REVIEW REPORT        *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWA.TRYBD                              RU                  *
      *  DRWA.TRYBF                              C                   *
      *  DRWA.TRYBA                              R                   *
      *  DRWB.TRWBA                              R                   *
      *  DTIA.TTIAA                              R                   *
      *  DTAA.TTAAA                              R                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  PYSP090
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
           'PYSB9    - WORKING STORAGE BEGINS HERE'.

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

           05  A-CASE-READ-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-CLEAR-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-HELD-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-HIT-ACCT-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-HIT-NEWAC-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-HIT-HIST-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-HIT-NEWBZ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-HELD-TOT                PIC S9(15)  COMP-3 VALUE +0.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'PYSB9'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

      *    ONE SWITCH PER RULE, FROM ITS TRWBA ROW AT START-UP.
           05  S-ACCT-ACTIVE             PIC  X(01)  VALUE 'N'.
               88  S-ACCT-ACTIVE-YES                 VALUE 'Y'.
           05  S-NEWAC-ACTIVE            PIC  X(01)  VALUE 'N'.
               88  S-NEWAC-ACTIVE-YES                VALUE 'Y'.
           05  S-HIST-ACTIVE             PIC  X(01)  VALUE 'N'.
               88  S-HIST-ACTIVE-YES                 VALUE 'Y'.
           05  S-NEWBZ-ACTIVE            PIC  X(01)  VALUE 'N'.
               88  S-NEWBZ-ACTIVE-YES                VALUE 'Y'.

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

           05  W-CASE-AMT                PIC S9(13)V9(02) COMP-3.
           05  W-REVIEW-SEQNO            PIC S9(09)  COMP.
           05  W-HIT-CNT                 PIC S9(04)  COMP.

      *    RULE PARAMETERS AS LOADED FROM TRWBA.
           05  W-RULE-DAYS               PIC S9(04)  COMP.
           05  W-RULE-CUTOFF             PIC  X(08)  VALUE SPACE.
           05  W-ACCT-MAX-HSHLD          PIC S9(04)  COMP.
           05  W-NEWAC-CUTOFF            PIC  X(08)  VALUE SPACE.
           05  W-HIST-PCT                PIC S9(04)  COMP.
           05  W-HIST-CUTOFF             PIC  X(08)  VALUE SPACE.
           05  W-NEWBZ-CUTOFF            PIC  X(08)  VALUE SPACE.

      *    THE ACCOUNT PYSB6 WOULD PAY TO, AND THE RULE FINDINGS.
           05  W-ACCT-REGIST-DT          PIC  X(08)  VALUE SPACE.
           05  W-ACCT-VERIFY-DT          PIC  X(08)  VALUE SPACE.
           05  W-HIST-CNT                PIC S9(09)  COMP.
           05  W-HIST-LIMIT              PIC S9(15)V9(02) COMP-3.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'REFUND FRAUD SCREEN - HELD CASES       DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(78)  VALUE  SPACE.

           05  H2-HEAD-LINE.
               10  FILLER                PIC  X(50)  VALUE
                   '  REVIEW-NO RESID         PERIOD TX        REFUND'.
               10  FILLER                PIC  X(50)  VALUE
                   '  BANK ACCOUNT-NO       RULE HITS                '.
               10  FILLER                PIC  X(32)  VALUE  SPACE.

           05  D1-HELD-LINE.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-REVIEW-SEQNO       PIC  9(09).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-RESID              PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-ASS-YYMM           PIC  X(06).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXTP-CD            PIC  X(02).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-REFUND-AMT         PIC  -(12)9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-BANK-CD            PIC  X(03).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-ACCT-NO            PIC  X(16).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-HIT-ACCT           PIC  X(08).
               10  D1-HIT-NEWAC          PIC  X(09).
               10  D1-HIT-HIST           PIC  X(08).
               10  D1-HIT-NEWBZ          PIC  X(09).
               10  FILLER                PIC  X(25)  VALUE  SPACE.

      *    ONE LINE UNDER THE CASE FOR EACH RULE IT HIT.
           05  D2-RULE-LINE.
               10  FILLER                PIC  X(14)  VALUE  SPACE.
               10  D2-RULE-ID            PIC  X(09).
               10  D2-RULE-TXT           PIC  X(36).
               10  D2-RULE-VALUE         PIC  X(16).
               10  FILLER                PIC  X(57)  VALUE  SPACE.

           05  W-EDIT-CNT                PIC  Z(08)9.
           05  W-EDIT-AMT                PIC  -(12)9.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(11)  VALUE
                   'SCREENED.:'.
               10  T1-READ-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  CLEARED:'.
               10  T1-CLEAR-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(08)  VALUE
                   '  HELD:'.
               10  T1-HELD-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(09)  VALUE
                   '  TOTAL.:'.
               10  T1-HELD-TOT           PIC  -(14)9.
               10  FILLER                PIC  X(50)  VALUE  SPACE.

           05  T2-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(11)  VALUE
                   'RFDACCT..:'.
               10  T2-ACCT-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(12)  VALUE
                   '  RFDNEWAC:'.
               10  T2-NEWAC-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  RFDHIST:'.
               10  T2-HIST-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(12)  VALUE
                   '  RFDNEWBZ:'.
               10  T2-NEWBZ-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(49)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWA.TRYBD   (   REFUND DIVISION DETAIL   )               *
      ****************************************************************
           EXEC  SQL  INCLUDE  PYOB5      END-EXEC.

      ****************************************************************
      *    DRWA.TRYBA   (   REFUND BANK-ACCOUNT REGISTRY   )         *
      ****************************************************************
           EXEC  SQL  INCLUDE  PYOB8      END-EXEC.

      ****************************************************************
      *    DRWA.TRYBF   (   FRAUD-SCREEN REVIEW QUEUE   )            *
      ****************************************************************
           EXEC  SQL  INCLUDE  PYOBB      END-EXEC.

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
      *    CURSOR_SCR : EVERY PROCESSED, NOT-YET-SENT REFUND CASE    *
      *    THE SCREEN HAS NOT PASSED, OR PASSED BEFORE THE PAYING    *
      *    ACCOUNT WAS LAST VERIFIED.  HELD AND BLOCKED CASES CARRY  *
      *    THEIR OWN DISB_STATUS AND DO NOT COME BACK.               *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_SCR  CURSOR  WITH  HOLD  FOR
                 SELECT   D.ASS_YYMM_FR
                 ,        D.RESID
                 ,        D.TXTP_CD
                 ,        D.HWUN_GWA
                 ,        D.DETRM_TP
                 ,        D.BUSN_TP
                 ,        D.DIV_AMT + D.INT_AMT
                 FROM     DRWA.TRYBD  D
                 WHERE    D.PROCESS_STATUS  =  'D'
                 AND      D.DISB_STATUS     =  ' '
                 AND    ( D.SCREEN_DT       =  ' '
                 OR       EXISTS
                          (SELECT 1
                             FROM DRWA.TRYBA  A
                            WHERE A.RESID     = D.RESID
                              AND A.ACTIVE_FG = 'Y'
                              AND A.VERIFY_FG = 'Y'
                              AND A.VERIFY_DT > D.SCREEN_DT) )
                 ORDER BY D.RESID, D.ASS_YYMM_FR
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'PYSB9    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-SCREEN-SWEEP.

           PERFORM  S5300-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** PYSB9    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** PYSB9    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* CASE-READ-CNT  : ' A-CASE-READ-CNT.
           DISPLAY '* CLEARED        : ' A-CLEAR-CNT.
           DISPLAY '* HELD           : ' A-HELD-CNT.
           DISPLAY '*   RFDACCT      : ' A-HIT-ACCT-CNT.
           DISPLAY '*   RFDNEWAC     : ' A-HIT-NEWAC-CNT.
           DISPLAY '*   RFDHIST      : ' A-HIT-HIST-CNT.
           DISPLAY '*   RFDNEWBZ     : ' A-HIT-NEWBZ-CNT.
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
           DISPLAY '### PYSB9    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=PYSP090 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  H2-HEAD-LINE.
           ADD   2                       TO  A-RPT-WRIT-CNT.

      * REVIEW NUMBERS CONTINUE FROM THE HIGHEST ON THE QUEUE.
           EXEC  SQL  SELECT  COALESCE(MAX(REVIEW_SEQNO), 0)
                        INTO  :W-REVIEW-SEQNO
                        FROM  DRWA.TRYBF
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0200:DB ERROR TRYBF MAX=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 2 5 0 - L O A D - R U L E S                           *
      *                                                              *
      *    EACH RULE IS SWITCHED ON ONLY BY AN ACTIVE TRWBA ROW      *
      *    WITH A USABLE SETTING.  A RULE LEFT OFF IS SHOWN ON THE   *
      *    JOB LOG SO THE SCREEN IS NEVER QUIETLY WEAKER THAN MEANT. *
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

           MOVE  'RFDHIST'                TO  CTL-ID OF TRWBA.
           PERFORM  S0260-LOAD-ONE-RULE.
           IF  ACTIVE-FG-YES OF TRWBA
           AND THRESHOLD-CNT OF TRWBA  >  ZERO
               MOVE  'Y'                  TO  S-HIST-ACTIVE
               MOVE  THRESHOLD-CNT OF TRWBA
                                          TO  W-HIST-PCT
               MOVE  W-RULE-CUTOFF        TO  W-HIST-CUTOFF
           END-IF.

           MOVE  'RFDNEWBZ'               TO  CTL-ID OF TRWBA.
           PERFORM  S0260-LOAD-ONE-RULE.
           IF  ACTIVE-FG-YES OF TRWBA
           AND W-RULE-CUTOFF  NOT =  SPACE
               MOVE  'Y'                  TO  S-NEWBZ-ACTIVE
               MOVE  W-RULE-CUTOFF        TO  W-NEWBZ-CUTOFF
           END-IF.

           DISPLAY  'S0250:RFDACCT  ' S-ACCT-ACTIVE
                    ' HOUSEHOLDS ' W-ACCT-MAX-HSHLD.
           DISPLAY  'S0250:RFDNEWAC ' S-NEWAC-ACTIVE
                    ' CUT-OFF ' W-NEWAC-CUTOFF.
           DISPLAY  'S0250:RFDHIST  ' S-HIST-ACTIVE
                    ' PERCENT ' W-HIST-PCT
                    ' CUT-OFF ' W-HIST-CUTOFF.
           DISPLAY  'S0250:RFDNEWBZ ' S-NEWBZ-ACTIVE
                    ' CUT-OFF ' W-NEWBZ-CUTOFF.

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
      *    S 1 1 0 0 - S C R E E N - S W E E P                       *
      *                                                              *
      ****************************************************************
       S1100-SCREEN-SWEEP                SECTION.

           DISPLAY  'STEP : S1100-SCREEN-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_SCR     END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR SCR OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-SCR
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-SCREEN-ONE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_SCR     END-EXEC.

       S1100-SCREEN-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - S C R E E N - O N E                           *
      *                                                              *
      ****************************************************************
       S2100-SCREEN-ONE                  SECTION.

           INITIALIZE  TRYBF.
           MOVE  'N'                      TO  HIT-ACCT-FG  OF TRYBF
                                              HIT-NEWAC-FG OF TRYBF
                                              HIT-HIST-FG  OF TRYBF
                                              HIT-NEWBZ-FG OF TRYBF.
           MOVE  ZERO                     TO  W-HIT-CNT.

           PERFORM  S2200-ACCOUNT-RULES.
           PERFORM  S2300-HISTORY-RULE.
           PERFORM  S2400-BUSINESS-RULE.

           IF  W-HIT-CNT  >  ZERO
               PERFORM  S2500-HOLD-CASE
           ELSE
               PERFORM  S2600-CLEAR-CASE
           END-IF.

       S2100-SCREEN-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - A C C O U N T - R U L E S                     *
      *                                                              *
      *    THE ACCOUNT IS THE ONE PYSB6 WOULD PAY TO - ACTIVE AND    *
      *    VERIFIED, AND AFTER A RECORDED DEATH ONLY ONE REGISTERED  *
      *    SINCE.  A CASE WITH NO SUCH ACCOUNT IS NOT PAID TONIGHT   *
      *    EITHER; ITS ACCOUNT IS SCREENED ONCE ONE IS VERIFIED.     *
      *                                                              *
      ****************************************************************
       S2200-ACCOUNT-RULES               SECTION.

           MOVE  'N'                      TO  S-ACCT-FOUND.

           EXEC  SQL
                 SELECT  A.BANK_CD, A.ACCT_NO,
                         A.REGIST_DT, A.VERIFY_DT
                   INTO  :TRYBA.BANK-CD, :TRYBA.ACCT-NO,
                         :W-ACCT-REGIST-DT, :W-ACCT-VERIFY-DT
                   FROM  DRWA.TRYBA  A
                  WHERE  A.RESID     = :TRYBD.RESID
                    AND  A.ACTIVE_FG = 'Y'
                    AND  A.VERIFY_FG = 'Y'
                    AND  A.REGIST_DT >= COALESCE(
                         (SELECT MAX(I.DEATH_DT)
                            FROM DTIA.TTIAA  I
                           WHERE I.RESID = A.RESID), ' ')
                  FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'Y'           TO  S-ACCT-FOUND
               WHEN  100
                     GO TO  S2200-ACCOUNT-RULES-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S2200:DB ERROR TRYBA SELECT=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           MOVE  BANK-CD OF TRYBA         TO  BANK-CD OF TRYBF.
           MOVE  ACCT-NO OF TRYBA         TO  ACCT-NO OF TRYBF.

      * RFDACCT - MEMBERS OF ONE HOUSEHOLD SHARING AN ACCOUNT ARE
      * ONE PARTY; AN ACCOUNT HOLDER WITH NO TTIAA ROW COUNTS ALONE.
           IF  S-ACCT-ACTIVE-YES
               EXEC  SQL
                     SELECT  COUNT(DISTINCT
                                   COALESCE(I.RESID_HOUSE_HD,
                                            A.RESID))
                       INTO  :TRYBF.ACCT-HSHLD-CNT
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
                   DISPLAY  'S2200:DB ERROR TRYBA COUNT=' W-SQLCODE
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               IF  ACCT-HSHLD-CNT OF TRYBF  >  W-ACCT-MAX-HSHLD
                   MOVE  'Y'             TO  HIT-ACCT-FG OF TRYBF
                   ADD   1               TO  W-HIT-CNT
                                             A-HIT-ACCT-CNT
               END-IF
           END-IF.

      * RFDNEWAC - REGISTERED OR (RE)VERIFIED INSIDE THE WINDOW.
           IF  S-NEWAC-ACTIVE-YES
               IF  W-ACCT-VERIFY-DT  >  W-ACCT-REGIST-DT
                   MOVE  W-ACCT-VERIFY-DT
                                         TO  ACCT-CHG-DT OF TRYBF
               ELSE
                   MOVE  W-ACCT-REGIST-DT
                                         TO  ACCT-CHG-DT OF TRYBF
               END-IF
               IF  ACCT-CHG-DT OF TRYBF  NOT <  W-NEWAC-CUTOFF
                   MOVE  'Y'             TO  HIT-NEWAC-FG OF TRYBF
                   ADD   1               TO  W-HIT-CNT
                                             A-HIT-NEWAC-CNT
               END-IF
           END-IF.

       S2200-ACCOUNT-RULES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - H I S T O R Y - R U L E                       *
      *                                                              *
      *    RFDHIST - THE HISTORY IS THE TAXPAYER'S EARLIER REFUNDS   *
      *    THAT WENT OUT ('S'/'P') INSIDE THE LOOK-BACK.  A FIRST    *
      *    REFUND HAS NO HISTORY TO BE FAR ABOVE; RFDNEWBZ AND THE   *
      *    ACCOUNT RULES ARE WHAT CATCH A NEW FACE.                  *
      *                                                              *
      ****************************************************************
       S2300-HISTORY-RULE                SECTION.

           IF  NOT  S-HIST-ACTIVE-YES
               GO TO  S2300-HISTORY-RULE-EXIT
           END-IF.

           EXEC  SQL
                 SELECT  COUNT(*),
                         COALESCE(AVG(DIV_AMT + INT_AMT), 0)
                   INTO  :W-HIST-CNT, :TRYBF.HIST-AVG-AMT
                   FROM  DRWA.TRYBD
                  WHERE  RESID        = :TRYBD.RESID
                    AND  DISB_STATUS IN ('S', 'P')
                    AND  DISB_DT     >= :W-HIST-CUTOFF
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2300:DB ERROR TRYBD HISTORY=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-HIST-CNT  =  ZERO
           OR  HIST-AVG-AMT OF TRYBF  NOT >  ZERO
               GO TO  S2300-HISTORY-RULE-EXIT
           END-IF.

           COMPUTE  W-HIST-LIMIT  =  HIST-AVG-AMT OF TRYBF
                                  *  W-HIST-PCT  /  100.

           IF  W-CASE-AMT  >  W-HIST-LIMIT
               MOVE  'Y'                 TO  HIT-HIST-FG OF TRYBF
               ADD   1                   TO  W-HIT-CNT
                                             A-HIT-HIST-CNT
           END-IF.

       S2300-HISTORY-RULE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - B U S I N E S S - R U L E                     *
      *                                                              *
      *    RFDNEWBZ - THE LATEST OPENING AMONG THE TAXPAYER'S        *
      *    CURRENT TTAAA REGISTRATIONS.  A TAXPAYER WITH NO          *
      *    BUSINESS IS NOT HELD BY THIS RULE.                        *
      *                                                              *
      ****************************************************************
       S2400-BUSINESS-RULE               SECTION.

           IF  NOT  S-NEWBZ-ACTIVE-YES
               GO TO  S2400-BUSINESS-RULE-EXIT
           END-IF.

           EXEC  SQL
                 SELECT  COALESCE(MAX(RGST_OPEN_DT), ' ')
                   INTO  :TRYBF.BUSN-OPEN-DT
                   FROM  DTAA.TTAAA
                  WHERE  RESID_CHIEF = :TRYBD.RESID
                    AND  LAST_FG     = 'Y'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2400:DB ERROR TTAAA SELECT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  BUSN-OPEN-DT OF TRYBF  NOT =  SPACE
           AND BUSN-OPEN-DT OF TRYBF  NOT <  W-NEWBZ-CUTOFF
               MOVE  'Y'                 TO  HIT-NEWBZ-FG OF TRYBF
               ADD   1                   TO  W-HIT-CNT
                                             A-HIT-NEWBZ-CNT
           END-IF.

       S2400-BUSINESS-RULE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 5 0 0 - H O L D - C A S E                             *
      *                                                              *
      *    QUEUE THE CASE ON TRYBF WITH ITS RULE HITS, TAKE IT OUT   *
      *    OF PYSB6'S REACH ('H'), AND PRINT IT FOR THE REVIEWERS.   *
      *                                                              *
      ****************************************************************
       S2500-HOLD-CASE                   SECTION.

           ADD   1                        TO  W-REVIEW-SEQNO.

           MOVE  W-REVIEW-SEQNO           TO  REVIEW-SEQNO OF TRYBF.
           MOVE  ASS-YYMM-FR OF TRYBD     TO  ASS-YYMM-FR  OF TRYBF.
           MOVE  RESID       OF TRYBD     TO  RESID        OF TRYBF.
           MOVE  TXTP-CD     OF TRYBD     TO  TXTP-CD      OF TRYBF.
           MOVE  HWUN-GWA    OF TRYBD     TO  HWUN-GWA     OF TRYBF.
           MOVE  DETRM-TP    OF TRYBD     TO  DETRM-TP     OF TRYBF.
           MOVE  BUSN-TP     OF TRYBD     TO  BUSN-TP      OF TRYBF.
           MOVE  W-CASE-AMT               TO  REFUND-AMT   OF TRYBF.
           MOVE  W-SYSTEM-DATE            TO  HOLD-DT      OF TRYBF.
           MOVE  'H'                      TO  REVIEW-STAUS OF TRYBF.
           MOVE  SPACE                    TO  REVIEW-OPID  OF TRYBF
                                              REVIEW-DT    OF TRYBF
                                              REVIEW-NOTE  OF TRYBF.

           EXEC  SQL  INSERT  INTO  DRWA.TRYBF
                             (REVIEW_SEQNO, ASS_YYMM_FR, RESID,
                              TXTP_CD, HWUN_GWA, DETRM_TP, BUSN_TP,
                              REFUND_AMT, BANK_CD, ACCT_NO,
                              HIT_ACCT_FG, ACCT_HSHLD_CNT,
                              HIT_NEWAC_FG, ACCT_CHG_DT,
                              HIT_HIST_FG, HIST_AVG_AMT,
                              HIT_NEWBZ_FG, BUSN_OPEN_DT,
                              HOLD_DT, REVIEW_STAUS, REVIEW_OPID,
                              REVIEW_DT, REVIEW_NOTE)
                       VALUES
                             (:TRYBF.REVIEW-SEQNO,
                              :TRYBF.ASS-YYMM-FR,
                              :TRYBF.RESID,
                              :TRYBF.TXTP-CD,
                              :TRYBF.HWUN-GWA,
                              :TRYBF.DETRM-TP,
                              :TRYBF.BUSN-TP,
                              :TRYBF.REFUND-AMT,
                              :TRYBF.BANK-CD,
                              :TRYBF.ACCT-NO,
                              :TRYBF.HIT-ACCT-FG,
                              :TRYBF.ACCT-HSHLD-CNT,
                              :TRYBF.HIT-NEWAC-FG,
                              :TRYBF.ACCT-CHG-DT,
                              :TRYBF.HIT-HIST-FG,
                              :TRYBF.HIST-AVG-AMT,
                              :TRYBF.HIT-NEWBZ-FG,
                              :TRYBF.BUSN-OPEN-DT,
                              :TRYBF.HOLD-DT,
                              :TRYBF.REVIEW-STAUS,
                              :TRYBF.REVIEW-OPID,
                              :TRYBF.REVIEW-DT,
                              :TRYBF.REVIEW-NOTE)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2500:DB ERROR TRYBF INS=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWA.TRYBD
                         SET  DISB_STATUS = 'H',
                              SCREEN_DT   = :W-SYSTEM-DATE
                       WHERE  ASS_YYMM_FR = :TRYBD.ASS-YYMM-FR
                         AND  RESID       = :TRYBD.RESID
                         AND  TXTP_CD     = :TRYBD.TXTP-CD
                         AND  HWUN_GWA    = :TRYBD.HWUN-GWA
                         AND  DETRM_TP    = :TRYBD.DETRM-TP
                         AND  BUSN_TP     = :TRYBD.BUSN-TP
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2500:DB ERROR TRYBD UPD=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-HELD-CNT.
           ADD   W-CASE-AMT               TO  A-HELD-TOT.

           PERFORM  S5100-WRITE-HELD.

       S2500-HOLD-CASE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 6 0 0 - C L E A R - C A S E                           *
      *                                                              *
      ****************************************************************
       S2600-CLEAR-CASE                  SECTION.

           EXEC  SQL  UPDATE  DRWA.TRYBD
                         SET  SCREEN_DT   = :W-SYSTEM-DATE
                       WHERE  ASS_YYMM_FR = :TRYBD.ASS-YYMM-FR
                         AND  RESID       = :TRYBD.RESID
                         AND  TXTP_CD     = :TRYBD.TXTP-CD
                         AND  HWUN_GWA    = :TRYBD.HWUN-GWA
                         AND  DETRM_TP    = :TRYBD.DETRM-TP
                         AND  BUSN_TP     = :TRYBD.BUSN-TP
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2600:DB ERROR TRYBD UPD=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-CLEAR-CNT.

       S2600-CLEAR-CASE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - H E L D                           *
      *                                                              *
      ****************************************************************
       S5100-WRITE-HELD                  SECTION.

           MOVE  REVIEW-SEQNO OF TRYBF    TO  D1-REVIEW-SEQNO.
           MOVE  RESID        OF TRYBF    TO  D1-RESID.
           MOVE  ASS-YYMM-FR  OF TRYBF    TO  D1-ASS-YYMM.
           MOVE  TXTP-CD      OF TRYBF    TO  D1-TXTP-CD.
           MOVE  REFUND-AMT   OF TRYBF    TO  D1-REFUND-AMT.
           MOVE  BANK-CD      OF TRYBF    TO  D1-BANK-CD.
           MOVE  ACCT-NO      OF TRYBF    TO  D1-ACCT-NO.
           MOVE  SPACE                    TO  D1-HIT-ACCT
                                              D1-HIT-NEWAC
                                              D1-HIT-HIST
                                              D1-HIT-NEWBZ.

           IF  HIT-ACCT-FG  OF TRYBF  =  'Y'
               MOVE  'RFDACCT'            TO  D1-HIT-ACCT
           END-IF.
           IF  HIT-NEWAC-FG OF TRYBF  =  'Y'
               MOVE  'RFDNEWAC'           TO  D1-HIT-NEWAC
           END-IF.
           IF  HIT-HIST-FG  OF TRYBF  =  'Y'
               MOVE  'RFDHIST'            TO  D1-HIT-HIST
           END-IF.
           IF  HIT-NEWBZ-FG OF TRYBF  =  'Y'
               MOVE  'RFDNEWBZ'           TO  D1-HIT-NEWBZ
           END-IF.

           WRITE  O-RPT-REC  FROM  D1-HELD-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           IF  HIT-ACCT-FG  OF TRYBF  =  'Y'
               MOVE  'RFDACCT'            TO  D2-RULE-ID
               MOVE  'ACCOUNT SHARED BY HOUSEHOLDS .....:'
                                          TO  D2-RULE-TXT
               MOVE  ACCT-HSHLD-CNT OF TRYBF
                                          TO  W-EDIT-CNT
               MOVE  W-EDIT-CNT           TO  D2-RULE-VALUE
               PERFORM  S5150-WRITE-RULE
           END-IF.

           IF  HIT-NEWAC-FG OF TRYBF  =  'Y'
               MOVE  'RFDNEWAC'           TO  D2-RULE-ID
               MOVE  'ACCOUNT REGISTERED/VERIFIED ON ...:'
                                          TO  D2-RULE-TXT
               MOVE  ACCT-CHG-DT OF TRYBF TO  D2-RULE-VALUE
               PERFORM  S5150-WRITE-RULE
           END-IF.

           IF  HIT-HIST-FG  OF TRYBF  =  'Y'
               MOVE  'RFDHIST'            TO  D2-RULE-ID
               MOVE  'AVERAGE PAID REFUND ..............:'
                                          TO  D2-RULE-TXT
               MOVE  HIST-AVG-AMT OF TRYBF
                                          TO  W-EDIT-AMT
               MOVE  W-EDIT-AMT           TO  D2-RULE-VALUE
               PERFORM  S5150-WRITE-RULE
           END-IF.

           IF  HIT-NEWBZ-FG OF TRYBF  =  'Y'
               MOVE  'RFDNEWBZ'           TO  D2-RULE-ID
               MOVE  'BUSINESS OPENED ON ...............:'
                                          TO  D2-RULE-TXT
               MOVE  BUSN-OPEN-DT OF TRYBF
                                          TO  D2-RULE-VALUE
               PERFORM  S5150-WRITE-RULE
           END-IF.

       S5100-WRITE-HELD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 5 0 - W R I T E - R U L E                           *
      *                                                              *
      ****************************************************************
       S5150-WRITE-RULE                  SECTION.

           WRITE  O-RPT-REC  FROM  D2-RULE-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5150:ERROR=PYSP090 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5150-WRITE-RULE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           MOVE  A-CASE-READ-CNT          TO  T1-READ-CNT.
           MOVE  A-CLEAR-CNT              TO  T1-CLEAR-CNT.
           MOVE  A-HELD-CNT               TO  T1-HELD-CNT.
           MOVE  A-HELD-TOT               TO  T1-HELD-TOT.

           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  A-HIT-ACCT-CNT           TO  T2-ACCT-CNT.
           MOVE  A-HIT-NEWAC-CNT          TO  T2-NEWAC-CNT.
           MOVE  A-HIT-HIST-CNT           TO  T2-HIST-CNT.
           MOVE  A-HIT-NEWBZ-CNT          TO  T2-NEWBZ-CNT.

           WRITE  O-RPT-REC  FROM  T2-TRAILER-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - S C R                             *
      *                                                              *
      ****************************************************************
       S7100-FETCH-SCR                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_SCR
                 INTO  :TRYBD.ASS-YYMM-FR
                 ,     :TRYBD.RESID
                 ,     :TRYBD.TXTP-CD
                 ,     :TRYBD.HWUN-GWA
                 ,     :TRYBD.DETRM-TP
                 ,     :TRYBD.BUSN-TP
                 ,     :W-CASE-AMT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-CASE-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR SCR FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-SCR-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      PYSB9            *
      *                                                              *
      ****************************************************************
