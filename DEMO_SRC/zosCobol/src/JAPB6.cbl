      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       JAPB6.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : AGENCY INVOICE DUNNING RUN                    *
      *  DESCRIPTION : CHASES EVERY DRWA.TRWAH AGENCY INVOICE STILL  *
      *                UNPAID.  THE INVOICE AGE IS COUNTED IN DAYS   *
      *                FROM CREAT_DT AGAINST THE TRWBA 'DUNNING1',   *
      *                'DUNNING2' AND 'DUNNINGF' ROWS; AN INVOICE    *
      *                REACHING A NEW STAGE HAS DUN_LEVEL RAISED AND *
      *                A LETTER WRITTEN TO THE AGENCY (FIRST OR      *
      *                SECOND REMINDER, OR FINAL NOTICE).  AT THE    *
      *                FINAL STAGE THE AGENCY'S TRWAO INTAKE BLOCK   *
      *                IS SET AND JAPB1 REJECTS ITS SUBMISSION FILES *
      *                UNTIL THE DEBT IS CLEARED OR A SUPERVISOR     *
      *                LIFTS THE BLOCK THROUGH JAPAA.  A BLOCK WITH  *
      *                NO FINAL-STAGE INVOICE LEFT UNPAID IS CLEARED *
      *                AT THE END OF THE RUN.                        *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : JAPB6                                      *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWA.TRWAH                              RU                  *
      *  DRWA.TRWAO                              RU                  *
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
           SELECT  O-LTR-FILE  ASSIGN     TO  JAPL060
                   FILE         STATUS    IS  S-LTR-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  JAPP060
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
           'JAPB6    - WORKING STORAGE BEGINS HERE'.

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

           05  A-TRWAH-READ-CNT          PIC  9(13)  VALUE  ZERO.
           05  A-DUN1-CNT                PIC  9(13)  VALUE  ZERO.
           05  A-DUN2-CNT                PIC  9(13)  VALUE  ZERO.
           05  A-DUNF-CNT                PIC  9(13)  VALUE  ZERO.
           05  A-BLOCK-CNT               PIC  9(13)  VALUE  ZERO.
           05  A-UNBLOCK-CNT             PIC  9(13)  VALUE  ZERO.
           05  A-LTR-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'JAPB6'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-DUN1-ACTIVE             PIC  X(01)  VALUE  'N'.
               88  S-DUN1-ON                         VALUE  'Y'.

           05  S-DUN2-ACTIVE             PIC  X(01)  VALUE  'N'.
               88  S-DUN2-ON                         VALUE  'Y'.

           05  S-DUNF-ACTIVE             PIC  X(01)  VALUE  'N'.
               88  S-DUNF-ON                         VALUE  'Y'.

           05  S-LTR-STATUS              PIC  X(002).
               88  S-LTR-NORMAL                      VALUE '00'.

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

      *    AN INVOICE RAISED ON OR BEFORE A STAGE'S CUT-OFF DATE HAS
      *    REACHED THAT STAGE (CUT-OFF = RUN DATE LESS WINDOW_DAYS).
           05  W-DUN-DAYS                PIC S9(04) COMP.
           05  W-DUN-CUTOFF              PIC  X(08).
           05  W-DUN1-CUTOFF             PIC  X(08).
           05  W-DUN2-CUTOFF             PIC  X(08).
           05  W-DUNF-CUTOFF             PIC  X(08).

           05  W-NEW-LEVEL               PIC  X(01).
               88  W-NEW-LEVEL-NONE                  VALUE ' '.
               88  W-NEW-LEVEL-FIRST                 VALUE '1'.
               88  W-NEW-LEVEL-SECOND                VALUE '2'.
               88  W-NEW-LEVEL-FINAL                 VALUE '3'.

           05  W-BAL-AMT                 PIC S9(11)V9(02) COMP-3.

      ****************************************************************
      *                                                              *
      *    L E T T E R    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  LETTER-LINES.

           05  L1-TITLE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  L1-TITLE              PIC  X(50).
               10  FILLER                PIC  X(12)  VALUE
                   '  LTR DATE: '.
               10  L1-LTR-DATE           PIC  X(08).
               10  FILLER                PIC  X(61)  VALUE  SPACE.

           05  L2-ADDR-LINE.
               10  FILLER                PIC  X(05)  VALUE  SPACE.
               10  L2-ADDR-TEXT          PIC  X(60).
               10  FILLER                PIC  X(67)  VALUE  SPACE.

           05  L3-INVOICE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(18)  VALUE
                   'INVOICE  AGENCY : '.
               10  L3-AGENCY-ID          PIC  X(08).
               10  FILLER                PIC  X(09)  VALUE
                   '  MONTH: '.
               10  L3-BILL-YYMM          PIC  X(06).
               10  FILLER                PIC  X(10)  VALUE
                   '  ISSUED: '.
               10  L3-CREAT-DT           PIC  X(08).
               10  FILLER                PIC  X(72)  VALUE  SPACE.

           05  L4-AMOUNT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(18)  VALUE
                   'INVOICED ....... :'.
               10  L4-INV-AMT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(10)  VALUE
                   '   PAID : '.
               10  L4-PAID-AMT           PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(13)  VALUE
                   '   BALANCE : '.
               10  L4-BAL-AMT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(36)  VALUE  SPACE.

           05  L5-TEXT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  L5-TEXT               PIC  X(72).
               10  FILLER                PIC  X(59)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'AGENCY INVOICE DUNNING RUN    RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(83)  VALUE  SPACE.

           05  H2-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(27)  VALUE
                   'AGENCY    MONTH   ISSUED   '.
               10  FILLER                PIC  X(26)  VALUE
                   '           BALANCE  ACTION'.
               10  FILLER                PIC  X(78)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-AGENCY-ID          PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-BILL-YYMM          PIC  X(06).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-CREAT-DT           PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BAL-AMT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-ACTION             PIC  X(40).
               10  FILLER                PIC  X(44)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-LABEL              PIC  X(30).
               10  T1-ITEM-CNT           PIC  ZZZZZZZZZZZZ9.
               10  FILLER                PIC  X(88)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWA.TRWAH   (   AGENCY CONSOLIDATED INVOICE   )          *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAH      END-EXEC.

      ****************************************************************
      *    DRWA.TRWAO   (   AGENCY ACCOUNT MASTER   )                *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAO      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBA   (   SCREEN / STAGE CONTROL   )               *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBA      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_UNPAID : EVERY INVOICE NOT YET PAID IN FULL, WITH  *
      *    THE AGENCY'S LETTER ADDRESS, AGENCY THEN MONTH ORDER.     *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_UNPAID  CURSOR  WITH  HOLD  FOR
                 SELECT   H.AGENCY_ID
                 ,        H.BILL_YYMM
                 ,        H.INV_AMT
                 ,        H.PAID_AMT
                 ,        H.CREAT_DT
                 ,        H.DUN_LEVEL
                 ,        O.AGENCY_NM
                 ,        O.BILL_ADDR
                 ,        O.CONTACT_NM
                 FROM     DRWA.TRWAH  H
                 ,        DRWA.TRWAO  O
                 WHERE    H.PAID_FG    =  'N'
                 AND      O.AGENCY_ID  =  H.AGENCY_ID
                 ORDER BY H.AGENCY_ID, H.BILL_YYMM
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'JAPB6    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-DUNNING-SWEEP.

           PERFORM  S1500-UNBLOCK-SWEEP.

           PERFORM  S5900-WRITE-TOTALS.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** JAPB6    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** JAPB6    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* TRWAH-READ-CNT : ' A-TRWAH-READ-CNT.
           DISPLAY '* FIRST-RMD-CNT  : ' A-DUN1-CNT.
           DISPLAY '* SECOND-RMD-CNT : ' A-DUN2-CNT.
           DISPLAY '* FINAL-CNT      : ' A-DUNF-CNT.
           DISPLAY '* BLOCK-CNT      : ' A-BLOCK-CNT.
           DISPLAY '* UNBLOCK-CNT    : ' A-UNBLOCK-CNT.
           DISPLAY '* LTR-WRIT-CNT   : ' A-LTR-WRIT-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-LTR-FILE
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
           DISPLAY '### JAPB6    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-LTR-FILE.

           IF  NOT  S-LTR-NORMAL
               DISPLAY
               'S0200:ERROR=JAPL060 OPEN ERROR(' S-LTR-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=JAPP060 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
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
      *    LEAVES THAT STAGE OUT OF THE RUN.                         *
      *                                                              *
      ****************************************************************
       S0250-LOAD-STAGES                 SECTION.

           MOVE  'DUNNING1'               TO  CTL-ID OF TRWBA.
           PERFORM  S0260-LOAD-ONE-STAGE.
           MOVE  ACTIVE-FG OF TRWBA       TO  S-DUN1-ACTIVE.
           MOVE  W-DUN-CUTOFF             TO  W-DUN1-CUTOFF.

           MOVE  'DUNNING2'               TO  CTL-ID OF TRWBA.
           PERFORM  S0260-LOAD-ONE-STAGE.
           MOVE  ACTIVE-FG OF TRWBA       TO  S-DUN2-ACTIVE.
           MOVE  W-DUN-CUTOFF             TO  W-DUN2-CUTOFF.

           MOVE  'DUNNINGF'               TO  CTL-ID OF TRWBA.
           PERFORM  S0260-LOAD-ONE-STAGE.
           MOVE  ACTIVE-FG OF TRWBA       TO  S-DUNF-ACTIVE.
           MOVE  W-DUN-CUTOFF             TO  W-DUNF-CUTOFF.

           DISPLAY  'S0250:FIRST  REMINDER ' S-DUN1-ACTIVE
                    ' CUT-OFF ' W-DUN1-CUTOFF.
           DISPLAY  'S0250:SECOND REMINDER ' S-DUN2-ACTIVE
                    ' CUT-OFF ' W-DUN2-CUTOFF.
           DISPLAY  'S0250:FINAL  STAGE    ' S-DUNF-ACTIVE
                    ' CUT-OFF ' W-DUNF-CUTOFF.

       S0250-LOAD-STAGES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 2 6 0 - L O A D - O N E - S T A G E                   *
      *                                                              *
      ****************************************************************
       S0260-LOAD-ONE-STAGE              SECTION.

           MOVE  'N'                      TO  ACTIVE-FG OF TRWBA.
           MOVE  SPACE                    TO  W-DUN-CUTOFF.

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
                     MOVE  'N'           TO  ACTIVE-FG OF TRWBA
                     GO TO  S0260-LOAD-ONE-STAGE-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0260:DB ERROR TRWBA SELECT=' W-SQLCODE
                              ' CTL-ID=' CTL-ID OF TRWBA
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           IF  NOT  ACTIVE-FG-YES  OF  TRWBA
           OR  WINDOW-DAYS OF TRWBA  NOT >  ZERO
               MOVE  'N'                  TO  ACTIVE-FG OF TRWBA
               GO TO  S0260-LOAD-ONE-STAGE-EXIT
           END-IF.

           MOVE  WINDOW-DAYS OF TRWBA     TO  W-DUN-DAYS.

           EXEC  SQL  SELECT  REPLACE(CHAR(CURRENT DATE
                                   - :W-DUN-DAYS DAYS, ISO), '-', '')
                        INTO  :W-DUN-CUTOFF
                        FROM  SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0260:DB ERROR CUT-OFF DATE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S0260-LOAD-ONE-STAGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - D U N N I N G - S W E E P                     *
      *                                                              *
      ****************************************************************
       S1100-DUNNING-SWEEP               SECTION.

           DISPLAY  'STEP : S1100-DUNNING-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_UNPAID   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR UNPAID OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-UNPAID
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-DUN-ONE-INVOICE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_UNPAID  END-EXEC.

       S1100-DUNNING-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - D U N - O N E - I N V O I C E                 *
      *                                                              *
      *    THE HIGHEST STAGE THE INVOICE HAS REACHED DECIDES THE     *
      *    LETTER.  AN INVOICE THAT SKIPPED A STAGE (A STAGE SWITCHED *
      *    ON LATE, OR A MISSED RUN) GETS ONLY THE HIGHER LETTER.    *
      *    NOTHING IS SENT TWICE - A STAGE ALREADY RECORDED ON THE   *
      *    INVOICE IS NOT ACTED ON AGAIN.  ONE INVOICE PER COMMIT.   *
      *                                                              *
      ****************************************************************
       S2100-DUN-ONE-INVOICE             SECTION.

           EVALUATE  TRUE
               WHEN  S-DUNF-ON
               AND   CREAT-DT OF TRWAH  NOT >  W-DUNF-CUTOFF
                     MOVE  '3'            TO  W-NEW-LEVEL
               WHEN  S-DUN2-ON
               AND   CREAT-DT OF TRWAH  NOT >  W-DUN2-CUTOFF
                     MOVE  '2'            TO  W-NEW-LEVEL
               WHEN  S-DUN1-ON
               AND   CREAT-DT OF TRWAH  NOT >  W-DUN1-CUTOFF
                     MOVE  '1'            TO  W-NEW-LEVEL
               WHEN  OTHER
                     MOVE  SPACE          TO  W-NEW-LEVEL
           END-EVALUATE.

           IF  W-NEW-LEVEL-NONE
           OR  W-NEW-LEVEL  NOT >  DUN-LEVEL OF TRWAH
               GO TO  S2100-DUN-ONE-INVOICE-EXIT
           END-IF.

           COMPUTE  W-BAL-AMT  =  INV-AMT  OF TRWAH
                               -  PAID-AMT OF TRWAH.

           PERFORM  S2200-UPDATE-TRWAH.

           IF  W-NEW-LEVEL-NONE
               GO TO  S2100-DUN-ONE-INVOICE-EXIT
           END-IF.

           IF  W-NEW-LEVEL-FINAL
               PERFORM  S2300-BLOCK-AGENCY
           END-IF.

           EXEC  SQL  COMMIT  END-EXEC.

           PERFORM  S5100-WRITE-LETTER.
           PERFORM  S5200-WRITE-DETAIL.

       S2100-DUN-ONE-INVOICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - U P D A T E - T R W A H                       *
      *                                                              *
      *    RAISE THE STAGE AND STAMP ITS DATE.  THE PAID_FG AND      *
      *    DUN_LEVEL TESTS KEEP AN INVOICE SETTLED SINCE THE FETCH   *
      *    FROM BEING CHASED - IT IS SKIPPED (W-NEW-LEVEL SPACE).    *
      *                                                              *
      ****************************************************************
       S2200-UPDATE-TRWAH                SECTION.

           EVALUATE  TRUE
               WHEN  W-NEW-LEVEL-FIRST
                     MOVE  W-SYSTEM-DATE  TO  DUN1-DT OF TRWAH
               WHEN  W-NEW-LEVEL-SECOND
                     MOVE  W-SYSTEM-DATE  TO  DUN2-DT OF TRWAH
               WHEN  W-NEW-LEVEL-FINAL
                     MOVE  W-SYSTEM-DATE  TO  DUNF-DT OF TRWAH
           END-EVALUATE.

           EXEC  SQL  UPDATE  DRWA.TRWAH
                         SET  DUN_LEVEL = :W-NEW-LEVEL,
                              DUN1_DT   = :TRWAH.DUN1-DT,
                              DUN2_DT   = :TRWAH.DUN2-DT,
                              DUNF_DT   = :TRWAH.DUNF-DT
                       WHERE  AGENCY_ID = :TRWAH.AGENCY-ID
                         AND  BILL_YYMM = :TRWAH.BILL-YYMM
                         AND  PAID_FG   = 'N'
                         AND  DUN_LEVEL = :TRWAH.DUN-LEVEL
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  SPACE         TO  W-NEW-LEVEL
                     GO TO  S2200-UPDATE-TRWAH-EXIT
               WHEN  OTHER
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           MOVE  W-NEW-LEVEL              TO  DUN-LEVEL OF TRWAH.

           EVALUATE  TRUE
               WHEN  W-NEW-LEVEL-FIRST
                     ADD   1              TO  A-DUN1-CNT
               WHEN  W-NEW-LEVEL-SECOND
                     ADD   1              TO  A-DUN2-CNT
               WHEN  W-NEW-LEVEL-FINAL
                     ADD   1              TO  A-DUNF-CNT
           END-EVALUATE.

       S2200-UPDATE-TRWAH-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - B L O C K - A G E N C Y                       *
      *                                                              *
      *    AN INVOICE HAS JUST REACHED THE FINAL STAGE.  THIS ALSO   *
      *    OVERRIDES AN EARLIER SUPERVISOR LIFT ('S') - THE LIFT     *
      *    COVERED THE INVOICES OVERDUE AT THE TIME, NOT THIS ONE.   *
      *                                                              *
      ****************************************************************
       S2300-BLOCK-AGENCY                SECTION.

           EXEC  SQL  UPDATE  DRWA.TRWAO
                         SET  INTAKE_BLOCK_FG = 'Y',
                              BLOCK_DT        = :W-SYSTEM-DATE
                       WHERE  AGENCY_ID       = :TRWAH.AGENCY-ID
                         AND  INTAKE_BLOCK_FG <> 'Y'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-BLOCK-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S2300-BLOCK-AGENCY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 0 0 - U N B L O C K - S W E E P                     *
      *                                                              *
      *    A BLOCKED (OR LIFTED) AGENCY WITH NO FINAL-STAGE INVOICE  *
      *    LEFT UNPAID IS CLEARED.  JAPAA CLEARS THE BLOCK ON THE    *
      *    SETTLING PAYMENT; THIS CATCHES ANYTHING SETTLED OTHERWISE *
      *    (A CORRECTED INVOICE, A STAGE SWITCHED OFF).              *
      *                                                              *
      ****************************************************************
       S1500-UNBLOCK-SWEEP               SECTION.

           DISPLAY  'STEP : S1500-UNBLOCK-SWEEP'.

           EXEC  SQL  UPDATE  DRWA.TRWAO  O
                         SET  INTAKE_BLOCK_FG = 'N'
                       WHERE  O.INTAKE_BLOCK_FG IN ('Y', 'S')
                         AND  NOT EXISTS
                             (SELECT 1
                                FROM DRWA.TRWAH  H
                               WHERE H.AGENCY_ID = O.AGENCY_ID
                                 AND H.PAID_FG   = 'N'
                                 AND H.DUN_LEVEL = '3')
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  A-UNBLOCK-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S1500:DB ERROR TRWAO UPD=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           EXEC  SQL  COMMIT  END-EXEC.

       S1500-UNBLOCK-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - L E T T E R                       *
      *                                                              *
      ****************************************************************
       S5100-WRITE-LETTER                SECTION.

           EVALUATE  TRUE
               WHEN  W-NEW-LEVEL-FIRST
                     MOVE  'OVERDUE INVOICE - FIRST REMINDER'
                                          TO  L1-TITLE
               WHEN  W-NEW-LEVEL-SECOND
                     MOVE  'OVERDUE INVOICE - SECOND REMINDER'
                                          TO  L1-TITLE
               WHEN  W-NEW-LEVEL-FINAL
                     MOVE  'OVERDUE INVOICE - FINAL NOTICE'
                                          TO  L1-TITLE
           END-EVALUATE.
           MOVE  W-SYSTEM-DATE            TO  L1-LTR-DATE.
           WRITE  O-LTR-REC  FROM  L1-TITLE-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  AGENCY-NM  OF TRWAO      TO  L2-ADDR-TEXT.
           WRITE  O-LTR-REC  FROM  L2-ADDR-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.
           MOVE  CONTACT-NM OF TRWAO      TO  L2-ADDR-TEXT.
           WRITE  O-LTR-REC  FROM  L2-ADDR-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.
           MOVE  BILL-ADDR  OF TRWAO      TO  L2-ADDR-TEXT.
           WRITE  O-LTR-REC  FROM  L2-ADDR-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  AGENCY-ID  OF TRWAH      TO  L3-AGENCY-ID.
           MOVE  BILL-YYMM  OF TRWAH      TO  L3-BILL-YYMM.
           MOVE  CREAT-DT   OF TRWAH      TO  L3-CREAT-DT.
           WRITE  O-LTR-REC  FROM  L3-INVOICE-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  INV-AMT    OF TRWAH      TO  L4-INV-AMT.
           MOVE  PAID-AMT   OF TRWAH      TO  L4-PAID-AMT.
           MOVE  W-BAL-AMT                TO  L4-BAL-AMT.
           WRITE  O-LTR-REC  FROM  L4-AMOUNT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           MOVE  SPACE                    TO  L5-TEXT.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

           IF  W-NEW-LEVEL-FINAL
               MOVE  'THE BALANCE ABOVE IS NOW SERIOUSLY OVERDUE.  NO F
      -              'URTHER BULK SUBMISSION'
                                          TO  L5-TEXT
               WRITE  O-LTR-REC  FROM  L5-TEXT-LINE
               PERFORM  S5190-CHECK-LTR-WRITE
               MOVE  'FILES WILL BE ACCEPTED FROM YOUR AGENCY UNTIL IT
      -              'IS PAID IN FULL.'
                                          TO  L5-TEXT
           ELSE
               MOVE  'THE BALANCE ABOVE IS OVERDUE.  PLEASE ARRANGE PAY
      -              'MENT TO TREASURY.'
                                          TO  L5-TEXT
           END-IF.
           WRITE  O-LTR-REC  FROM  L5-TEXT-LINE.
           PERFORM  S5190-CHECK-LTR-WRITE.

       S5100-WRITE-LETTER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 9 0 - C H E C K - L T R - W R I T E                 *
      *                                                              *
      ****************************************************************
       S5190-CHECK-LTR-WRITE             SECTION.

           IF  NOT  S-LTR-NORMAL
               DISPLAY
               'S5190:ERROR=JAPL060 WRITE ERROR(' S-LTR-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-LTR-WRIT-CNT.

       S5190-CHECK-LTR-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 2 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      ****************************************************************
       S5200-WRITE-DETAIL                SECTION.

           INITIALIZE  D1-DETAIL-LINE.

           MOVE  AGENCY-ID  OF TRWAH      TO  D1-AGENCY-ID.
           MOVE  BILL-YYMM  OF TRWAH      TO  D1-BILL-YYMM.
           MOVE  CREAT-DT   OF TRWAH      TO  D1-CREAT-DT.
           MOVE  W-BAL-AMT                TO  D1-BAL-AMT.

           EVALUATE  TRUE
               WHEN  W-NEW-LEVEL-FIRST
                     MOVE  'FIRST REMINDER SENT'    TO  D1-ACTION
               WHEN  W-NEW-LEVEL-SECOND
                     MOVE  'SECOND REMINDER SENT'   TO  D1-ACTION
               WHEN  W-NEW-LEVEL-FINAL
                     MOVE  'FINAL NOTICE SENT - INTAKE BLOCKED'
                                                    TO  D1-ACTION
           END-EVALUATE.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5200:ERROR=JAPP060 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5200-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 9 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      ****************************************************************
       S5900-WRITE-TOTALS                SECTION.

           MOVE  'FIRST REMINDERS ........... :'  TO  T1-LABEL.
           MOVE  A-DUN1-CNT               TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'SECOND REMINDERS .......... :'  TO  T1-LABEL.
           MOVE  A-DUN2-CNT               TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'FINAL NOTICES ............. :'  TO  T1-LABEL.
           MOVE  A-DUNF-CNT               TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'AGENCIES BLOCKED .......... :'  TO  T1-LABEL.
           MOVE  A-BLOCK-CNT              TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           MOVE  'AGENCY BLOCKS CLEARED ..... :'  TO  T1-LABEL.
           MOVE  A-UNBLOCK-CNT            TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.

           ADD   5                        TO  A-RPT-WRIT-CNT.

       S5900-WRITE-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - U N P A I D                       *
      *                                                              *
      ****************************************************************
       S7100-FETCH-UNPAID                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_UNPAID
                 INTO  :TRWAH.AGENCY-ID
                 ,     :TRWAH.BILL-YYMM
                 ,     :TRWAH.INV-AMT
                 ,     :TRWAH.PAID-AMT
                 ,     :TRWAH.CREAT-DT
                 ,     :TRWAH.DUN-LEVEL
                 ,     :TRWAO.AGENCY-NM
                 ,     :TRWAO.BILL-ADDR
                 ,     :TRWAO.CONTACT-NM
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-TRWAH-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR UNPAID FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-UNPAID-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      ****************************************************************
       S8100-SQL-ABORT                   SECTION.

           MOVE  SQLCODE                  TO  W-SQLCODE.
           DISPLAY  'S8100:DB ERROR DUNNING=' W-SQLCODE
                    ' INVOICE=' AGENCY-ID OF TRWAH '-'
                    BILL-YYMM OF TRWAH.

           EXEC  SQL  ROLLBACK  END-EXEC.

           MOVE  U-ABEND-CODE1            TO  RETURN-CODE.
           PERFORM  S0100-MAIN-EXIT.

       S8100-SQL-ABORT-EXIT.
           EXIT.
