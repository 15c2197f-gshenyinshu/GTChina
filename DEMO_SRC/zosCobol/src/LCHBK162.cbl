      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************
       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LCHBK162.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.
      ****************************************************************
      *  HANDLER     : BACK-DATED MERCHANT-FACTOR RESTATEMENT        *
      *  DESCRIPTION : LCHPK14 LETS A SET '06' FACTOR CHANGE TAKE    *
      *                EFFECT BEFORE THE DAY IT IS APPROVED, BUT     *
      *                LCHBK161 RECONCILES EACH NIGHT WITH THE       *
      *                FACTORS IN FORCE THAT NIGHT.  FOR EVERY       *
      *                APPROVED CHANGE LCHPK14 QUEUED (TK141         *
      *                RESTATE-STAUS 'P') THIS RUN RE-BANDS THE      *
      *                SETTLEMENT DAYS FROM ITS EFFECTIVE DATE UP TO *
      *                THE DAY BEFORE APPROVAL:                      *
      *                1. FOR EACH DAY ON TK144 THE FACTOR BANDS IN  *
      *                   FORCE ON THAT DATE ARE REBUILT FROM TK140  *
      *                   AND THE TK142 CHANGE AUDIT.                *
      *                2. EACH MERCHANT-DAY IS RE-BANDED; A DAY NO   *
      *                   BAND COVERS IS FLAGGED BAND-FG 'N', AS IN  *
      *                   LCHBK161 S1110.                            *
      *                3. EVERY MERCHANT-DAY WHOSE BAND, POSTING     *
      *                   POINT OR BAND FLAG CHANGES IS REPORTED OLD *
      *                   AGAINST NEW (LCHNC090) AND TK144 IS        *
      *                   RESTATED.  THE VARIANCE IS DECLARED LESS   *
      *                   SLIP AMOUNT WHATEVER THE BAND, SO THE      *
      *                   DAY'S VARIANCE, DISPOSITION AND ANY TK143  *
      *                   CASE STAND.                                *
      *                EACH CHANGE IS ONE UNIT OF WORK: IT IS MARKED *
      *                'D' AND COMMITTED WITH ITS RESTATEMENT, SO A  *
      *                FAILED RUN PICKS UP WHERE IT STOPPED.         *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LCHBK162                                   *
      *                                                              *
      *  INPUT PARMS    : NONE                                       *
      *  I/O  FILES     : LCHNC090 - RESTATEMENT REPORT              *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  LCHD2K14.TK141                          RU                  *
      *  LCHD2K14.TK140 / LCHD2K14.TK142         R                   *
      *  LCHD2K14.TK144                          RU                  *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  LCHNC090
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
           'LCHBK162 - WORKING STORAGE BEGINS HERE'.

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

           05  A-CHG-CNT                 PIC  9(09)  VALUE  ZERO.
           05  A-DAY-CNT                 PIC  9(09)  VALUE  ZERO.
           05  A-HIST-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-RESTATED-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-FACTOR-ONLY-CNT         PIC  9(09)  VALUE  ZERO.
           05  A-UNCOVERED-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-COVERED-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LCHBK162'.
           05  C-BSNO                    PIC  X(02)  VALUE '06'.
      *    LCHBK161 HOLDS AT MOST THIS MANY FACTOR BANDS.
           05  C-MAX-CNT                 PIC  9(02)  VALUE  10.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-HIST-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-HIST-END                        VALUE  HIGH-VALUE.

           05  S-ITEM-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-ITEM-END                        VALUE  HIGH-VALUE.

           05  S-BAND-FOUND              PIC  X(01)  VALUE  'N'.
               88  S-BAND-FOUND-YES                  VALUE  'Y'.

           05  S-IN-FORCE                PIC  X(01)  VALUE  'N'.
               88  S-IN-FORCE-YES                    VALUE  'Y'.

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

           05  W-RUN-DT                  PIC  X(08).
      *    THE SETTLEMENT DAYS ONE CHANGE RESTATES.
           05  W-WIN-FR-DT               PIC  X(08).
           05  W-WIN-TO-DT               PIC  X(08).
           05  W-CHG-LINE-CNT            PIC  9(09).

      *    THE FACTOR BANDS IN FORCE ON W-BAND-DT, IN LCHBK161'S
      *    ORDER - THE FIRST WHOSE AMOUNT THE PER-SLIP AMOUNT
      *    REACHES IS THE MERCHANT-DAY'S BAND.
           05  W-BAND-DT                 PIC  X(08).
           05  W-BAND-CNT                PIC S9(04)  COMP.
           05  W-B                       PIC S9(04)  COMP.
           05  W-BAND-TABLE.
               10  W-BAND-OCC  OCCURS  10 TIMES.
                   15  W-BD-ITM-TXT      PIC  X(30).
                   15  W-BD-SLS-AMT      PIC S9(10).
                   15  W-BD-SC           PIC S9(03).

      *    ONE TK140 ITEM AS IT STOOD ON W-BAND-DT.
           05  W-IT-POST-PNT             PIC S9(03).
           05  W-IT-STAUS                PIC  X(01).
           05  W-IT-EFF-DT               PIC  X(08).
           05  W-IT-END-DT               PIC  X(08).
           05  W-IT-CHG-TP               PIC  X(01).

      *    THE MERCHANT-DAY RESTATED.
           05  W-NEW-BAND-TXT            PIC  X(30).
           05  W-NEW-SC                  PIC S9(03).
           05  W-NEW-BAND-FG             PIC  X(01).
           05  W-ACTION-TXT              PIC  X(14).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(48)  VALUE
                   'BACK-DATED MERCHANT-FACTOR RESTATEMENT'.
               10  FILLER                PIC  X(13)  VALUE
                   '  RUN DATE : '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(62)  VALUE  SPACE.

           05  H2-CHANGE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(07)  VALUE  'CHANGE '.
               10  H2-CHG-SEQNO          PIC  9(09).
               10  FILLER                PIC  X(06)  VALUE  ' TYPE '.
               10  H2-CHG-TP             PIC  X(01).
               10  FILLER                PIC  X(06)  VALUE  ' BAND '.
               10  H2-ITM-TXT            PIC  X(30).
               10  FILLER                PIC  X(07)  VALUE  ' POINT '.
               10  H2-POST-PNT           PIC  -ZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   ' EFFECTIVE '.
               10  H2-EFF-DT             PIC  X(08).
               10  FILLER                PIC  X(10)  VALUE
                   ' APPROVED '.
               10  H2-APPV-DT            PIC  X(08).
               10  FILLER                PIC  X(06)  VALUE  ' DAYS '.
               10  H2-WIN-FR-DT          PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  H2-WIN-TO-DT          PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.

           05  H3-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'SETTLED  ACQ   MERCHANT   OLD PT NEW PT '.
               10  FILLER                PIC  X(40)  VALUE
                   ' BAND DSP        VARIANCE  ACTION       '.
               10  FILLER                PIC  X(51)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-RECON-DT           PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-ACQ-ID             PIC  X(05).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-MCHT-N             PIC  X(10).
               10  FILLER                PIC  X(03)  VALUE  SPACE.
               10  D1-OLD-SC             PIC  -ZZ9.
               10  FILLER                PIC  X(03)  VALUE  SPACE.
               10  D1-NEW-SC             PIC  -ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-OLD-FG             PIC  X(01).
               10  FILLER                PIC  X(01)  VALUE  '>'.
               10  D1-NEW-FG             PIC  X(01).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-DISP               PIC  X(01).
               10  FILLER                PIC  X(03)  VALUE  SPACE.
               10  D1-VAR                PIC  -Z(12)9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-ACTION             PIC  X(14).
               10  FILLER                PIC  X(50)  VALUE  SPACE.

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
      *    TK140 (MERCHANT-FACTOR MASTER)                            *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCHYK140   END-EXEC.

      ****************************************************************
      *    TK141 (PENDING-CHANGE QUEUE)                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCHYK141   END-EXEC.

      ****************************************************************
      *    TK142 (MERCHANT-MASTER CHANGE AUDIT)                      *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCHYK142   END-EXEC.

      ****************************************************************
      *    TK144 (SETTLEMENT-DAY RECONCILIATION HISTORY)             *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCHYK144   END-EXEC.

      ****************************************************************
      *    LCHYK1B1 (FACTOR BAND AMOUNT LAYOUT OF ITM-TXT)           *
      ****************************************************************
           COPY  LCHYK1B1.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_CHG : APPROVED SET '06' CHANGES AWAITING THEIR     *
      *    RESTATEMENT.  HELD OVER THE PER-CHANGE COMMIT.            *
      ****************************************************************
           EXEC  SQL
                 DECLARE  CURSOR_CHG  CURSOR  WITH HOLD  FOR
                 SELECT   CHG_SEQNO
                 ,        CHG_TP
                 ,        ITM_TXT
                 ,        BHV_POST_PNT
                 ,        EFF_DT
                 ,        APPV_DT
                 FROM     LCHD2K14.TK141
                 WHERE    BHV_ITM_CD     =  :C-BSNO
                 AND      APPV_STAUS     =  'A'
                 AND      RESTATE_STAUS  =  'P'
                 ORDER BY CHG_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_HIST : THE MERCHANT-DAYS OF THE WINDOW, DAY BY DAY.*
      ****************************************************************
           EXEC  SQL
                 DECLARE  CURSOR_HIST  CURSOR  FOR
                 SELECT   RECON_DT
                 ,        ACQ_ID
                 ,        MCHT_N
                 ,        DECL_AMT
                 ,        SLIP_AMT
                 ,        PER_AMT
                 ,        BAND_TXT
                 ,        BS_SC
                 ,        BAND_FG
                 ,        VAR_AMT
                 ,        RECON_DISP
                 FROM     LCHD2K14.TK144
                 WHERE    RECON_DT  BETWEEN  :W-WIN-FR-DT
                                        AND  :W-WIN-TO-DT
                 ORDER BY RECON_DT, ACQ_ID, MCHT_N
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_ITEM : EVERY SET '06' ITEM EVER ADDED, IN THE      *
      *    ORDER LCHBK161 TRIES ITS BANDS.                           *
      ****************************************************************
           EXEC  SQL
                 DECLARE  CURSOR_ITEM  CURSOR  FOR
                 SELECT   ITM_TXT
                 ,        BHV_POST_PNT
                 ,        MCHT_STAUS
                 ,        EFF_DT
                 ,        END_DT
                 FROM     LCHD2K14.TK140
                 WHERE    BHV_ITM_CD  =  :C-BSNO
                 ORDER BY SUBSTR(ITM_TXT,1,1)  ASC
                 ,        ITM_TXT              DESC
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LCHBK162 *** WORKING STORAGE ENDS HERE  '.

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

           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           PERFORM  S1000-RESTATE-CHANGES.

           PERFORM  S4900-WRITE-TOTALS.

           EXEC  SQL  COMMIT    END-EXEC.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LCHBK162 NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LCHBK162 JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* CHANGES RESTATED: ' A-CHG-CNT.
           DISPLAY '* DAYS REBANDED   : ' A-DAY-CNT.
           DISPLAY '* HIST-READ-CNT   : ' A-HIST-READ-CNT.
           DISPLAY '* RESTATED-CNT    : ' A-RESTATED-CNT.
           DISPLAY '* FACTOR-ONLY-CNT : ' A-FACTOR-ONLY-CNT.
           DISPLAY '* UNCOVERED-CNT   : ' A-UNCOVERED-CNT.
           DISPLAY '* COVERED-CNT     : ' A-COVERED-CNT.
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
           MOVE  W-SYSTEM-DATE           TO  W-RUN-DT.
           MOVE  W-RUN-DT                TO  H1-RUN-DATE.

           DISPLAY '##########################################'.
           DISPLAY '### LCHBK162 START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LCHNC090 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - R E S T A T E - C H A N G E S                 *
      *                                                              *
      ****************************************************************
       S1000-RESTATE-CHANGES             SECTION.

           EXEC  SQL  OPEN  CURSOR_CHG  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'CHG OPEN'           TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  S7100-FETCH-CHG.

           PERFORM  S2000-RESTATE-ONE-CHANGE
                    UNTIL  S-NO-DATA.

           EXEC  SQL  CLOSE  CURSOR_CHG  END-EXEC.

       S1000-RESTATE-CHANGES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - R E S T A T E - O N E - C H A N G E           *
      *                                                              *
      *    THE WINDOW RUNS FROM THE EFFECTIVE DATE TO THE DAY BEFORE *
      *    APPROVAL - FROM APPROVAL ON, LCHBK161 ALREADY USED THE    *
      *    NEW FACTOR.  THE CHANGE IS MARKED DONE AND COMMITTED WITH *
      *    ITS RESTATEMENT.                                          *
      *                                                              *
      ****************************************************************
       S2000-RESTATE-ONE-CHANGE          SECTION.

           ADD   1                        TO  A-CHG-CNT.
           MOVE  ZERO                     TO  W-CHG-LINE-CNT.
           MOVE  HK41-EFF-DT              TO  W-WIN-FR-DT.

           EXEC  SQL
                 SELECT  REPLACE(CHAR(DATE(SUBSTR(:HK41-APPV-DT,1,4)
                                 || '-' || SUBSTR(:HK41-APPV-DT,5,2)
                                 || '-' || SUBSTR(:HK41-APPV-DT,7,2))
                                 - 1 DAYS, ISO), '-', '')
                 INTO   :W-WIN-TO-DT
                 FROM    SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'WINDOW DATE'        TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  HK41-CHG-SEQNO           TO  H2-CHG-SEQNO.
           MOVE  HK41-CHG-TP              TO  H2-CHG-TP.
           MOVE  HK41-ITM-TXT             TO  H2-ITM-TXT.
           MOVE  HK41-BHV-POST-PNT        TO  H2-POST-PNT.
           MOVE  HK41-EFF-DT              TO  H2-EFF-DT.
           MOVE  HK41-APPV-DT             TO  H2-APPV-DT.
           MOVE  W-WIN-FR-DT              TO  H2-WIN-FR-DT.
           MOVE  W-WIN-TO-DT              TO  H2-WIN-TO-DT.
           WRITE  O-RPT-REC  FROM  H2-CHANGE-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H3-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  SPACE                    TO  W-BAND-DT.

           EXEC  SQL  OPEN  CURSOR_HIST  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'HIST OPEN'          TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-HIST-END-CHECK.
           PERFORM  S7200-FETCH-HIST.

           PERFORM  S2100-RESTATE-DAY-ROW
                    UNTIL  S-HIST-END.

           EXEC  SQL  CLOSE  CURSOR_HIST  END-EXEC.

           IF  W-CHG-LINE-CNT  =  ZERO
               MOVE  SPACE                TO  T1-TEXT
               MOVE  'NO SETTLEMENT DAY CHANGED UNDER THIS FACTOR'
                                          TO  T1-TEXT
               MOVE  ZERO                 TO  T1-CNT
               WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE
               PERFORM  S6900-CHECK-RPT-WRITE
           END-IF.

           EXEC  SQL
                 UPDATE  LCHD2K14.TK141
                    SET  RESTATE_STAUS  =  'D'
                 ,       RESTATE_DT     =  :W-RUN-DT
                  WHERE  CHG_SEQNO      =  :HK41-CHG-SEQNO
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TK141 UPDATE'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           EXEC  SQL  COMMIT  END-EXEC.

           PERFORM  S7100-FETCH-CHG.

       S2000-RESTATE-ONE-CHANGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - R E S T A T E - D A Y - R O W                 *
      *                                                              *
      *    RE-BANDS ONE MERCHANT-DAY UNDER THE FACTORS OF ITS DATE.  *
      *    ONLY THE BAND, POSTING POINT AND BAND FLAG ARE RESTATED - *
      *    THE DAY'S VARIANCE AND DISPOSITION DO NOT DEPEND ON THE   *
      *    BAND AND STAND AS LCHBK161 LEFT THEM.                     *
      *                                                              *
      ****************************************************************
       S2100-RESTATE-DAY-ROW             SECTION.

           IF  HK44-RECON-DT  NOT =  W-BAND-DT
               MOVE  HK44-RECON-DT        TO  W-BAND-DT
               PERFORM  S3000-LOAD-BANDS-AS-OF
               ADD   1                    TO  A-DAY-CNT
           END-IF.

           PERFORM  S3500-FIND-BAND.

           IF  S-BAND-FOUND-YES
               MOVE  'Y'                  TO  W-NEW-BAND-FG
           ELSE
               MOVE  'N'                  TO  W-NEW-BAND-FG
           END-IF.

           IF  W-NEW-BAND-TXT  =  HK44-BAND-TXT
           AND W-NEW-SC        =  HK44-BS-SC
           AND W-NEW-BAND-FG   =  HK44-BAND-FG
               GO TO  S2100-NEXT-ROW
           END-IF.

           EVALUATE  TRUE
               WHEN  W-NEW-BAND-FG  =  'N'  AND  HK44-BAND-IN-FORCE
                     MOVE  'NOW UNCOVERED'  TO  W-ACTION-TXT
                     ADD   1                TO  A-UNCOVERED-CNT
               WHEN  W-NEW-BAND-FG  =  'Y'  AND  HK44-BAND-NONE
                     MOVE  'NOW COVERED'    TO  W-ACTION-TXT
                     ADD   1                TO  A-COVERED-CNT
               WHEN  OTHER
                     MOVE  'FACTOR ONLY'    TO  W-ACTION-TXT
                     ADD   1                TO  A-FACTOR-ONLY-CNT
           END-EVALUATE.

           PERFORM  S2200-UPDATE-HIST.

           MOVE  HK44-RECON-DT            TO  D1-RECON-DT.
           MOVE  HK44-ACQ-ID              TO  D1-ACQ-ID.
           MOVE  HK44-MCHT-N              TO  D1-MCHT-N.
           MOVE  HK44-BS-SC               TO  D1-OLD-SC.
           MOVE  W-NEW-SC                 TO  D1-NEW-SC.
           MOVE  HK44-BAND-FG             TO  D1-OLD-FG.
           MOVE  W-NEW-BAND-FG            TO  D1-NEW-FG.
           MOVE  HK44-RECON-DISP          TO  D1-DISP.
           MOVE  HK44-VAR-AMT             TO  D1-VAR.
           MOVE  W-ACTION-TXT             TO  D1-ACTION.
           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           ADD   1                        TO  A-RESTATED-CNT
                                              W-CHG-LINE-CNT.

       S2100-NEXT-ROW.

           PERFORM  S7200-FETCH-HIST.

       S2100-RESTATE-DAY-ROW-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - U P D A T E - H I S T                         *
      *                                                              *
      ****************************************************************
       S2200-UPDATE-HIST                 SECTION.

           EXEC  SQL
                 UPDATE  LCHD2K14.TK144
                    SET  BAND_TXT       =  :W-NEW-BAND-TXT
                 ,       BS_SC          =  :W-NEW-SC
                 ,       BAND_FG        =  :W-NEW-BAND-FG
                 ,       RESTATE_DT     =  :W-RUN-DT
                 ,       RESTATE_SEQNO  =  :HK41-CHG-SEQNO
                  WHERE  RECON_DT       =  :HK44-RECON-DT
                    AND  ACQ_ID         =  :HK44-ACQ-ID
                    AND  MCHT_N         =  :HK44-MCHT-N
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TK144 UPDATE'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S2200-UPDATE-HIST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - L O A D - B A N D S - A S - O F               *
      *                                                              *
      *    REBUILDS THE FACTOR BANDS LCHBK161 WOULD HAVE LOADED ON   *
      *    W-BAND-DT HAD EVERY CHANGE BEEN KNOWN THAT NIGHT.         *
      *                                                              *
      ****************************************************************
       S3000-LOAD-BANDS-AS-OF            SECTION.

           MOVE  ZERO                     TO  W-BAND-CNT.

           EXEC  SQL  OPEN  CURSOR_ITEM  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'ITEM OPEN'          TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-ITEM-END-CHECK.
           PERFORM  S7300-FETCH-ITEM.

           PERFORM  S3100-ITEM-AS-OF
                    UNTIL  S-ITEM-END
                       OR  W-BAND-CNT  NOT <  C-MAX-CNT.

           EXEC  SQL  CLOSE  CURSOR_ITEM  END-EXEC.

       S3000-LOAD-BANDS-AS-OF-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - I T E M - A S - O F                           *
      *                                                              *
      *    HOW ONE ITEM STOOD ON W-BAND-DT:                          *
      *    - THE LATEST TK142 CHANGE EFFECTIVE BY THEN GIVES ITS     *
      *      POINT, STATUS AND WINDOW;                               *
      *    - ELSE, IF CHANGES EXIST ONLY LATER, THE STATE BEFORE THE *
      *      FIRST OF THEM (AN ADD MEANS THE ITEM DID NOT EXIST);    *
      *    - ELSE THE TK140 ROW AS IT STANDS.                        *
      *                                                              *
      ****************************************************************
       S3100-ITEM-AS-OF                  SECTION.

           MOVE  'N'                      TO  S-IN-FORCE.
           MOVE  C-BSNO                   TO  HK42-BHV-ITM-CD.
           MOVE  HK14-ITM-TXT             TO  HK42-ITM-TXT.

           EXEC  SQL
                 SELECT  AFT_POST_PNT, AFT_STAUS, EFF_DT, END_DT
                   INTO  :W-IT-POST-PNT, :W-IT-STAUS,
                         :W-IT-EFF-DT,   :W-IT-END-DT
                   FROM  LCHD2K14.TK142
                  WHERE  BHV_ITM_CD  =  :HK42-BHV-ITM-CD
                    AND  ITM_TXT     =  :HK42-ITM-TXT
                    AND  EFF_DT     <=  :W-BAND-DT
                  ORDER  BY  EFF_DT DESC, CHG_SEQNO DESC
                  FETCH  FIRST  1  ROW  ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     IF  W-IT-STAUS  =  'A'
                     AND (W-IT-END-DT  =  SPACE
                      OR  W-IT-END-DT  NOT <  W-BAND-DT)
                         MOVE  'Y'        TO  S-IN-FORCE
                     END-IF
                     GO TO  S3100-ADD-BAND
               WHEN  +100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TK142 AS-OF'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL
                 SELECT  CHG_TP, BEF_POST_PNT, BEF_STAUS
                   INTO  :W-IT-CHG-TP, :W-IT-POST-PNT, :W-IT-STAUS
                   FROM  LCHD2K14.TK142
                  WHERE  BHV_ITM_CD  =  :HK42-BHV-ITM-CD
                    AND  ITM_TXT     =  :HK42-ITM-TXT
                  ORDER  BY  EFF_DT ASC, CHG_SEQNO ASC
                  FETCH  FIRST  1  ROW  ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     IF  W-IT-CHG-TP  NOT =  'A'
                     AND W-IT-STAUS   =  'A'
                         MOVE  'Y'        TO  S-IN-FORCE
                     END-IF
               WHEN  +100
                     MOVE  HK14-BHV-POST-PNT  TO  W-IT-POST-PNT
                     IF  HK14-MCHT-ACTIVE
                     AND HK14-EFF-DT  NOT >  W-BAND-DT
                     AND (HK14-END-DT  =  SPACE
                      OR  HK14-END-DT  NOT <  W-BAND-DT)
                         MOVE  'Y'        TO  S-IN-FORCE
                     END-IF
               WHEN  OTHER
                     MOVE  'TK142 FIRST'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S3100-ADD-BAND.

           IF  S-IN-FORCE-YES
               ADD   1                    TO  W-BAND-CNT
               INITIALIZE  LCHYK1B1
               MOVE  HK14-ITM-TXT         TO  K1B1-DATA
               MOVE  HK14-ITM-TXT         TO  W-BD-ITM-TXT (W-BAND-CNT)
               MOVE  K1B1-SLS-PER-AMT     TO  W-BD-SLS-AMT (W-BAND-CNT)
               MOVE  W-IT-POST-PNT        TO  W-BD-SC      (W-BAND-CNT)
               IF  K1B1-SLS-SIGN  =  '-'
                   COMPUTE  W-BD-SLS-AMT (W-BAND-CNT)
                         =  W-BD-SLS-AMT (W-BAND-CNT)  *  -1
               END-IF
           END-IF.

           PERFORM  S7300-FETCH-ITEM.

       S3100-ITEM-AS-OF-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 5 0 0 - F I N D - B A N D                             *
      *                                                              *
      ****************************************************************
       S3500-FIND-BAND                   SECTION.

           MOVE  'N'                      TO  S-BAND-FOUND.
           MOVE  SPACE                    TO  W-NEW-BAND-TXT.
           MOVE  ZERO                     TO  W-NEW-SC.

           PERFORM  S3550-TEST-BAND
                    VARYING  W-B  FROM  1  BY  1
                    UNTIL    W-B  >  W-BAND-CNT
                       OR    S-BAND-FOUND-YES.

       S3500-FIND-BAND-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 5 5 0 - T E S T - B A N D                             *
      *                                                              *
      ****************************************************************
       S3550-TEST-BAND                   SECTION.

           IF  HK44-PER-AMT  NOT <  W-BD-SLS-AMT (W-B)
               MOVE  'Y'                  TO  S-BAND-FOUND
               MOVE  W-BD-ITM-TXT (W-B)   TO  W-NEW-BAND-TXT
               MOVE  W-BD-SC      (W-B)   TO  W-NEW-SC
           END-IF.

       S3550-TEST-BAND-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 9 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      ****************************************************************
       S4900-WRITE-TOTALS                SECTION.

           MOVE  SPACE                    TO  T1-TEXT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  'BACK-DATED FACTOR CHANGES RESTATED ...........'
                                          TO  T1-TEXT.
           MOVE  A-CHG-CNT                TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  'SETTLEMENT DAYS RE-BANDED ....................'
                                          TO  T1-TEXT.
           MOVE  A-DAY-CNT                TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  'MERCHANT-DAYS RESTATED .......................'
                                          TO  T1-TEXT.
           MOVE  A-RESTATED-CNT           TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  '  OF WHICH FACTOR ONLY .......................'
                                          TO  T1-TEXT.
           MOVE  A-FACTOR-ONLY-CNT        TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  '  OF WHICH NO LONGER COVERED BY A BAND .......'
                                          TO  T1-TEXT.
           MOVE  A-UNCOVERED-CNT          TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

           MOVE  '  OF WHICH NOW COVERED BY A BAND .............'
                                          TO  T1-TEXT.
           MOVE  A-COVERED-CNT            TO  T1-CNT.
           PERFORM  S4950-WRITE-TOTAL.

       S4900-WRITE-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 9 5 0 - W R I T E - T O T A L                         *
      *                                                              *
      ****************************************************************
       S4950-WRITE-TOTAL                 SECTION.

           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S4950-WRITE-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 9 0 0 - C H E C K - R P T - W R I T E                 *
      *                                                              *
      ****************************************************************
       S6900-CHECK-RPT-WRITE             SECTION.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S6900:ERROR=LCHNC090 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - C H G                             *
      *                                                              *
      ****************************************************************
       S7100-FETCH-CHG                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_CHG
                 INTO  :HK41-CHG-SEQNO
                 ,     :HK41-CHG-TP
                 ,     :HK41-ITM-TXT
                 ,     :HK41-BHV-POST-PNT
                 ,     :HK41-EFF-DT
                 ,     :HK41-APPV-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'CHG FETCH'    TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7100-FETCH-CHG-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - H I S T                           *
      *                                                              *
      ****************************************************************
       S7200-FETCH-HIST                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_HIST
                 INTO  :HK44-RECON-DT
                 ,     :HK44-ACQ-ID
                 ,     :HK44-MCHT-N
                 ,     :HK44-DECL-AMT
                 ,     :HK44-SLIP-AMT
                 ,     :HK44-PER-AMT
                 ,     :HK44-BAND-TXT
                 ,     :HK44-BS-SC
                 ,     :HK44-BAND-FG
                 ,     :HK44-VAR-AMT
                 ,     :HK44-RECON-DISP
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1              TO  A-HIST-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-HIST-END-CHECK

               WHEN  OTHER
                     MOVE  'HIST FETCH'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7200-FETCH-HIST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 3 0 0 - F E T C H - I T E M                           *
      *                                                              *
      ****************************************************************
       S7300-FETCH-ITEM                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_ITEM
                 INTO  :HK14-ITM-TXT
                 ,     :HK14-BHV-POST-PNT
                 ,     :HK14-MCHT-STAUS
                 ,     :HK14-EFF-DT
                 ,     :HK14-END-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-ITEM-END-CHECK

               WHEN  OTHER
                     MOVE  'ITEM FETCH'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7300-FETCH-ITEM-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      *    THE CHANGE IN HAND ROLLS BACK AND STAYS 'P' FOR THE NEXT  *
      *    RUN; CHANGES ALREADY COMMITTED STAND.                     *
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
      *             E N D   O F   P R O G R A M      LCHBK162         *
      *                                                              *
      ****************************************************************
