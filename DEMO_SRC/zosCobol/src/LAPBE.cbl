      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBE.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : LICENCE / PERMIT EXPIRY SWEEP                 *
      *  DESCRIPTION : NIGHTLY PASS OVER THE DRWB.TRWCK PERMIT       *
      *                REGISTER IN THREE STEPS:                      *
      *                1. CARRY THE BUSINESS ID ONTO PERMITS TAKEN   *
      *                   BEFORE THE REGISTRATION HAD ONE, FROM      *
      *                   DTBA.TTBAA, SO THE ONLINE CHECKS BY        *
      *                   BUSINESS ID FIND THEM.                     *
      *                2. FLAG EXPIRED - EVERY ACTIVE PERMIT WHOSE   *
      *                   EXPIRY-DT HAS PASSED GOES TO STATUS 'E'    *
      *                   AND IS LISTED BY OFFICE.                   *
      *                3. LIST EVERY ACTIVE PERMIT EXPIRING WITHIN   *
      *                   THE SYSIN LOOK-AHEAD WINDOW, BY OFFICE,    *
      *                   WITH THE DAYS LEFT, SO THE OFFICE CAN      *
      *                   REMIND THE BUSINESS TO RENEW BEFORE A      *
      *                   CERTIFICATE IS HELD FOR IT.                *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBE                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-LOOKAHEAD (PIC 9(03) DAYS) *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWCK                              RU                  *
      *  DTBA.TTBAA                              R                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0E0
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
           'LAPBE    - WORKING STORAGE BEGINS HERE'.

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

           05  A-BACKFILL-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-LAPSED-READ-CNT         PIC  9(13)  VALUE  ZERO.
           05  A-EXPIRED-CNT             PIC  9(13)  VALUE  ZERO.
           05  A-EXPIRING-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-OFFICE-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBE'.
           05  C-COMMIT-FREQ             PIC S9(04)  COMP  VALUE +100.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      *    ONE CARD, SUPPLYING THE LOOK-AHEAD WINDOW IN DAYS.        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-LOOKAHEAD         PIC  9(03)  VALUE  ZERO.
           05  FILLER                    PIC  X(77)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-FIRST-OFF-FLAG          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-FIRST-OFF-YES                   VALUE  LOW-VALUE.
               88  S-FIRST-OFF-NO                    VALUE  HIGH-VALUE.

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
           05  W-DAYS-LEFT               PIC  S9(09) COMP.
           05  W-PREV-TXOFF              PIC  X(03)  VALUE  SPACE.
           05  W-COMMIT-CNT              PIC  S9(04) COMP.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'PERMIT EXPIRY SWEEP           RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(12)  VALUE
                   ' LOOK-AHEAD:'.
               10  H1-LOOKAHEAD          PIC  ZZ9.
               10  FILLER                PIC  X(68)  VALUE  SPACE.

           05  S1-STEP-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  S1-TITLE              PIC  X(60).
               10  FILLER                PIC  X(71)  VALUE  SPACE.

           05  H2-OFFICE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(13)  VALUE
                   'TAX OFFICE : '.
               10  H2-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(115) VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(03)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D1-RCVE-YEAR          PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D1-RCVE-NO            PIC  9(07).
               10  FILLER                PIC  X(01)  VALUE  '/'.
               10  D1-PERMIT-SEQNO       PIC  ZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-PERMIT-TP          PIC  X(03).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-PERMIT-NO          PIC  X(30).
               10  FILLER                PIC  X(10)  VALUE
                   ' EXPIRES: '.
               10  D1-EXPIRY-DT          PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-NOTE               PIC  X(14).
               10  D1-DAYS-LEFT          PIC  ZZZZ9  BLANK WHEN ZERO.
               10  FILLER                PIC  X(20)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-TEXT               PIC  X(30).
               10  FILLER                PIC  X(02)  VALUE  ': '.
               10  T1-CNT                PIC  ZZZZZZZZZZZZ9.
               10  FILLER                PIC  X(86)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCK   (   LICENCE / PERMIT REGISTER   )            *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCK      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_LAPSED : EVERY ACTIVE PERMIT WHOSE EXPIRY-DT HAS   *
      *    PASSED, OFFICE ORDER.  HELD OVER THE INTERIM COMMITS.     *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_LAPSED  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD
                 ,        RCVE_YEAR
                 ,        RCVE_NO
                 ,        PERMIT_SEQNO
                 ,        BUSNID
                 ,        PERMIT_TP
                 ,        PERMIT_NO
                 ,        EXPIRY_DT
                 FROM     DRWB.TRWCK
                 WHERE    PERMIT_STAUS =  'A'
                 AND      EXPIRY_DT    >  '        '
                 AND      EXPIRY_DT    <  :W-SYSTEM-DATE
                 ORDER BY TXOFF_CD, EXPIRY_DT,
                          RCVE_YEAR, RCVE_NO, PERMIT_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_EXPIRING : EVERY ACTIVE PERMIT WHOSE EXPIRY-DT     *
      *    FALLS WITHIN THE LOOK-AHEAD WINDOW, OFFICE ORDER.         *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_EXPIRING  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD
                 ,        RCVE_YEAR
                 ,        RCVE_NO
                 ,        PERMIT_SEQNO
                 ,        BUSNID
                 ,        PERMIT_TP
                 ,        PERMIT_NO
                 ,        EXPIRY_DT
                 ,        DAYS(DATE(SUBSTR(EXPIRY_DT,1,4) || '-' ||
                                   SUBSTR(EXPIRY_DT,5,2) || '-' ||
                                   SUBSTR(EXPIRY_DT,7,2)))
                          - DAYS(CURRENT DATE)
                 FROM     DRWB.TRWCK
                 WHERE    PERMIT_STAUS =  'A'
                 AND      EXPIRY_DT    >  '        '
                 AND      DAYS(DATE(SUBSTR(EXPIRY_DT,1,4) || '-' ||
                                    SUBSTR(EXPIRY_DT,5,2) || '-' ||
                                    SUBSTR(EXPIRY_DT,7,2)))
                          - DAYS(CURRENT DATE)
                          BETWEEN  0  AND  :W-SYSIN-LOOKAHEAD
                 ORDER BY TXOFF_CD, EXPIRY_DT,
                          RCVE_YEAR, RCVE_NO, PERMIT_SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBE    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1000-BACKFILL-BUSNID.

           PERFORM  S2000-FLAG-EXPIRED.

           PERFORM  S3000-LIST-EXPIRING.

           PERFORM  S4000-WRITE-TOTALS.

           EXEC  SQL  COMMIT    END-EXEC.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBE    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LAPBE    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* BACKFILL-CNT    : ' A-BACKFILL-CNT.
           DISPLAY '* LAPSED-READ-CNT : ' A-LAPSED-READ-CNT.
           DISPLAY '* EXPIRED-CNT     : ' A-EXPIRED-CNT.
           DISPLAY '* EXPIRING-CNT    : ' A-EXPIRING-CNT.
           DISPLAY '* OFFICE-CNT      : ' A-OFFICE-CNT.
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
           DISPLAY '### LAPBE    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-LOOKAHEAD         NOT  NUMERIC
           OR  W-SYSIN-LOOKAHEAD         =   ZERO
               DISPLAY 'S0200:ERROR=INVALID SYSIN LOOK-AHEAD('
                        W-SYSIN-LOOKAHEAD ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0E0 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           MOVE  W-SYSIN-LOOKAHEAD       TO  H1-LOOKAHEAD.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - B A C K F I L L - B U S N I D                 *
      *                                                              *
      *    A PERMIT SEEDED AT REGISTRATION OR ADDED BEFORE THE       *
      *    BUSINESS ID WAS GRANTED CARRIES A BLANK BUSNID.  TAKE IT  *
      *    FROM THE TTBAA RECEIPT ONCE THE RECEIPT HAS ONE.          *
      *                                                              *
      ****************************************************************
       S1000-BACKFILL-BUSNID             SECTION.

           DISPLAY  'STEP : S1000-BACKFILL-BUSNID'.

           EXEC  SQL
                 UPDATE  DRWB.TRWCK  K
                    SET  BUSNID      =
                         ( SELECT  A.BUSNID
                             FROM  DTBA.TTBAA  A
                            WHERE  A.TXOFF_CD  = K.TXOFF_CD
                              AND  A.RCVE_YEAR = K.RCVE_YEAR
                              AND  A.RCVE_NO   = K.RCVE_NO )
                 ,       CHANGE_DT   = :W-SYSTEM-DATE
                 ,       CHANGE_OPID = :C-PROG-ID
                  WHERE  K.BUSNID    = ' '
                    AND  EXISTS
                         ( SELECT  1
                             FROM  DTBA.TTBAA  A
                            WHERE  A.TXOFF_CD  = K.TXOFF_CD
                              AND  A.RCVE_YEAR = K.RCVE_YEAR
                              AND  A.RCVE_NO   = K.RCVE_NO
                              AND  A.BUSNID    > ' ' )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  A-BACKFILL-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'BUSNID BACKFILL'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  COMMIT  END-EXEC.

       S1000-BACKFILL-BUSNID-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - F L A G - E X P I R E D                       *
      *                                                              *
      ****************************************************************
       S2000-FLAG-EXPIRED                SECTION.

           DISPLAY  'STEP : S2000-FLAG-EXPIRED'.

           MOVE  'PERMITS PAST EXPIRY - FLAGGED EXPIRED TONIGHT'
                                          TO  S1-TITLE.
           WRITE  O-RPT-REC  FROM  S1-STEP-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  LOW-VALUE                TO  S-FIRST-OFF-FLAG.
           MOVE  ZERO                     TO  W-COMMIT-CNT.

           EXEC  SQL  OPEN  CURSOR_LAPSED   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'LAPSED OPEN'        TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-LAPSED
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-EXPIRE-PERMIT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_LAPSED   END-EXEC.

           EXEC  SQL  COMMIT  END-EXEC.

       S2000-FLAG-EXPIRED-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - E X P I R E - P E R M I T                     *
      *                                                              *
      *    THE UPDATE IS GUARDED ON 'A' - A PERMIT RENEWED, SUSPENDED*
      *    OR WITHDRAWN IN LA98 SINCE THE FETCH IS LEFT ALONE.       *
      *                                                              *
      ****************************************************************
       S2100-EXPIRE-PERMIT               SECTION.

           EXEC  SQL
                 UPDATE  DRWB.TRWCK
                    SET  PERMIT_STAUS = 'E'
                 ,       STAUS_DT     = :W-SYSTEM-DATE
                 ,       CHANGE_DT    = :W-SYSTEM-DATE
                 ,       CHANGE_OPID  = :C-PROG-ID
                  WHERE  TXOFF_CD     = :TRWCK.TXOFF-CD
                    AND  RCVE_YEAR    = :TRWCK.RCVE-YEAR
                    AND  RCVE_NO      = :TRWCK.RCVE-NO
                    AND  PERMIT_SEQNO = :TRWCK.PERMIT-SEQNO
                    AND  PERMIT_STAUS = 'A'
                    AND  EXPIRY_DT    < :W-SYSTEM-DATE
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-EXPIRED-CNT
               WHEN  100
                     GO TO  S2100-EXPIRE-PERMIT-EXIT
               WHEN  OTHER
                     MOVE  'TRWCK EXPIRE'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           PERFORM  S5000-CHECK-OFFICE-BREAK.

           MOVE  'NOW EXPIRED'            TO  D1-NOTE.
           MOVE  ZERO                     TO  W-DAYS-LEFT.
           PERFORM  S5100-WRITE-DETAIL.

           ADD   1                        TO  W-COMMIT-CNT.
           IF  W-COMMIT-CNT  >=  C-COMMIT-FREQ
               EXEC  SQL  COMMIT  END-EXEC
               MOVE  ZERO                 TO  W-COMMIT-CNT
           END-IF.

       S2100-EXPIRE-PERMIT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - L I S T - E X P I R I N G                     *
      *                                                              *
      ****************************************************************
       S3000-LIST-EXPIRING               SECTION.

           DISPLAY  'STEP : S3000-LIST-EXPIRING'.

           MOVE  'ACTIVE PERMITS EXPIRING WITHIN THE LOOK-AHEAD'
                                          TO  S1-TITLE.
           WRITE  O-RPT-REC  FROM  S1-STEP-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  LOW-VALUE                TO  S-FIRST-OFF-FLAG.

           EXEC  SQL  OPEN  CURSOR_EXPIRING   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'EXPIRING OPEN'      TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7200-FETCH-EXPIRING
              IF  NOT  S-NO-DATA
                  PERFORM  S5000-CHECK-OFFICE-BREAK
                  IF  W-DAYS-LEFT  =  ZERO
                      MOVE  'EXPIRES TODAY'  TO  D1-NOTE
                  ELSE
                      MOVE  'DAYS LEFT:'     TO  D1-NOTE
                  END-IF
                  PERFORM  S5100-WRITE-DETAIL
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_EXPIRING   END-EXEC.

       S3000-LIST-EXPIRING-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 0 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      ****************************************************************
       S4000-WRITE-TOTALS                SECTION.

           MOVE  'PERMITS GIVEN THEIR BUSNID' TO  T1-TEXT.
           MOVE  A-BACKFILL-CNT           TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  'PERMITS FLAGGED EXPIRED'    TO  T1-TEXT.
           MOVE  A-EXPIRED-CNT            TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  'PERMITS EXPIRING IN WINDOW' TO  T1-TEXT.
           MOVE  A-EXPIRING-CNT           TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S4000-WRITE-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 0 0 0 - C H E C K - O F F I C E - B R E A K           *
      *                                                              *
      ****************************************************************
       S5000-CHECK-OFFICE-BREAK          SECTION.

           IF  S-FIRST-OFF-NO
           AND TXOFF-CD OF TRWCK       =  W-PREV-TXOFF
               CONTINUE
           ELSE
               MOVE  TXOFF-CD OF TRWCK    TO  H2-TXOFF
               WRITE  O-RPT-REC  FROM  H2-OFFICE-LINE
               PERFORM  S6900-CHECK-RPT-WRITE
               ADD   1                    TO  A-OFFICE-CNT
           END-IF.

           MOVE  TXOFF-CD OF TRWCK        TO  W-PREV-TXOFF.
           MOVE  HIGH-VALUE               TO  S-FIRST-OFF-FLAG.

       S5000-CHECK-OFFICE-BREAK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      ****************************************************************
       S5100-WRITE-DETAIL                SECTION.

           MOVE  TXOFF-CD     OF TRWCK    TO  D1-TXOFF.
           MOVE  RCVE-YEAR    OF TRWCK    TO  D1-RCVE-YEAR.
           MOVE  RCVE-NO      OF TRWCK    TO  D1-RCVE-NO.
           MOVE  PERMIT-SEQNO OF TRWCK    TO  D1-PERMIT-SEQNO.
           MOVE  BUSNID       OF TRWCK    TO  D1-BUSNID.
           MOVE  PERMIT-TP    OF TRWCK    TO  D1-PERMIT-TP.
           MOVE  PERMIT-NO    OF TRWCK    TO  D1-PERMIT-NO.
           MOVE  EXPIRY-DT    OF TRWCK    TO  D1-EXPIRY-DT.
           MOVE  W-DAYS-LEFT              TO  D1-DAYS-LEFT.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S5100-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 9 0 0 - C H E C K - R P T - W R I T E                 *
      *                                                              *
      ****************************************************************
       S6900-CHECK-RPT-WRITE             SECTION.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S6900:ERROR=LAPP0E0 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - L A P S E D                       *
      *                                                              *
      ****************************************************************
       S7100-FETCH-LAPSED                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_LAPSED
                 INTO  :TRWCK.TXOFF-CD
                 ,     :TRWCK.RCVE-YEAR
                 ,     :TRWCK.RCVE-NO
                 ,     :TRWCK.PERMIT-SEQNO
                 ,     :TRWCK.BUSNID
                 ,     :TRWCK.PERMIT-TP
                 ,     :TRWCK.PERMIT-NO
                 ,     :TRWCK.EXPIRY-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-LAPSED-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'LAPSED FETCH'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7100-FETCH-LAPSED-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - E X P I R I N G                   *
      *                                                              *
      ****************************************************************
       S7200-FETCH-EXPIRING              SECTION.

           EXEC  SQL
                 FETCH  CURSOR_EXPIRING
                 INTO  :TRWCK.TXOFF-CD
                 ,     :TRWCK.RCVE-YEAR
                 ,     :TRWCK.RCVE-NO
                 ,     :TRWCK.PERMIT-SEQNO
                 ,     :TRWCK.BUSNID
                 ,     :TRWCK.PERMIT-TP
                 ,     :TRWCK.PERMIT-NO
                 ,     :TRWCK.EXPIRY-DT
                 ,     :W-DAYS-LEFT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-EXPIRING-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'EXPIRING FETCH'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7200-FETCH-EXPIRING-EXIT.
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
      *             E N D   O F   P R O G R A M      LAPBE            *
      *                                                              *
      ****************************************************************
