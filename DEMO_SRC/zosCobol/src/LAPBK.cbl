      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBK.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : DAILY SECURITY-PAPER STOCK RECONCILIATION     *
      *  DESCRIPTION : BALANCES EVERY OFFICE'S PRE-NUMBERED SECURITY *
      *                PAPER (TRWCY RANGES) FOR ONE DAY, BY OFFICE   *
      *                AND PAPER STOCK:                              *
      *                  OPENING   - YESTERDAY'S TRWDA CLOSE-CNT     *
      *                  RECEIVED  - RANGES REGISTERED SINCE THE     *
      *                              LAST RUN                        *
      *                  PRINTED   - TRWAQ PRINTS STAMPED WITH A     *
      *                              SERIAL TAKEN SINCE THE LAST RUN *
      *                  SPOILED   - TRWCZ JAMS / VOIDS / DAMAGED    *
      *                  CLOSING   - SHEETS STILL ON THE STACKS      *
      *                OPENING + RECEIVED - PRINTED - SPOILED MUST   *
      *                EQUAL CLOSING.  EVERY SERIAL TAKEN SINCE THE  *
      *                LAST RUN (RECON-SERIAL UP TO NEXT-SERIAL - 1) *
      *                IS WALKED; ONE ON NEITHER A PRINT NOR A SPOIL *
      *                IS PRINTED AS A POSSIBLE THEFT OF A BLANK     *
      *                FORM AND LOGGED ON TRWCZ AS 'M' SO IT IS      *
      *                REPORTED ONCE.  PRINTS THAT WENT OUT WITH NO  *
      *                SERIAL (NO RANGE LOADED) ARE COUNTED TOO.  A  *
      *                LINE WITH A DIFFERENCE, A MISSING SERIAL OR   *
      *                AN UNSERIALIZED PRINT IS AN EXCEPTION.  ONE   *
      *                TRWDA ROW IS WRITTEN PER LINE AND THE RANGES  *
      *                ARE MOVED ON TO THE NEW TOP, ONE COMMIT PER   *
      *                LINE.  RUN AFTER THE LAPB2 OVERNIGHT PRINT.   *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBK                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-RECON-DT (PIC X(08)        *
      *                   YYYYMMDD); BLANK = TODAY                   *
      *                                                              *
      *  OUTPUT FILES   : LAPP0K0  -  RECONCILIATION REPORT          *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWCY                              RU                  *
      *  DRWB.TRWCZ                              CR                  *
      *  DRWB.TRWDA                              CR                  *
      *  DRWA.TRWAQ                              R                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0K0
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
           'LAPBK    - WORKING STORAGE BEGINS HERE'.

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

           05  A-RANGE-FETCH-CNT         PIC  9(09)  VALUE  ZERO.
           05  A-GROUP-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-EXCEPT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-MISSING-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-TRWDA-INS-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBK'.
           05  C-MISSING-TXT             PIC  X(40)  VALUE
               'NOT PRINTED OR SPOILED - POSSIBLE THEFT'.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-RECON-DT          PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(72)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-USED-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-USED                         VALUE  HIGH-VALUE.

           05  S-FIRST-ROW               PIC  X(01)  VALUE  'Y'.
               88  S-FIRST-ROW-YES                   VALUE  'Y'.

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

           05  W-RECON-DT                PIC  X(08).
           05  W-DATE-NUM                PIC  9(08).
           05  W-DATE-INT                PIC S9(09)  COMP.
           05  W-EXPECT-SERIAL           PIC  9(09).

      *    CONTROL-BREAK KEYS OF THE LINE BEING BUILT
           05  W-CUR-TXOFF-CD            PIC  X(03).
           05  W-CUR-FORM-ID             PIC  X(06).
           05  W-CUR-ENG-FORM-ID         PIC  X(06).

      *    COUNTS OF THE LINE BEING BUILT
           05  W-LINE-CNTS.
               10  W-OPEN-CNT            PIC S9(09)  COMP.
               10  W-RECV-CNT            PIC S9(09)  COMP.
               10  W-PRINT-CNT           PIC S9(09)  COMP.
               10  W-SPOIL-CNT           PIC S9(09)  COMP.
               10  W-CLOSE-CNT           PIC S9(09)  COMP.
               10  W-DIFF-CNT            PIC S9(09)  COMP.
               10  W-MISSING-CNT         PIC S9(09)  COMP.
               10  W-NOSERIAL-CNT        PIC S9(09)  COMP.

      ****************************************************************
      *                                                              *
      *    H O S T    V A R I A B L E S                              *
      *                                                              *
      ****************************************************************
       01  HOST-VARIABLES.
           05  H-RECON-DT                PIC  X(08).
           05  H-PRV-DT                  PIC  X(08).
           05  H-ENG-FORM-ID             PIC  X(06).
           05  H-LO-SERIAL               PIC  9(09).
           05  H-HI-SERIAL               PIC  9(09).
           05  H-USED-SERIAL             PIC  9(09).
           05  H-CNT                     PIC S9(09)  COMP.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'SECURITY-PAPER STOCK RECONCILIATION    DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(14)  VALUE
                   '  RECON DATE: '.
               10  H1-RECON-DT           PIC  X(08).
               10  FILLER                PIC  X(56)  VALUE  SPACE.

           05  H2-HEAD-LINE.
               10  FILLER                PIC  X(11)  VALUE
                   ' OFF STOCK '.
               10  FILLER                PIC  X(40)  VALUE
                   '   OPENING  RECEIVED   PRINTED   SPOILED'.
               10  FILLER                PIC  X(40)  VALUE
                   '   CLOSING      DIFF   MISSING  NOSERIAL'.
               10  FILLER                PIC  X(41)  VALUE
                   '  STATUS'.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01).
               10  D1-TXOFF-CD           PIC  X(03).
               10  FILLER                PIC  X(01).
               10  D1-FORM-ID            PIC  X(06).
               10  D1-OPEN-CNT           PIC  ZZZZZZZZZ9.
               10  D1-RECV-CNT           PIC  ZZZZZZZZZ9.
               10  D1-PRINT-CNT          PIC  ZZZZZZZZZ9.
               10  D1-SPOIL-CNT          PIC  ZZZZZZZZZ9.
               10  D1-CLOSE-CNT          PIC  ZZZZZZZZZ9.
               10  D1-DIFF-CNT           PIC  ---------9.
               10  D1-MISSING-CNT        PIC  ZZZZZZZZZ9.
               10  D1-NOSERIAL-CNT       PIC  ZZZZZZZZZ9.
               10  FILLER                PIC  X(02).
               10  D1-STATUS             PIC  X(09).
               10  FILLER                PIC  X(30).

           05  M1-MISSING-LINE.
               10  FILLER                PIC  X(05)  VALUE  SPACE.
               10  FILLER                PIC  X(36)  VALUE
                   '*** POSSIBLE THEFT OF BLANK FORM  '.
               10  FILLER                PIC  X(08)  VALUE
                   'OFFICE: '.
               10  M1-TXOFF-CD           PIC  X(03).
               10  FILLER                PIC  X(09)  VALUE
                   '  STOCK: '.
               10  M1-FORM-ID            PIC  X(06).
               10  FILLER                PIC  X(10)  VALUE
                   '  SERIAL: '.
               10  M1-SERIAL             PIC  9(09).
               10  FILLER                PIC  X(10)  VALUE
                   '  DEVICE: '.
               10  M1-PRTID              PIC  X(04).
               10  FILLER                PIC  X(32)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'LINES......:'.
               10  T1-GROUP-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(13)  VALUE
                   '  EXCEPTIONS:'.
               10  T1-EXCEPT-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  MISSING:'.
               10  T1-MISSING-CNT        PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  T1-VERDICT            PIC  X(40).
               10  FILLER                PIC  X(26)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D C L G E N S                                             *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCY      END-EXEC.
           EXEC  SQL  INCLUDE  RWOCZ      END-EXEC.
           EXEC  SQL  INCLUDE  RWODA      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_RANGE : EVERY RANGE STILL IN USE, PLUS A SPENT ONE *
      *    WITH SHEETS TAKEN SINCE THE LAST RUN OR NEVER YET         *
      *    RECONCILED, IN OFFICE / STOCK ORDER.                      *
      ****************************************************************
           EXEC  SQL
                 DECLARE  CURSOR_RANGE  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD, FORM_ID, SERIAL_FROM, SERIAL_TO,
                          PRTID, NEXT_SERIAL, RECON_SERIAL, RECON_DT
                 FROM     DRWB.TRWCY
                 WHERE    RANGE_STAUS  <>  'X'
                    OR    RECON_SERIAL  <  NEXT_SERIAL
                    OR    RECON_DT      =  ' '
                 ORDER BY TXOFF_CD, FORM_ID, SERIAL_FROM
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_USED : THE SERIALS IN ONE RANGE'S WINDOW THAT ARE  *
      *    ACCOUNTED FOR - STAMPED ON A PRINT (EITHER LANGUAGE OF    *
      *    THE STOCK) OR LOGGED AS SPOILED - IN SERIAL ORDER.        *
      ****************************************************************
           EXEC  SQL
                 DECLARE  CURSOR_USED  CURSOR  FOR
                 SELECT   Q.PAPER_SERIAL
                 FROM     DRWA.TRWAQ  Q
                 WHERE    Q.FORM_ID  IN (:TRWCY.FORM-ID, :H-ENG-FORM-ID)
                   AND    Q.PAPER_SERIAL  BETWEEN  :H-LO-SERIAL
                                              AND  :H-HI-SERIAL
                 UNION
                 SELECT   Z.SERIAL_NO
                 FROM     DRWB.TRWCZ  Z
                 WHERE    Z.FORM_ID  =  :TRWCY.FORM-ID
                   AND    Z.SERIAL_NO  BETWEEN  :H-LO-SERIAL
                                           AND  :H-HI-SERIAL
                 ORDER BY 1
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBK    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-RECONCILE.

           PERFORM  S5300-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBK    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** LAPBK    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* RECON-DT         : ' W-RECON-DT.
           DISPLAY '* RANGE-FETCH-CNT  : ' A-RANGE-FETCH-CNT.
           DISPLAY '* GROUP-CNT        : ' A-GROUP-CNT.
           DISPLAY '* EXCEPT-CNT       : ' A-EXCEPT-CNT.
           DISPLAY '* MISSING-CNT      : ' A-MISSING-CNT.
           DISPLAY '* TRWDA-INS-CNT    : ' A-TRWDA-INS-CNT.
           DISPLAY '* RPT-WRIT-CNT     : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-RPT-FILE.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      *    A BLANK CARD MEANS TODAY.  A FUTURE DATE, OR A DAY THAT   *
      *    HAS ALREADY BEEN BALANCED, IS REFUSED - THE RANGES HAVE   *
      *    ALREADY BEEN MOVED ON AND A SECOND RUN WOULD SEE NOTHING. *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    ACCUMULATORS.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LAPBK    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           DISPLAY  'S0200:CARD RECON-DT=' W-SYSIN-RECON-DT.

           IF  W-SYSIN-RECON-DT  =  SPACE
               MOVE  W-SYSTEM-DATE       TO  W-RECON-DT
           ELSE
               IF  W-SYSIN-RECON-DT  NOT NUMERIC
               OR  W-SYSIN-RECON-DT  >  W-SYSTEM-DATE
                   DISPLAY 'S0200:ERROR=INVALID SYSIN RECON-DT('
                            W-SYSIN-RECON-DT ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               MOVE  W-SYSIN-RECON-DT    TO  W-RECON-DT
           END-IF.

           MOVE  W-RECON-DT              TO  H-RECON-DT.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO    :H-CNT
                 FROM    DRWB.TRWDA
                 WHERE   RECON_DT  >=  :H-RECON-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0200:DB ERROR TRWDA SELECT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  H-CNT  >  ZERO
               DISPLAY 'S0200:ERROR=DAY ALREADY RECONCILED('
                        W-RECON-DT ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0K0 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           MOVE  W-RECON-DT              TO  H1-RECON-DT.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  H2-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           ADD   4                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - R E C O N C I L E                             *
      *                                                              *
      *    THE RANGES COME BACK IN OFFICE / STOCK ORDER; EACH CHANGE *
      *    OF EITHER CLOSES ONE RECONCILIATION LINE.                 *
      *                                                              *
      ****************************************************************
       S1100-RECONCILE                   SECTION.

           DISPLAY  'STEP : S1100-RECONCILE'.

           EXEC  SQL  OPEN  CURSOR_RANGE  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR RANGE OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-RANGE
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-ONE-RANGE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_RANGE END-EXEC.

           IF  NOT  S-FIRST-ROW-YES
               PERFORM  S3100-END-LINE
           END-IF.

       S1100-RECONCILE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - O N E - R A N G E                             *
      *                                                              *
      *    A RANGE NEVER RECONCILED BRINGS ITS WHOLE SIZE IN AS      *
      *    RECEIVED.  THE SHEETS LEFT ON IT ARE PART OF THE CLOSING  *
      *    STOCK.  THE SHEETS TAKEN SINCE THE LAST RUN ARE SPLIT     *
      *    INTO PRINTS, SPOILS AND MISSING SERIALS, THEN THE RANGE   *
      *    IS MOVED ON TO THE TOP IT WAS FETCHED AT - A SHEET TAKEN  *
      *    WHILE THIS RUN IS UNDER WAY IS LEFT FOR TOMORROW.         *
      *                                                              *
      ****************************************************************
       S2100-ONE-RANGE                   SECTION.

           IF  S-FIRST-ROW-YES
               MOVE  'N'                  TO  S-FIRST-ROW
               PERFORM  S2110-START-LINE
           END-IF.

           IF  TXOFF-CD OF TRWCY  NOT =  W-CUR-TXOFF-CD
           OR  FORM-ID  OF TRWCY  NOT =  W-CUR-FORM-ID
               PERFORM  S3100-END-LINE
               PERFORM  S2110-START-LINE
           END-IF.

           IF  RECON-DT OF TRWCY  =  SPACE
               COMPUTE  W-RECV-CNT  =  W-RECV-CNT
                                    +  SERIAL-TO OF TRWCY
                                    -  SERIAL-FROM OF TRWCY  +  1
           END-IF.

           IF  NEXT-SERIAL OF TRWCY  NOT >  SERIAL-TO OF TRWCY
               COMPUTE  W-CLOSE-CNT  =  W-CLOSE-CNT
                                     +  SERIAL-TO OF TRWCY
                                     -  NEXT-SERIAL OF TRWCY  +  1
           END-IF.

           IF  NEXT-SERIAL OF TRWCY  >  RECON-SERIAL OF TRWCY
               MOVE  RECON-SERIAL OF TRWCY
                                          TO  H-LO-SERIAL
               COMPUTE  H-HI-SERIAL  =  NEXT-SERIAL OF TRWCY  -  1
               PERFORM  S2200-COUNT-USED
               PERFORM  S2300-SCAN-GAPS
           END-IF.

           EXEC  SQL
                 UPDATE  DRWB.TRWCY
                 SET     RECON_SERIAL  =  :TRWCY.NEXT-SERIAL
                 ,       RECON_DT      =  :H-RECON-DT
                 WHERE   FORM_ID       =  :TRWCY.FORM-ID
                   AND   SERIAL_FROM   =  :TRWCY.SERIAL-FROM
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2100:DB ERROR TRWCY UPDATE=' W-SQLCODE
                        ' STOCK=' FORM-ID OF TRWCY
                        ' FROM=' SERIAL-FROM OF TRWCY
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S2100-ONE-RANGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 1 0 - S T A R T - L I N E                           *
      *                                                              *
      *    THE ENGLISH FORMS PRINT ON THE SAME STOCK, SO THEIR       *
      *    PRINTS COUNT AGAINST IT.                                  *
      *                                                              *
      ****************************************************************
       S2110-START-LINE                  SECTION.

           MOVE  TXOFF-CD OF TRWCY        TO  W-CUR-TXOFF-CD.
           MOVE  FORM-ID  OF TRWCY        TO  W-CUR-FORM-ID.

           EVALUATE  W-CUR-FORM-ID
               WHEN  'T75'
                     MOVE  'T75E'         TO  W-CUR-ENG-FORM-ID
               WHEN  'FORM02'
                     MOVE  'F02E'         TO  W-CUR-ENG-FORM-ID
               WHEN  OTHER
                     MOVE  W-CUR-FORM-ID  TO  W-CUR-ENG-FORM-ID
           END-EVALUATE.

           MOVE  W-CUR-ENG-FORM-ID        TO  H-ENG-FORM-ID.

           INITIALIZE                    W-LINE-CNTS.

       S2110-START-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - C O U N T - U S E D                           *
      *                                                              *
      *    A PRINT WHOSE SHEET WAS THEN LOGGED AS SPOILED (JAMMED    *
      *    OR VOIDED AFTER PRINTING) IS COUNTED ONCE, AS THE SPOIL.  *
      *                                                              *
      ****************************************************************
       S2200-COUNT-USED                  SECTION.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO    :H-CNT
                 FROM    DRWA.TRWAQ  Q
                 WHERE   Q.FORM_ID  IN (:TRWCY.FORM-ID, :H-ENG-FORM-ID)
                   AND   Q.PAPER_SERIAL  BETWEEN  :H-LO-SERIAL
                                             AND  :H-HI-SERIAL
                   AND   NOT EXISTS
                       ( SELECT  1
                           FROM  DRWB.TRWCZ  Z
                          WHERE  Z.FORM_ID    =  :TRWCY.FORM-ID
                            AND  Z.SERIAL_NO  =  Q.PAPER_SERIAL )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2200:DB ERROR TRWAQ SELECT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   H-CNT                    TO  W-PRINT-CNT.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO    :H-CNT
                 FROM    DRWB.TRWCZ
                 WHERE   FORM_ID    =  :TRWCY.FORM-ID
                   AND   SERIAL_NO  BETWEEN  :H-LO-SERIAL
                                         AND  :H-HI-SERIAL
                   AND   SPOIL_RSN  <>  'M'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2200:DB ERROR TRWCZ SELECT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   H-CNT                    TO  W-SPOIL-CNT.

       S2200-COUNT-USED-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - S C A N - G A P S                             *
      *                                                              *
      *    WALKS THE WINDOW AGAINST THE ACCOUNTED SERIALS; EVERY     *
      *    SERIAL SKIPPED IS MISSING.                                *
      *                                                              *
      ****************************************************************
       S2300-SCAN-GAPS                   SECTION.

           MOVE  H-LO-SERIAL              TO  W-EXPECT-SERIAL.

           EXEC  SQL  OPEN  CURSOR_USED   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2300:DB ERROR USED OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-USED-END-CHECK.
           PERFORM  UNTIL  S-NO-USED
              PERFORM  S7200-FETCH-USED
              IF  NOT  S-NO-USED
                  PERFORM  UNTIL  W-EXPECT-SERIAL  NOT <  H-USED-SERIAL
                     PERFORM  S2400-LOG-MISSING
                     ADD   1              TO  W-EXPECT-SERIAL
                  END-PERFORM
                  IF  H-USED-SERIAL  NOT <  W-EXPECT-SERIAL
                      COMPUTE  W-EXPECT-SERIAL  =  H-USED-SERIAL  +  1
                  END-IF
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_USED  END-EXEC.

           PERFORM  UNTIL  W-EXPECT-SERIAL  >  H-HI-SERIAL
              PERFORM  S2400-LOG-MISSING
              ADD   1                     TO  W-EXPECT-SERIAL
           END-PERFORM.

       S2300-SCAN-GAPS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - L O G - M I S S I N G                         *
      *                                                              *
      *    PRINTS THE SERIAL IN W-EXPECT-SERIAL AS A POSSIBLE THEFT  *
      *    AND LOGS IT ON TRWCZ AS 'M'.  A COUNTER SPOIL ENTERED     *
      *    LATER FOR THE SAME SHEET RECLASSIFIES THE ROW (LAP9D).    *
      *                                                              *
      ****************************************************************
       S2400-LOG-MISSING                 SECTION.

           ADD   1                        TO  W-MISSING-CNT
                                              A-MISSING-CNT.

           MOVE  TXOFF-CD OF TRWCY        TO  M1-TXOFF-CD.
           MOVE  FORM-ID  OF TRWCY        TO  M1-FORM-ID.
           MOVE  W-EXPECT-SERIAL          TO  M1-SERIAL.
           MOVE  PRTID    OF TRWCY        TO  M1-PRTID.
           WRITE  O-RPT-REC  FROM  M1-MISSING-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           INITIALIZE                    TRWCZ.
           MOVE  FORM-ID  OF TRWCY        TO  FORM-ID  OF TRWCZ.
           MOVE  W-EXPECT-SERIAL          TO  SERIAL-NO OF TRWCZ.
           MOVE  TXOFF-CD OF TRWCY        TO  TXOFF-CD OF TRWCZ.
           MOVE  PRTID    OF TRWCY        TO  PRTID    OF TRWCZ.
           MOVE  'M'                      TO  SPOIL-RSN OF TRWCZ.
           MOVE  C-MISSING-TXT            TO  RSN-TXT  OF TRWCZ.
           MOVE  W-RECON-DT               TO  SPOIL-DT OF TRWCZ.
           MOVE  W-SYSTEM-TIME            TO  SPOIL-TIME OF TRWCZ.
           MOVE  C-PROG-ID                TO  SPOIL-OPID OF TRWCZ.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCZ
                       ( FORM_ID,        SERIAL_NO,      TXOFF_CD,
                         PRTID,          SPOIL_RSN,      RSN_TXT,
                         RCVE_NO_TXOFF,  RCVE_NO_YY,     RCVE_NO_SEQNO,
                         SPOIL_DT,       SPOIL_TIME,     SPOIL_OPID )
                 VALUES
                       ( :TRWCZ.FORM-ID,       :TRWCZ.SERIAL-NO,
                         :TRWCZ.TXOFF-CD,      :TRWCZ.PRTID,
                         :TRWCZ.SPOIL-RSN,     :TRWCZ.RSN-TXT,
                         :TRWCZ.RCVE-NO-TXOFF, :TRWCZ.RCVE-NO-YY,
                         :TRWCZ.RCVE-NO-SEQNO, :TRWCZ.SPOIL-DT,
                         :TRWCZ.SPOIL-TIME,    :TRWCZ.SPOIL-OPID )
           END-EXEC.

      *    -803 : LOGGED AT THE COUNTER SINCE THE WINDOW WAS READ
           IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  -803
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2400:DB ERROR TRWCZ INSERT=' W-SQLCODE
                        ' SERIAL=' W-EXPECT-SERIAL
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S2400-LOG-MISSING-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - E N D - L I N E                               *
      *                                                              *
      *    OPENING IS THE CLOSE OF THE LAST BALANCED DAY (NONE ON    *
      *    THE FIRST RUN - THE RANGES THEN ALL COME IN AS RECEIVED). *
      *    UNSERIALIZED PRINTS ARE COUNTED FROM THE DAY AFTER THAT   *
      *    ONE, OR FOR THE RECON DAY ALONE ON THE FIRST RUN.  THE    *
      *    LINE IS PRINTED, WRITTEN TO TRWDA AND COMMITTED WITH THE  *
      *    RANGE UPDATES BEHIND IT.                                  *
      *                                                              *
      ****************************************************************
       S3100-END-LINE                    SECTION.

           ADD   1                        TO  A-GROUP-CNT.

           MOVE  W-CUR-TXOFF-CD           TO  TXOFF-CD OF TRWDA.
           MOVE  W-CUR-FORM-ID            TO  FORM-ID  OF TRWDA.

           EXEC  SQL
                 SELECT  RECON_DT,  CLOSE_CNT
                 INTO    :H-PRV-DT, :TRWDA.CLOSE-CNT
                 FROM    DRWB.TRWDA
                 WHERE   TXOFF_CD  =  :TRWDA.TXOFF-CD
                   AND   FORM_ID   =  :TRWDA.FORM-ID
                   AND   RECON_DT  <  :H-RECON-DT
                 ORDER BY RECON_DT DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  CLOSE-CNT OF TRWDA
                                          TO  W-OPEN-CNT
               WHEN  100
                     MOVE  ZERO           TO  W-OPEN-CNT
                     MOVE  W-RECON-DT     TO  W-DATE-NUM
                     COMPUTE  W-DATE-INT  =  FUNCTION INTEGER-OF-DATE
                                                     (W-DATE-NUM)  -  1
                     COMPUTE  W-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                                     (W-DATE-INT)
                     MOVE  W-DATE-NUM     TO  H-PRV-DT
               WHEN  OTHER
                     MOVE  SQLCODE        TO  W-SQLCODE
                     DISPLAY 'S3100:DB ERROR TRWDA SELECT=' W-SQLCODE
                     MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO    :H-CNT
                 FROM    DRWA.TRWAQ
                 WHERE   RCVE_NO_TXOFF  =  :TRWDA.TXOFF-CD
                   AND   FORM_ID  IN (:TRWDA.FORM-ID, :H-ENG-FORM-ID)
                   AND   PAPER_SERIAL   =  0
                   AND   PRINT_DT       >  :H-PRV-DT
                   AND   PRINT_DT      <=  :H-RECON-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S3100:DB ERROR TRWAQ SELECT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  H-CNT                    TO  W-NOSERIAL-CNT.

           COMPUTE  W-DIFF-CNT  =  W-OPEN-CNT
                                +  W-RECV-CNT
                                -  W-PRINT-CNT
                                -  W-SPOIL-CNT
                                -  W-CLOSE-CNT.

           MOVE  W-RECON-DT               TO  RECON-DT     OF TRWDA.
           MOVE  W-OPEN-CNT               TO  OPEN-CNT     OF TRWDA.
           MOVE  W-RECV-CNT               TO  RECV-CNT     OF TRWDA.
           MOVE  W-PRINT-CNT              TO  PRINT-CNT    OF TRWDA.
           MOVE  W-SPOIL-CNT              TO  SPOIL-CNT    OF TRWDA.
           MOVE  W-CLOSE-CNT              TO  CLOSE-CNT    OF TRWDA.
           MOVE  W-DIFF-CNT               TO  DIFF-CNT     OF TRWDA.
           MOVE  W-MISSING-CNT            TO  MISSING-CNT  OF TRWDA.
           MOVE  W-NOSERIAL-CNT           TO  NOSERIAL-CNT OF TRWDA.

           IF  W-DIFF-CNT      =  ZERO
           AND W-MISSING-CNT   =  ZERO
           AND W-NOSERIAL-CNT  =  ZERO
               MOVE  'B'                  TO  RECON-STAUS  OF TRWDA
           ELSE
               MOVE  'E'                  TO  RECON-STAUS  OF TRWDA
               ADD   1                    TO  A-EXCEPT-CNT
           END-IF.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWDA
                       ( RECON_DT,     TXOFF_CD,     FORM_ID,
                         OPEN_CNT,     RECV_CNT,     PRINT_CNT,
                         SPOIL_CNT,    CLOSE_CNT,    DIFF_CNT,
                         MISSING_CNT,  NOSERIAL_CNT, RECON_STAUS )
                 VALUES
                       ( :TRWDA.RECON-DT,     :TRWDA.TXOFF-CD,
                         :TRWDA.FORM-ID,      :TRWDA.OPEN-CNT,
                         :TRWDA.RECV-CNT,     :TRWDA.PRINT-CNT,
                         :TRWDA.SPOIL-CNT,    :TRWDA.CLOSE-CNT,
                         :TRWDA.DIFF-CNT,     :TRWDA.MISSING-CNT,
                         :TRWDA.NOSERIAL-CNT, :TRWDA.RECON-STAUS )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S3100:DB ERROR TRWDA INSERT=' W-SQLCODE
                        ' OFFICE=' W-CUR-TXOFF-CD
                        ' STOCK=' W-CUR-FORM-ID
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-TRWDA-INS-CNT.

           MOVE  SPACE                    TO  D1-DETAIL-LINE.
           MOVE  W-CUR-TXOFF-CD           TO  D1-TXOFF-CD.
           MOVE  W-CUR-FORM-ID            TO  D1-FORM-ID.
           MOVE  W-OPEN-CNT               TO  D1-OPEN-CNT.
           MOVE  W-RECV-CNT               TO  D1-RECV-CNT.
           MOVE  W-PRINT-CNT              TO  D1-PRINT-CNT.
           MOVE  W-SPOIL-CNT              TO  D1-SPOIL-CNT.
           MOVE  W-CLOSE-CNT              TO  D1-CLOSE-CNT.
           MOVE  W-DIFF-CNT               TO  D1-DIFF-CNT.
           MOVE  W-MISSING-CNT            TO  D1-MISSING-CNT.
           MOVE  W-NOSERIAL-CNT           TO  D1-NOSERIAL-CNT.
           IF  RECON-STAUS-BALANCED
               MOVE  'BALANCED'           TO  D1-STATUS
           ELSE
               MOVE  'EXCEPTION'          TO  D1-STATUS
           END-IF.
           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           EXEC  SQL  COMMIT  END-EXEC.

       S3100-END-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      *    EXCEPTIONS DO NOT FAIL THE STEP - THE DAY IS STILL        *
      *    BALANCED AND MOVED ON; THE REPORT GOES TO THE OFFICE      *
      *    STOCK CONTROLLERS FOR FOLLOW-UP.                          *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           IF  A-EXCEPT-CNT  =  ZERO
               MOVE  'ALL STOCK BALANCED'
                                          TO  T1-VERDICT
           ELSE
               MOVE  'EXCEPTIONS - INVESTIGATE BEFORE ISSUE'
                                          TO  T1-VERDICT
               DISPLAY 'S5300:WARNING=STOCK EXCEPTIONS, LINES='
                        A-EXCEPT-CNT ' MISSING=' A-MISSING-CNT
           END-IF.

           MOVE  A-GROUP-CNT              TO  T1-GROUP-CNT.
           MOVE  A-EXCEPT-CNT             TO  T1-EXCEPT-CNT.
           MOVE  A-MISSING-CNT            TO  T1-MISSING-CNT.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - R A N G E                         *
      *                                                              *
      ****************************************************************
       S7100-FETCH-RANGE                 SECTION.

           EXEC  SQL
                 FETCH  CURSOR_RANGE
                 INTO  :TRWCY.TXOFF-CD,     :TRWCY.FORM-ID,
                       :TRWCY.SERIAL-FROM,  :TRWCY.SERIAL-TO,
                       :TRWCY.PRTID,        :TRWCY.NEXT-SERIAL,
                       :TRWCY.RECON-SERIAL, :TRWCY.RECON-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1              TO  A-RANGE-FETCH-CNT
               WHEN  100
                     MOVE  HIGH-VALUE     TO  S-DATA-END-CHECK
               WHEN  OTHER
                     MOVE  SQLCODE        TO  W-SQLCODE
                     DISPLAY 'S7100:DB ERROR RANGE FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-RANGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - U S E D                           *
      *                                                              *
      ****************************************************************
       S7200-FETCH-USED                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_USED
                 INTO  :H-USED-SERIAL
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  HIGH-VALUE     TO  S-USED-END-CHECK
               WHEN  OTHER
                     MOVE  SQLCODE        TO  W-SQLCODE
                     DISPLAY 'S7200:DB ERROR USED FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7200-FETCH-USED-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBK            *
      *                                                              *
      ****************************************************************
