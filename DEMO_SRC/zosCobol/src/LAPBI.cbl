      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBI.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : CORPORATE-REGISTRY RECONCILIATION             *
      *  DESCRIPTION : MONTHLY RUN OVER THE COMMERCIAL-REGISTRY      *
      *                EXTRACT.  EACH COMPANY'S BUSINESS ID IS       *
      *                CHECKED THROUGH LCBSIDCK AND MATCHED TO OUR   *
      *                CORPORATE (BUSN_OWNER_TP '5') REGISTRATION ON *
      *                DTAA.TTAAA, AND EVERY DIFFERENCE BECOMES A    *
      *                DRWB.TRWCN LINE FOR THE OFFICE TO WORK ON     *
      *                LAP9A:                                        *
      *                  N  NAME DIFFERS FROM THE TRADE NAME         *
      *                  A  HEAD-OFFICE ADDRESS DIFFERS              *
      *                  R  REPRESENTATIVE DIFFERS FROM THE CHIEF    *
      *                  C  DISSOLVED ON THE REGISTRY BUT STILL      *
      *                     LIVE HERE - CLOSURE CANDIDATE            *
      *                  U  NO CORPORATE REGISTRATION HERE -         *
      *                     POSSIBLE UNREGISTERED BUSINESS, WORKED   *
      *                     BY THE OFFICE OF ITS REGISTRY ADDRESS    *
      *                A DIFFERENCE STILL OPEN FROM AN EARLIER MONTH,*
      *                OR ONE THE OFFICE IGNORED WITH THE SAME       *
      *                VALUES, IS LISTED BUT NOT RAISED AGAIN.       *
      *                A RECORD WHOSE BUSINESS ID FAILS THE CHECK    *
      *                DIGIT IS LISTED AS REJECTED.                  *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBI                                      *
      *                                                              *
      *  INPUT FILES    : LAPINI0  -  REGISTRY EXTRACT (LRECL 200)   *
      *                   COLS   1-10  BUSINESS ID                   *
      *                   COLS  11-23  CORPORATE REGISTRATION NO     *
      *                   COLS  24-53  COMPANY NAME                  *
      *                   COLS  54-63  HEAD OFFICE LEGAL-DONG CODE   *
      *                   COLS  64-67  BUNJI                         *
      *                   COLS  68-71  HO                            *
      *                   COLS  72-84  REPRESENTATIVE RESID          *
      *                   COLS  85-114 REPRESENTATIVE NAME           *
      *                   COL   115    'A' ACTIVE / 'D' DISSOLVED    *
      *                   COLS 116-123 DISSOLUTION DATE YYYYMMDD     *
      *                                                              *
      *  OUTPUT FILES   : LAPP0I0  -  RECONCILIATION REPORT          *
      *                                                              *
      *  CALLED MODULE  : LCBSIDCK -  ID CHECK-DIGIT SERVICE         *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTAA.TTAAA                              R                   *
      *  DTJA.TTJAD                              R                   *
      *  DRWB.TRWCN                              CR                  *
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
           SELECT  I-REG-FILE  ASSIGN     TO  LAPINI0
                   FILE         STATUS    IS  S-REG-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0I0
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

       FD  I-REG-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           200  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   I-REG-REC.
       01  I-REG-REC                     PIC  X(200).

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
           'LAPBI    - WORKING STORAGE BEGINS HERE'.

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

           05  A-REG-READ-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-REJECT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-MATCH-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-AGREE-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-CLOSED-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-NAME-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-ADDR-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-REPR-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-CLOSURE-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-UNREG-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-TRWCN-INS-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-TRWCN-ONFILE-CNT        PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBI'.
           05  C-PGM-LCBSIDCK            PIC  X(08)  VALUE 'LCBSIDCK'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-REG-END-CHECK           PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-REG                     VALUE  HIGH-VALUE.

           05  S-REG-STATUS              PIC  X(002).
               88  S-REG-NORMAL                      VALUE '00'.
               88  S-REG-EOF                         VALUE '10'.

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

           05  W-RECON-YM                PIC  X(06).
           05  W-TRWCN-CNT               PIC S9(09)  COMP.
           05  W-LINE-CNT                PIC S9(09)  COMP.

      *****************************************************************
      *    PARAMETER AREA OF THE LCBSIDCK CHECK-DIGIT SERVICE,        *
      *    CARRIED AS LCBSIDCK ITSELF DEFINES IT.                     *
      *****************************************************************
       01  L-IDCK-PARM.
           05  L-IDCK-INPUT.
               10  L-IDCK-ID-TP         PIC  X(01).
               10  L-IDCK-ID            PIC  X(13).
           05  L-IDCK-OUTPUT.
               10  L-IDCK-VALID-FG      PIC  X(01).
               10  L-IDCK-RC            PIC  X(02).

      ****************************************************************
      *                                                              *
      *    R E G I S T R Y    E X T R A C T    R E C O R D           *
      *                                                              *
      ****************************************************************
       01  REGISTRY-RECORD.
           05  R-BUSNID                  PIC  X(10).
           05  R-CORPID                  PIC  X(13).
           05  R-CORP-NM                 PIC  X(30).
           05  R-ADDRESS.
               10  R-LGDONG-CD           PIC  X(10).
               10  R-BUNJI               PIC  X(04).
               10  R-HO                  PIC  X(04).
           05  R-REPR-RESID              PIC  X(13).
           05  R-REPR-NM                 PIC  X(30).
           05  R-REG-STAUS               PIC  X(01).
               88  R-REG-ACTIVE                      VALUE 'A'.
               88  R-REG-DISSOLVED                   VALUE 'D'.
           05  R-DISSOLVE-DT             PIC  X(08).
           05  FILLER                    PIC  X(77).

      ****************************************************************
      *                                                              *
      *    H O S T    V A R I A B L E S                              *
      *                                                              *
      ****************************************************************
       01  HOST-VARIABLES.
           05  H-BUSNID                  PIC  X(10).
           05  H-TXOFF-CD                PIC  X(03).
           05  H-TRADE-NM                PIC  X(30).
           05  H-ADDRESS.
               10  H-LGDONG-CD           PIC  X(10).
               10  H-BUNJI               PIC  X(04).
               10  H-HO                  PIC  X(04).
           05  H-RESID-CHIEF             PIC  X(13).
           05  H-CLOSE-DT                PIC  X(08).
           05  H-REG-LGDONG-CD           PIC  X(10).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'CORPORATE-REGISTRY RECONCILIATION      DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(08)  VALUE
                   '  MONTH '.
               10  H1-RECON-YM           PIC  X(06).
               10  FILLER                PIC  X(64)  VALUE  SPACE.

           05  H2-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(50)  VALUE
                   'BUSNID     OFF ITEM         STATUS  REGISTRY VALUE'.
               10  FILLER                PIC  X(34)  VALUE  SPACE.
               10  FILLER                PIC  X(09)  VALUE
                   'OUR VALUE'.
               10  FILLER                PIC  X(38)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF-CD           PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-ITEM               PIC  X(12).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-STAUS              PIC  X(07).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-REGISTRY-VAL       PIC  X(46).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-OUR-VAL            PIC  X(46).
               10  FILLER                PIC  X(01)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'COMPANIES..:'.
               10  T1-REG-CNT            PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  MATCHED:'.
               10  T1-MATCH-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  AGREE..:'.
               10  T1-AGREE-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  CLOSED.:'.
               10  T1-CLOSED-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  REJECT.:'.
               10  T1-REJECT-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(30)  VALUE  SPACE.

           05  T2-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'NAME.......:'.
               10  T2-NAME-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  ADDRESS:'.
               10  T2-ADDR-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  REPR...:'.
               10  T2-REPR-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  CLOSURE:'.
               10  T2-CLOSURE-CNT        PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  UNREG..:'.
               10  T2-UNREG-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(30)  VALUE  SPACE.

           05  T3-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'LINES NEW..:'.
               10  T3-TRWCN-INS-CNT      PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  ON FILE:'.
               10  T3-TRWCN-ONFILE-CNT   PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(90)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A   /   I N C L U D E S                           *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCN   (   CORPORATE-REGISTRY RECONCILIATION LINE )  *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCN      END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBI    *** WORKING STORAGE ENDS HERE  '.

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

           MOVE  LOW-VALUE                TO  S-REG-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-REG
              PERFORM  S0300-READ-REGISTRY
              IF  NOT  S-NO-MORE-REG
                  PERFORM  S1100-RECONCILE-ONE
              END-IF
           END-PERFORM.

           PERFORM  S5300-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBI    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LAPBI    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* REG-READ-CNT     : ' A-REG-READ-CNT.
           DISPLAY '* REJECT-CNT       : ' A-REJECT-CNT.
           DISPLAY '* MATCH-CNT        : ' A-MATCH-CNT.
           DISPLAY '* AGREE-CNT        : ' A-AGREE-CNT.
           DISPLAY '* CLOSED-CNT       : ' A-CLOSED-CNT.
           DISPLAY '* NAME-CNT         : ' A-NAME-CNT.
           DISPLAY '* ADDR-CNT         : ' A-ADDR-CNT.
           DISPLAY '* REPR-CNT         : ' A-REPR-CNT.
           DISPLAY '* CLOSURE-CNT      : ' A-CLOSURE-CNT.
           DISPLAY '* UNREG-CNT        : ' A-UNREG-CNT.
           DISPLAY '* TRWCN-INS-CNT    : ' A-TRWCN-INS-CNT.
           DISPLAY '* TRWCN-ONFILE-CNT : ' A-TRWCN-ONFILE-CNT.
           DISPLAY '* RPT-WRIT-CNT     : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  I-REG-FILE
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
           MOVE  W-SYSTEM-DATE (1:6)     TO  W-RECON-YM.

           DISPLAY '##########################################'.
           DISPLAY '### LAPBI    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN  INPUT   I-REG-FILE.

           IF  NOT  S-REG-NORMAL
               DISPLAY
               'S0200:ERROR=LAPINI0 OPEN ERROR(' S-REG-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN  OUTPUT  O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0I0 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           MOVE  W-RECON-YM              TO  H1-RECON-YM.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  H2-HEAD-LINE.
           ADD   3                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - R E A D - R E G I S T R Y                     *
      *                                                              *
      ****************************************************************
       S0300-READ-REGISTRY               SECTION.

           READ  I-REG-FILE  INTO  REGISTRY-RECORD
               AT  END
                   MOVE  HIGH-VALUE      TO  S-REG-END-CHECK
           END-READ.

           IF  S-NO-MORE-REG
               CONTINUE
           ELSE
               IF  S-REG-NORMAL
                   ADD   1               TO  A-REG-READ-CNT
               ELSE
                   DISPLAY
                   'S0300:ERROR=LAPINI0 READ ERROR('
                    S-REG-STATUS ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
           END-IF.

       S0300-READ-REGISTRY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - R E C O N C I L E - O N E                     *
      *                                                              *
      *    THE BUSINESS ID MUST PASS THE CHECK DIGIT BEFORE IT IS    *
      *    MATCHED.  A COMPANY DISSOLVED ON THE REGISTRY IS ONLY OF  *
      *    INTEREST WHILE IT IS STILL LIVE HERE; A REGISTRATION WE   *
      *    HAVE ALREADY CLOSED IS NOT COMPARED.  EACH COMPANY IS     *
      *    COMMITTED ON ITS OWN, SO A RERUN FINDS ITS LINES ON FILE. *
      *                                                              *
      ****************************************************************
       S1100-RECONCILE-ONE               SECTION.

           MOVE  SPACE                    TO  L-IDCK-ID.
           MOVE  R-BUSNID                 TO  L-IDCK-ID (1:10).
           MOVE  'B'                      TO  L-IDCK-ID-TP.
           CALL  C-PGM-LCBSIDCK  USING  L-IDCK-PARM.

           IF  L-IDCK-VALID-FG  NOT =  'Y'
               MOVE  R-BUSNID             TO  D1-BUSNID
               MOVE  SPACE                TO  D1-TXOFF-CD
                                              D1-OUR-VAL
               MOVE  'REJECTED'           TO  D1-ITEM
               MOVE  SPACE                TO  D1-STAUS
               MOVE  'BUSINESS ID FAILS THE CHECK DIGIT'
                                          TO  D1-REGISTRY-VAL
               PERFORM  S6100-WRITE-DETAIL
               ADD   1                    TO  A-REJECT-CNT
               GO TO  S1100-RECONCILE-ONE-EXIT
           END-IF.

           MOVE  R-BUSNID                 TO  H-BUSNID.

           PERFORM  S1200-SELECT-TTAAA.

           IF  SQLCODE  =  +100
               IF  R-REG-ACTIVE
                   PERFORM  S2500-UNREGISTERED
               END-IF
               GO TO  S1100-RECONCILE-ONE-COMMIT
           END-IF.

           ADD   1                        TO  A-MATCH-CNT.

           IF  H-CLOSE-DT  NOT =  SPACE
               ADD   1                    TO  A-CLOSED-CNT
               GO TO  S1100-RECONCILE-ONE-EXIT
           END-IF.

           IF  R-REG-DISSOLVED
               PERFORM  S2400-CLOSURE-CANDIDATE
               GO TO  S1100-RECONCILE-ONE-COMMIT
           END-IF.

           MOVE  A-TRWCN-INS-CNT          TO  W-LINE-CNT.
           ADD   A-TRWCN-ONFILE-CNT       TO  W-LINE-CNT.

           PERFORM  S2100-COMPARE-NAME.
           PERFORM  S2200-COMPARE-ADDRESS.
           PERFORM  S2300-COMPARE-REPR.

           IF  A-TRWCN-INS-CNT + A-TRWCN-ONFILE-CNT  =  W-LINE-CNT
               ADD   1                    TO  A-AGREE-CNT
           END-IF.

       S1100-RECONCILE-ONE-COMMIT.

           EXEC  SQL  COMMIT  END-EXEC.

       S1100-RECONCILE-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - S E L E C T - T T A A A                       *
      *                                                              *
      ****************************************************************
       S1200-SELECT-TTAAA                SECTION.

           EXEC  SQL
                 SELECT  TXOFF_CD
                 ,       TRADE_NM
                 ,       LGDONG_CD
                 ,       BUNJI
                 ,       HO
                 ,       RESID_CHIEF
                 ,       COALESCE(CLOSE_DT, ' ')
                 INTO   :H-TXOFF-CD
                 ,      :H-TRADE-NM
                 ,      :H-LGDONG-CD
                 ,      :H-BUNJI
                 ,      :H-HO
                 ,      :H-RESID-CHIEF
                 ,      :H-CLOSE-DT
                 FROM    DTAA.TTAAA
                 WHERE   BUSNID         =  :H-BUSNID
                   AND   LAST_FG        =  'Y'
                   AND   BUSN_OWNER_TP  =  '5'
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO  AND
               SQLCODE  NOT =  +100
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S1200:DB ERROR TTAAA SELECT BUSNID='
                        H-BUSNID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S1200-SELECT-TTAAA-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - C O M P A R E - N A M E                       *
      *                                                              *
      ****************************************************************
       S2100-COMPARE-NAME                SECTION.

           IF  R-CORP-NM  =  H-TRADE-NM
               GO TO  S2100-COMPARE-NAME-EXIT
           END-IF.

           ADD   1                        TO  A-NAME-CNT.
           MOVE  'N'                      TO  ITEM-TP       OF TRWCN.
           MOVE  H-TXOFF-CD               TO  TXOFF-CD      OF TRWCN.
           MOVE  R-CORP-NM                TO  REGISTRY-VAL  OF TRWCN.
           MOVE  H-TRADE-NM               TO  OUR-VAL       OF TRWCN.
           PERFORM  S3000-RAISE-LINE.

       S2100-COMPARE-NAME-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - C O M P A R E - A D D R E S S                 *
      *                                                              *
      ****************************************************************
       S2200-COMPARE-ADDRESS             SECTION.

           IF  R-ADDRESS  =  H-ADDRESS
               GO TO  S2200-COMPARE-ADDRESS-EXIT
           END-IF.

           ADD   1                        TO  A-ADDR-CNT.
           MOVE  'A'                      TO  ITEM-TP       OF TRWCN.
           MOVE  H-TXOFF-CD               TO  TXOFF-CD      OF TRWCN.
           MOVE  SPACE                    TO  REGISTRY-VAL  OF TRWCN
                                              OUR-VAL       OF TRWCN.
           STRING  R-LGDONG-CD  ' '  R-BUNJI  '-'  R-HO
                   DELIMITED BY SIZE  INTO  REGISTRY-VAL OF TRWCN
           END-STRING.
           STRING  H-LGDONG-CD  ' '  H-BUNJI  '-'  H-HO
                   DELIMITED BY SIZE  INTO  OUR-VAL      OF TRWCN
           END-STRING.
           PERFORM  S3000-RAISE-LINE.

       S2200-COMPARE-ADDRESS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - C O M P A R E - R E P R                       *
      *                                                              *
      *    THE REGISTERED REPRESENTATIVE IS THE CHIEF OF A           *
      *    CORPORATE REGISTRATION.                                   *
      *                                                              *
      ****************************************************************
       S2300-COMPARE-REPR                SECTION.

           IF  R-REPR-RESID  =  H-RESID-CHIEF
               GO TO  S2300-COMPARE-REPR-EXIT
           END-IF.

           ADD   1                        TO  A-REPR-CNT.
           MOVE  'R'                      TO  ITEM-TP       OF TRWCN.
           MOVE  H-TXOFF-CD               TO  TXOFF-CD      OF TRWCN.
           MOVE  SPACE                    TO  REGISTRY-VAL  OF TRWCN.
           STRING  R-REPR-RESID  ' '  R-REPR-NM
                   DELIMITED BY SIZE  INTO  REGISTRY-VAL OF TRWCN
           END-STRING.
           MOVE  H-RESID-CHIEF            TO  OUR-VAL       OF TRWCN.
           PERFORM  S3000-RAISE-LINE.

       S2300-COMPARE-REPR-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - C L O S U R E - C A N D I D A T E             *
      *                                                              *
      ****************************************************************
       S2400-CLOSURE-CANDIDATE           SECTION.

           ADD   1                        TO  A-CLOSURE-CNT.
           MOVE  'C'                      TO  ITEM-TP       OF TRWCN.
           MOVE  H-TXOFF-CD               TO  TXOFF-CD      OF TRWCN.
           MOVE  SPACE                    TO  REGISTRY-VAL  OF TRWCN.
           STRING  'DISSOLVED '  R-DISSOLVE-DT
                   DELIMITED BY SIZE  INTO  REGISTRY-VAL OF TRWCN
           END-STRING.
           MOVE  'LIVE - NOT CLOSED'      TO  OUR-VAL       OF TRWCN.
           PERFORM  S3000-RAISE-LINE.

       S2400-CLOSURE-CANDIDATE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 5 0 0 - U N R E G I S T E R E D                       *
      *                                                              *
      *    NO CORPORATE REGISTRATION HERE - THE LINE GOES TO THE     *
      *    OFFICE OF THE REGISTRY HEAD-OFFICE ADDRESS.  AN ADDRESS   *
      *    NOT ON TTJAD LEAVES THE OFFICE BLANK FOR HEAD OFFICE TO   *
      *    ASSIGN FROM THE REPORT.                                   *
      *                                                              *
      ****************************************************************
       S2500-UNREGISTERED                SECTION.

           ADD   1                        TO  A-UNREG-CNT.

           MOVE  R-LGDONG-CD              TO  H-REG-LGDONG-CD.
           MOVE  SPACE                    TO  H-TXOFF-CD.

           EXEC  SQL
                 SELECT  TXOFF_CD
                 INTO   :H-TXOFF-CD
                 FROM    DTJA.TTJAD
                 WHERE   LGDONG_CD  =  :H-REG-LGDONG-CD
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO  AND
               SQLCODE  NOT =  +100
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S2500:DB ERROR TTJAD SELECT LGDONG='
                        H-REG-LGDONG-CD ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  'U'                      TO  ITEM-TP       OF TRWCN.
           MOVE  H-TXOFF-CD               TO  TXOFF-CD      OF TRWCN.
           MOVE  SPACE                    TO  REGISTRY-VAL  OF TRWCN.
           STRING  R-CORP-NM  ' '  R-LGDONG-CD
                   DELIMITED BY SIZE  INTO  REGISTRY-VAL OF TRWCN
           END-STRING.
           MOVE  'NO CORPORATE REGISTRATION'
                                          TO  OUR-VAL       OF TRWCN.
           PERFORM  S3000-RAISE-LINE.

       S2500-UNREGISTERED-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - R A I S E - L I N E                           *
      *                                                              *
      *    A DIFFERENCE ALREADY RAISED THIS MONTH, STILL OPEN FROM AN *
      *    EARLIER MONTH, OR IGNORED BY THE OFFICE WITH THE SAME     *
      *    VALUES IS REPORTED AS ON FILE AND NOT INSERTED AGAIN.     *
      *                                                              *
      ****************************************************************
       S3000-RAISE-LINE                  SECTION.

           MOVE  W-RECON-YM               TO  RECON-YM      OF TRWCN.
           MOVE  R-BUSNID                 TO  BUSNID        OF TRWCN.
           MOVE  R-CORPID                 TO  CORPID        OF TRWCN.
           MOVE  R-CORP-NM                TO  CORP-NM       OF TRWCN.

           MOVE  BUSNID   OF TRWCN        TO  D1-BUSNID.
           MOVE  TXOFF-CD OF TRWCN        TO  D1-TXOFF-CD.
           MOVE  REGISTRY-VAL OF TRWCN    TO  D1-REGISTRY-VAL.
           MOVE  OUR-VAL  OF TRWCN        TO  D1-OUR-VAL.
           EVALUATE  TRUE
               WHEN  ITEM-TP-NAME
                     MOVE  'NAME'         TO  D1-ITEM
               WHEN  ITEM-TP-ADDRESS
                     MOVE  'ADDRESS'      TO  D1-ITEM
               WHEN  ITEM-TP-REPRESENTATIVE
                     MOVE  'REPRESENTATV' TO  D1-ITEM
               WHEN  ITEM-TP-CLOSURE
                     MOVE  'CLOSURE CAND' TO  D1-ITEM
               WHEN  ITEM-TP-UNREGISTERED
                     MOVE  'UNREGISTERED' TO  D1-ITEM
           END-EVALUATE.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO   :W-TRWCN-CNT
                 FROM    DRWB.TRWCN
                 WHERE   BUSNID   =  :TRWCN.BUSNID
                   AND   ITEM_TP  =  :TRWCN.ITEM-TP
                   AND ( RECON_YM    =  :TRWCN.RECON-YM
                    OR   WORK_STAUS  =  'O'
                    OR ( WORK_STAUS  =  'I'
                   AND   REGISTRY_VAL  =  :TRWCN.REGISTRY-VAL
                   AND   OUR_VAL       =  :TRWCN.OUR-VAL ) )
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S3000:DB ERROR TRWCN SELECT BUSNID='
                        R-BUSNID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-TRWCN-CNT  >  ZERO
               MOVE  'ON FILE'            TO  D1-STAUS
               PERFORM  S6100-WRITE-DETAIL
               ADD   1                    TO  A-TRWCN-ONFILE-CNT
               GO TO  S3000-RAISE-LINE-EXIT
           END-IF.

           MOVE  'O'                      TO  WORK-STAUS    OF TRWCN.
           MOVE  W-SYSTEM-DATE            TO  CREAT-DT      OF TRWCN
                                              STAUS-DT      OF TRWCN.
           MOVE  C-PROG-ID                TO  STAUS-OPID    OF TRWCN.
           MOVE  SPACE                    TO  STAUS-NOTE    OF TRWCN.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCN
                       ( RECON_YM
                 ,       BUSNID
                 ,       ITEM_TP
                 ,       TXOFF_CD
                 ,       CORPID
                 ,       CORP_NM
                 ,       REGISTRY_VAL
                 ,       OUR_VAL
                 ,       WORK_STAUS
                 ,       CREAT_DT
                 ,       STAUS_DT
                 ,       STAUS_OPID
                 ,       STAUS_NOTE )
                 VALUES
                       (:TRWCN.RECON-YM
                 ,      :TRWCN.BUSNID
                 ,      :TRWCN.ITEM-TP
                 ,      :TRWCN.TXOFF-CD
                 ,      :TRWCN.CORPID
                 ,      :TRWCN.CORP-NM
                 ,      :TRWCN.REGISTRY-VAL
                 ,      :TRWCN.OUR-VAL
                 ,      :TRWCN.WORK-STAUS
                 ,      :TRWCN.CREAT-DT
                 ,      :TRWCN.STAUS-DT
                 ,      :TRWCN.STAUS-OPID
                 ,      :TRWCN.STAUS-NOTE )
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S3000:DB ERROR TRWCN INSERT BUSNID='
                        R-BUSNID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  'NEW'                    TO  D1-STAUS.
           PERFORM  S6100-WRITE-DETAIL.
           ADD   1                        TO  A-TRWCN-INS-CNT.

       S3000-RAISE-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           MOVE  A-REG-READ-CNT           TO  T1-REG-CNT.
           MOVE  A-MATCH-CNT              TO  T1-MATCH-CNT.
           MOVE  A-AGREE-CNT              TO  T1-AGREE-CNT.
           MOVE  A-CLOSED-CNT             TO  T1-CLOSED-CNT.
           MOVE  A-REJECT-CNT             TO  T1-REJECT-CNT.
           MOVE  A-NAME-CNT               TO  T2-NAME-CNT.
           MOVE  A-ADDR-CNT               TO  T2-ADDR-CNT.
           MOVE  A-REPR-CNT               TO  T2-REPR-CNT.
           MOVE  A-CLOSURE-CNT            TO  T2-CLOSURE-CNT.
           MOVE  A-UNREG-CNT              TO  T2-UNREG-CNT.
           MOVE  A-TRWCN-INS-CNT          TO  T3-TRWCN-INS-CNT.
           MOVE  A-TRWCN-ONFILE-CNT       TO  T3-TRWCN-ONFILE-CNT.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           WRITE  O-RPT-REC  FROM  T2-TRAILER-LINE.
           WRITE  O-RPT-REC  FROM  T3-TRAILER-LINE.
           ADD   4                        TO  A-RPT-WRIT-CNT.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      ****************************************************************
       S6100-WRITE-DETAIL                SECTION.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6100-WRITE-DETAIL-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBI            *
      *                                                              *
      ****************************************************************
