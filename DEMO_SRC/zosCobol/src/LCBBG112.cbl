      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBBG112.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                  L   C   B   B   G   1   1   2                 *
      *                                                                *
      *  FUNCTION       -  TG110 ARCHIVE RECALL.  WHEN AN OLD CASE     *
      *                    NEEDS JOURNAL ROWS THAT THE TG110 ARCHIVE   *
      *                    JOB HAS ALREADY DELETED, THIS STEP TAKES    *
      *                    THE ARCHIVE_CAT GENERATION NAMED ON SYSIN,  *
      *                    RE-COUNTS AND RE-HASHES THE ARCHIVED UNLOAD *
      *                    (SYSREC - THE SAME GENERATION MUST BE       *
      *                    ALLOCATED) AND, ONLY IF BOTH STILL AGREE    *
      *                    WITH THE CATALOG, WRITES THE LOAD STATEMENT *
      *                    (DDNAME LTG110) THAT RELOADS THE ROWS INTO  *
      *                    THE QUERY TABLE LCBD2G11.TG110_RCL (SAME    *
      *                    COLUMNS AS TG110).  THE STATEMENT IS THE    *
      *                    ONE THE UNLOAD WROTE TO CNTL, RE-POINTED    *
      *                    FROM TG110 TO TG110_RCL.  THE LOAD STEP     *
      *                    MUST BE CODED TO BYPASS ON ANY NON-ZERO     *
      *                    RETURN CODE FROM THIS STEP.                 *
      *                                                                *
      *                    THE HASH IS THE SAME RECORD-BY-RECORD FOLD  *
      *                    LCBBG111 CATALOGED.                         *
      *                                                                *
      *  TRANSACTION    -  NONE                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  ENTRY POINTS   -  TOP OF PROGRAM; LCBBG112                    *
      *                                                                *
      *  INPUT PARMS    -  SYSIN  :  W-SYSIN-ARC-GEN (PIC X(04))       *
      *                                                                *
      *  INPUT FILES    -  I1-UNLOAD-FILE  - DDNAME SYSREC (ARC-DSN)   *
      *                    I2-CNTL-FILE    - DDNAME CNTL   (ARC-CNTL-  *
      *                                                     DSN)       *
      *                                                                *
      *  OUTPUT FILES   -  O1-LOAD-SYSIN   - DDNAME LTG110             *
      *                                                                *
      *  SUB    PROGRAM -  NONE                                        *
      *                                                                *
      *  TABLE                                                 CRUD    *
      *  LCBD2CTL.ARCHIVE_CAT                                  RU      *
      *  LCBD2CTL.BATCH_CTL_LOG                                C       *
      *                                                                *
      *  MODIFICATIONS  -                                              *
      *                                                                *
      *    DATE         S.E.                  DESCRIPTION              *
      *  --------  --------------  ---------------------------------   *
      *  26/10/15  S.K.CHOI        INITIAL CODING                      *
      *                                                                *
      ******************************************************************

       EJECT
      ******************************************************************
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      ******************************************************************

       ENVIRONMENT                     DIVISION.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT  I1-UNLOAD-FILE      ASSIGN  TO  SYSREC
                   FILE STATUS         IS  W-I1-STATUS.

           SELECT  I2-CNTL-FILE        ASSIGN  TO  CNTL
                   FILE STATUS         IS  W-I2-STATUS.

           SELECT  O1-LOAD-SYSIN       ASSIGN  TO  LTG110
                   FILE STATUS         IS  W-O1-STATUS.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       FILE                            SECTION.

      ****************************************************************
      *                                                              *
      *     I1-UNLOAD-FILE                        DDNAME - SYSREC    *
      * - THE ARCHIVED TG110 UNLOAD GENERATION, FORMAT DSNTIAUL      *
      *                                                              *
      ****************************************************************
       FD  I1-UNLOAD-FILE

           RECORDING  MODE           IS  V
           RECORD     IS VARYING IN SIZE FROM 1 TO 4000 CHARACTERS
                      DEPENDING ON  W-I1-REC-LEN
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  I1-UNLOAD-REC.

       01  I1-UNLOAD-REC                  PIC  X(4000).

      ****************************************************************
      *                                                              *
      *     I2-CNTL-FILE                          DDNAME - CNTL      *
      * - LOAD STATEMENT THE UNLOAD WROTE FOR THE SAME GENERATION    *
      *                                                              *
      ****************************************************************
       FD  I2-CNTL-FILE

           RECORDING  MODE           IS  F
           RECORD     CONTAINS       80  CHARACTERS
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  I2-CNTL-REC.

       01  I2-CNTL-REC                    PIC  X(80).

      ****************************************************************
      *                                                              *
      *     O1-LOAD-SYSIN                         DDNAME - LTG110    *
      * - LOAD STATEMENT FOR LCBD2G11.TG110_RCL                      *
      *                                                              *
      ****************************************************************
       FD  O1-LOAD-SYSIN

           RECORDING  MODE           IS  F
           RECORD     CONTAINS       80  CHARACTERS
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  O1-LOAD-SYSINREC.

       01  O1-LOAD-SYSINREC               PIC  X(80).

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'LCBBG112 - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *                  U S E R - A B E N D S                       *
      *                                                              *
      ****************************************************************

       01  USER-ABENDS.

           05  U-ABEND-CODE1            PIC  S9(04)  COMP  VALUE +2112.

      ****************************************************************
      *                                                              *
      *                     A C C U M U L A T O R S                  *
      *                                                              *
      ****************************************************************

       01  ACCUMULATORS.

           05  A-UNLOAD-READ-CNT        PIC  9(13)  VALUE  ZERO.
           05  A-CNTL-READ-CNT          PIC  9(13)  VALUE  ZERO.
           05  A-LOAD-WRIT-CNT          PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *                     C O N S T A N T S                        *
      *                                                              *
      ****************************************************************

       01  CONSTANTS.

           05  C-PROG-ID                PIC  X(08)  VALUE 'LCBBG112'.
           05  C-TABLE-NM               PIC  X(18)  VALUE
               'LCBD2G11.TG110'.
           05  C-HASH-MODULUS           PIC  S9(09) COMP
                                                    VALUE +999999999.

      ****************************************************************
      *                                                              *
      *                S Y S I N   I N F O R M A T I O N             *
      *                                                              *
      *    ONE CARD, SUPPLYING THE ARCHIVE_CAT GENERATION TO RECALL.  *
      *                                                              *
      ****************************************************************

       01  W-SYSIN-INFO.
           05  W-SYSIN-ARC-GEN          PIC  X(04)  VALUE  SPACE.
           05  FILLER                   PIC  X(76)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *                     S W I T C H E S                          *
      *                                                              *
      ****************************************************************

       01  SWITCHES.

           05  S-DATA-END-CHECK         PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                        VALUE  HIGH-VALUE.

      ****************************************************************
      *                                                              *
      *                  W O R K - A R E A S                         *
      *                                                              *
      ****************************************************************

       01  WORKAREAS.

           05  W-SQLCODE                PIC  ----9.
           05  W-I1-STATUS              PIC  X(02)  VALUE SPACE.
           05  W-I2-STATUS              PIC  X(02)  VALUE SPACE.
           05  W-O1-STATUS              PIC  X(02)  VALUE SPACE.
           05  W-I1-REC-LEN             PIC  9(05)  COMP.
           05  W-SYSTEM-DATE            PIC  X(08)  VALUE SPACE.
           05  W-SYSTEM-TIME            PIC  X(06)  VALUE SPACE.
           05  W-START-DATE             PIC  X(08)  VALUE SPACE.
           05  W-START-TIME             PIC  X(06)  VALUE SPACE.
           05  W-IX                     PIC  S9(04) COMP  VALUE +0.
           05  W-BYTE                   PIC  S9(04) COMP  VALUE +0.
           05  W-REC-HASH               PIC  S9(09) COMP  VALUE +0.
           05  W-FILE-HASH              PIC  S9(09) COMP  VALUE +0.
           05  W-FILE-CNT               PIC  S9(15) COMP-3 VALUE +0.
           05  W-INTO-CNT               PIC  S9(04) COMP  VALUE +0.
           05  W-INTO-TALLY             PIC  S9(04) COMP  VALUE +0.
           05  W-TABLE-TALLY            PIC  S9(04) COMP  VALUE +0.
           05  W-HEAD-LEN               PIC  S9(04) COMP  VALUE +0.
           05  W-TAIL-LEN               PIC  S9(04) COMP  VALUE +0.
           05  W-CNTL-HEAD              PIC  X(80)  VALUE SPACE.
           05  W-CNTL-TAIL              PIC  X(80)  VALUE SPACE.
           05  W-DISP-CNT               PIC  ZZZ,ZZZ,ZZZ,ZZ9.

      ****************************************************************
      *                                                              *
      *    ARCHIVE_CAT  /  BATCH_CTL_LOG  HOST-VARIABLE RECORDS      *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    LCBYARC
           END-EXEC.

           EXEC SQL  INCLUDE    LCBYBCTL
           END-EXEC.

      ****************************************************************
      *                                                              *
      *              S Q L C A   /   I N C L U D E S                 *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    SQLCA
           END-EXEC.

      ****************************************************************
      *                                                              *
      *       E N D   O F   W O R K I N G - S T O R A G E            *
      *                                                              *
      ****************************************************************

       01  WS-END                       PIC  X(40)
           VALUE 'LCBBG112 - WORKING STORAGE ENDS HERE'.

           EJECT
      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************

       PROCEDURE                       DIVISION.

      ******************************************************************
      *                                                                *
      *                        M A I N L I N E                         *
      *                                                                *
      ******************************************************************

       S0100-MAIN-PROCESS               SECTION.

           PERFORM  S0200-INITIALIZE.
           PERFORM  S0300-VERIFICATION-CHECK.
           PERFORM  S0400-READ-CATALOG.
           PERFORM  S0500-HASH-UNLOAD.
           PERFORM  S0600-CHECK-AGAINST-CATALOG.
           PERFORM  S0700-WRITE-LOAD-SYSIN.
           PERFORM  S0800-MARK-RECALLED.
           PERFORM  S0900-REPORT-TOTALS.
           PERFORM  S0950-LOG-BATCH-CTL.

       S0100-MAIN-PROCESS-EXIT.
           GOBACK.

      ******************************************************************
      *                                                                *
      *                    I N I T I A L I Z E                         *
      *                                                                *
      ******************************************************************

       S0200-INITIALIZE                 SECTION.

           INITIALIZE                   ACCUMULATORS.
           INITIALIZE                   ARC-REC.
           MOVE  +0                     TO  RETURN-CODE.
           ACCEPT    W-START-DATE        FROM  DATE  YYYYMMDD.
           ACCEPT    W-START-TIME        FROM  TIME.
           DISPLAY  'STEP : S0200-INITIALIZE'.

       S0200-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *            V E R I F I C A T I O N   C H E C K                 *
      *                                                                *
      ******************************************************************

       S0300-VERIFICATION-CHECK         SECTION.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-ARC-GEN           NOT NUMERIC
           OR  W-SYSIN-ARC-GEN           =   ZERO
               DISPLAY  'S0300:ERROR=INVALID SYSIN ARCHIVE GENERATION'
               DISPLAY  'S0300:ARC-GEN=' W-SYSIN-ARC-GEN
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  C-TABLE-NM              TO  ARC-TABLE-NM.
           MOVE  W-SYSIN-ARC-GEN         TO  ARC-GEN.

           DISPLAY  'S0300:RECALL ARCHIVE GENERATION = '
                    W-SYSIN-ARC-GEN.

       S0300-VERIFICATION-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E A D   C A T A L O G                       *
      *                                                                *
      *   ONLY A VERIFIED GENERATION CAN BE RECALLED - A FAILED ONE    *
      *   NEVER RELEASED THE DELETE, SO ITS ROWS ARE STILL IN TG110.   *
      *                                                                *
      ******************************************************************

       S0400-READ-CATALOG               SECTION.

           EXEC  SQL
                 SELECT  ARC_DSN
                 ,       ARC_CNTL_DSN
                 ,       CUTOFF_KEY
                 ,       FROM_DT
                 ,       TO_DT
                 ,       ROW_CNT
                 ,       ARC_HASH
                 ,       ARC_STATUS
                 ,       RECALL_DT
                 INTO   :ARC-DSN
                 ,      :ARC-CNTL-DSN
                 ,      :ARC-CUTOFF-KEY
                 ,      :ARC-FROM-DT
                 ,      :ARC-TO-DT
                 ,      :ARC-ROW-CNT
                 ,      :ARC-HASH
                 ,      :ARC-STATUS
                 ,      :ARC-RECALL-DT
                 FROM    LCBD2CTL.ARCHIVE_CAT
                 WHERE   TABLE_NM  =  :ARC-TABLE-NM
                 AND     ARC_GEN   =  :ARC-GEN
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     DISPLAY  'S0400:GENERATION NOT IN ARCHIVE_CAT'
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0950-LOG-BATCH-CTL
                     PERFORM  S0100-MAIN-PROCESS-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0400:DB ERROR ARCHIVE-CAT SELECT='
                              W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0950-LOG-BATCH-CTL
                     PERFORM  S0100-MAIN-PROCESS-EXIT
           END-EVALUATE.

           DISPLAY  'S0400:ARCHIVE GENERATION       = ' ARC-DSN.
           DISPLAY  'S0400:JOURNAL DATES            = ' ARC-FROM-DT
                    ' - ' ARC-TO-DT.

           IF  ARC-STATUS-FAILED
               DISPLAY  'S0400:GENERATION FAILED VERIFICATION WHEN '
                        'ARCHIVED - ROWS ARE STILL IN TG110'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           IF  ARC-STATUS-RECALLED
               DISPLAY  'S0400:NOTE - ALREADY RECALLED ON '
                        ARC-RECALL-DT
                        ' - TG110_RCL MAY HOLD THESE ROWS ALREADY'
           END-IF.

       S0400-READ-CATALOG-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  H A S H   U N L O A D                         *
      *                                                                *
      ******************************************************************

       S0500-HASH-UNLOAD                SECTION.

           OPEN  INPUT  I1-UNLOAD-FILE.

           IF  W-I1-STATUS  NOT =  '00'
               DISPLAY  'S0500:SYSREC OPEN ERROR ' W-I1-STATUS
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  +0                      TO  W-FILE-HASH.
           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              READ  I1-UNLOAD-FILE
                  AT END
                      MOVE  HIGH-VALUE   TO  S-DATA-END-CHECK
                  NOT AT END
                      ADD   1            TO  A-UNLOAD-READ-CNT
                      PERFORM  S0510-HASH-RECORD
              END-READ
           END-PERFORM.

           IF  W-I1-STATUS  NOT =  '00'
           AND W-I1-STATUS  NOT =  '10'
               DISPLAY  'S0500:SYSREC READ ERROR ' W-I1-STATUS
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           CLOSE  I1-UNLOAD-FILE.

           MOVE  A-UNLOAD-READ-CNT       TO  W-FILE-CNT.

       S0500-HASH-UNLOAD-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  H A S H   R E C O R D                         *
      *                                                                *
      ******************************************************************

       S0510-HASH-RECORD                SECTION.

           MOVE  +0                      TO  W-REC-HASH.

           PERFORM  S0520-ONE-BYTE
                    VARYING  W-IX  FROM  1  BY  1
                    UNTIL    W-IX  >  W-I1-REC-LEN.

           COMPUTE  W-FILE-HASH  =
                    FUNCTION MOD (W-FILE-HASH * 31 + W-REC-HASH,
                                  C-HASH-MODULUS).

       S0510-HASH-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  O N E   B Y T E                               *
      *                                                                *
      ******************************************************************

       S0520-ONE-BYTE                   SECTION.

           COMPUTE  W-BYTE  =
                    FUNCTION ORD (I1-UNLOAD-REC (W-IX : 1)).

           COMPUTE  W-REC-HASH  =
                    FUNCTION MOD (W-REC-HASH + W-BYTE * W-IX,
                                  C-HASH-MODULUS).

       S0520-ONE-BYTE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *          C H E C K   A G A I N S T   C A T A L O G             *
      *                                                                *
      *   A WRONG GENERATION ALLOCATED TO SYSREC, OR A DATASET THAT    *
      *   HAS BEEN DAMAGED OR ALTERED SINCE IT WAS ARCHIVED, STOPS     *
      *   HERE BEFORE ANYTHING IS LOADED.                              *
      *                                                                *
      ******************************************************************

       S0600-CHECK-AGAINST-CATALOG      SECTION.

           MOVE  W-FILE-CNT              TO  W-DISP-CNT.
           DISPLAY  'S0600:RECORDS READ         CNT = ' W-DISP-CNT.
           MOVE  ARC-ROW-CNT             TO  W-DISP-CNT.
           DISPLAY  'S0600:RECORDS CATALOGED    CNT = ' W-DISP-CNT.
           DISPLAY  'S0600:HASH READ                = ' W-FILE-HASH.
           DISPLAY  'S0600:HASH CATALOGED           = ' ARC-HASH.

           IF  W-FILE-CNT                NOT =  ARC-ROW-CNT
           OR  W-FILE-HASH               NOT =  ARC-HASH
               DISPLAY  'S0600:*** SYSREC DOES NOT MATCH ARCHIVE_CAT - '
                        'NOTHING RECALLED ***'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

       S0600-CHECK-AGAINST-CATALOG-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              W R I T E   L O A D   S Y S I N                   *
      *                                                                *
      *   COPIES THE UNLOAD'S OWN LOAD STATEMENT CARD BY CARD; THE     *
      *   CARD NAMING THE TARGET TABLE HAS TG110 RE-POINTED TO         *
      *   TG110_RCL SO THE ARCHIVED ROWS NEVER GO BACK INTO THE LIVE   *
      *   JOURNAL TABLE.                                               *
      *                                                                *
      ******************************************************************

       S0700-WRITE-LOAD-SYSIN           SECTION.

           OPEN  INPUT   I2-CNTL-FILE.

           IF  W-I2-STATUS  NOT =  '00'
               DISPLAY  'S0700:CNTL OPEN ERROR ' W-I2-STATUS
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           OPEN  OUTPUT  O1-LOAD-SYSIN.

           IF  W-O1-STATUS  NOT =  '00'
               DISPLAY  'S0700:LTG110 OPEN ERROR ' W-O1-STATUS
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              READ  I2-CNTL-FILE
                  AT END
                      MOVE  HIGH-VALUE   TO  S-DATA-END-CHECK
                  NOT AT END
                      ADD   1            TO  A-CNTL-READ-CNT
                      PERFORM  S0710-COPY-CNTL-CARD
              END-READ
           END-PERFORM.

           CLOSE  I2-CNTL-FILE
                  O1-LOAD-SYSIN.

           IF  W-INTO-CNT  NOT =  1
               DISPLAY  'S0700:*** CNTL DOES NOT NAME TG110 ONCE - '
                        'NOTHING RECALLED ***'
               PERFORM  S0790-EMPTY-LOAD-SYSIN
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

       S0700-WRITE-LOAD-SYSIN-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                C O P Y   C N T L   C A R D                     *
      *                                                                *
      ******************************************************************

       S0710-COPY-CNTL-CARD             SECTION.

           MOVE  I2-CNTL-REC             TO  O1-LOAD-SYSINREC.
           MOVE  ZERO                    TO  W-INTO-TALLY
                                             W-TABLE-TALLY.

           INSPECT  I2-CNTL-REC  TALLYING  W-INTO-TALLY
                    FOR ALL  'INTO TABLE'.

           IF  W-INTO-TALLY  >  ZERO
               INSPECT  I2-CNTL-REC  TALLYING  W-TABLE-TALLY
                        FOR ALL  'TG110'
           END-IF.

           IF  W-TABLE-TALLY  =  1
               ADD   1                   TO  W-INTO-CNT
               MOVE  SPACE               TO  W-CNTL-HEAD  W-CNTL-TAIL
               MOVE  ZERO                TO  W-HEAD-LEN   W-TAIL-LEN
               UNSTRING  I2-CNTL-REC
                         DELIMITED  BY  'TG110'
                         INTO  W-CNTL-HEAD  COUNT IN  W-HEAD-LEN
                               W-CNTL-TAIL  COUNT IN  W-TAIL-LEN
               END-UNSTRING
               MOVE  SPACE               TO  O1-LOAD-SYSINREC
               IF  W-TAIL-LEN  >  ZERO
                   STRING  W-CNTL-HEAD (1 : W-HEAD-LEN)
                                         DELIMITED BY SIZE
                           'TG110_RCL'   DELIMITED BY SIZE
                           W-CNTL-TAIL (1 : W-TAIL-LEN)
                                         DELIMITED BY SIZE
                           INTO  O1-LOAD-SYSINREC
               ELSE
                   STRING  W-CNTL-HEAD (1 : W-HEAD-LEN)
                                         DELIMITED BY SIZE
                           'TG110_RCL'   DELIMITED BY SIZE
                           INTO  O1-LOAD-SYSINREC
               END-IF
           END-IF.

           WRITE  O1-LOAD-SYSINREC.

           IF  W-O1-STATUS  NOT =  '00'
               DISPLAY  'S0710:LTG110 WRITE ERROR ' W-O1-STATUS
               PERFORM  S0790-EMPTY-LOAD-SYSIN
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           ADD   1                       TO  A-LOAD-WRIT-CNT.

       S0710-COPY-CNTL-CARD-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              E M P T Y   L O A D   S Y S I N                   *
      *                                                                *
      *   A HALF-WRITTEN OR UN-REPOINTED STATEMENT IS NOT LEFT BEHIND  *
      *   FOR THE LOAD STEP TO PICK UP.                                *
      *                                                                *
      ******************************************************************

       S0790-EMPTY-LOAD-SYSIN           SECTION.

           CLOSE  O1-LOAD-SYSIN.
           OPEN   OUTPUT  O1-LOAD-SYSIN.
           CLOSE  O1-LOAD-SYSIN.
           MOVE   ZERO                   TO  A-LOAD-WRIT-CNT.

       S0790-EMPTY-LOAD-SYSIN-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 M A R K   R E C A L L E D                      *
      *                                                                *
      ******************************************************************

       S0800-MARK-RECALLED              SECTION.

           ACCEPT    ARC-RECALL-DT       FROM  DATE  YYYYMMDD.

           EXEC  SQL
                 UPDATE  LCBD2CTL.ARCHIVE_CAT
                 SET     ARC_STATUS  =  'R'
                 ,       RECALL_DT   =  :ARC-RECALL-DT
                 WHERE   TABLE_NM    =  :ARC-TABLE-NM
                 AND     ARC_GEN     =  :ARC-GEN
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0800:DB ERROR ARCHIVE-CAT UPDATE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           EXEC  SQL
                 COMMIT
           END-EXEC.

       S0800-MARK-RECALLED-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P O R T   T O T A L S                     *
      *                                                                *
      ******************************************************************

       S0900-REPORT-TOTALS              SECTION.

           MOVE  A-CNTL-READ-CNT         TO  W-DISP-CNT.
           DISPLAY  'S0900:CNTL CARDS READ      CNT = ' W-DISP-CNT.
           MOVE  A-LOAD-WRIT-CNT         TO  W-DISP-CNT.
           DISPLAY  'S0900:LOAD CARDS WRITTEN   CNT = ' W-DISP-CNT.
           DISPLAY  'S0900:ARCHIVE VERIFIED - RECALL INTO TG110_RCL '
                    'RELEASED'.

       S0900-REPORT-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               L O G   B A T C H   C O N T R O L                *
      *                                                                *
      ******************************************************************

       S0950-LOG-BATCH-CTL              SECTION.

           ACCEPT    W-SYSTEM-DATE       FROM  DATE  YYYYMMDD.
           ACCEPT    W-SYSTEM-TIME       FROM  TIME.
           MOVE      C-PROG-ID           TO  BCTL-JOB-NM.
           MOVE      W-START-DATE        TO  BCTL-START-D.
           MOVE      W-START-TIME        TO  BCTL-START-TM.
           MOVE      W-SYSTEM-DATE       TO  BCTL-END-D.
           MOVE      W-SYSTEM-TIME       TO  BCTL-END-TM.
           COMPUTE   BCTL-READ-CNT  =  A-UNLOAD-READ-CNT
                                     + A-CNTL-READ-CNT.
           MOVE      A-LOAD-WRIT-CNT     TO  BCTL-WRIT-CNT.
           MOVE      RETURN-CODE         TO  BCTL-RETURN-CD.

           IF  RETURN-CODE  =  0
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

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0950:DB ERROR BATCH_CTL_LOG INSERT='
                        W-SQLCODE
           END-IF.

       S0950-LOG-BATCH-CTL-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             E N D   O F   P R O G R A M    LCBBG112            *
      *                                                                *
      ******************************************************************
