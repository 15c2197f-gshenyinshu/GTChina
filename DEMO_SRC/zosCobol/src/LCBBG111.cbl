      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBBG111.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                  L   C   B   B   G   1   1   1                 *
      *                                                                *
      *  FUNCTION       -  TG110 ARCHIVE VERIFICATION.  RUNS BETWEEN   *
      *                    THE UTG110 UNLOAD STEP AND THE DTG110       *
      *                    REORG/DELETE STEP OF THE TG110 ARCHIVE      *
      *                    JOB.  COUNTS AND HASHES EVERY RECORD THE    *
      *                    UNLOAD WROTE TO SYSREC, COUNTS THE ROWS     *
      *                    STILL IN LCBD2G11.TG110 BELOW THE SAME      *
      *                    JR_N CUTOFF, AND CATALOGS THE GENERATION    *
      *                    IN LCBD2CTL.ARCHIVE_CAT.  WHEN THE UNLOAD   *
      *                    CAME UP SHORT (OR LONG) THE GENERATION IS   *
      *                    CATALOGED AS FAILED AND RETURN-CODE IS SET  *
      *                    NON-ZERO - THE DTG110 STEP MUST BE CODED    *
      *                    TO BYPASS ON ANY NON-ZERO RETURN CODE FROM  *
      *                    THIS STEP, SO NO ROW IS DELETED THAT IS     *
      *                    NOT SAFELY IN THE ARCHIVE.                  *
      *                                                                *
      *                    THE HASH IS THE LCBSHASH IMAGE HASH OF      *
      *                    EACH RECORD, FOLDED RECORD BY RECORD IN     *
      *                    FILE ORDER.  LCBBG112 REPEATS IT BEFORE A   *
      *                    RECALL.                                     *
      *                                                                *
      *  TRANSACTION    -  NONE                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  ENTRY POINTS   -  TOP OF PROGRAM; LCBBG111                    *
      *                                                                *
      *  INPUT PARMS    -  NONE                                        *
      *                                                                *
      *  INPUT FILES    -  I1-VERIFY-CTL   - DDNAME VTG110 (CUTOFF     *
      *                                      CARD WRITTEN BY LCBBG110) *
      *                    I2-UNLOAD-FILE  - DDNAME SYSREC (THE NEW    *
      *                                      UNLOAD GENERATION)        *
      *                                                                *
      *  OUTPUT FILES   -  NONE                                        *
      *                                                                *
      *  SUB    PROGRAM -  NONE                                        *
      *                                                                *
      *  TABLE                                                 CRUD    *
      *  LCBD2G11.TG110                                        R       *
      *  LCBD2CTL.ARCHIVE_CAT                                  CR      *
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

           SELECT  I1-VERIFY-CTL       ASSIGN  TO  VTG110
                   FILE STATUS         IS  W-I1-STATUS.

           SELECT  I2-UNLOAD-FILE      ASSIGN  TO  SYSREC
                   FILE STATUS         IS  W-I2-STATUS.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       FILE                            SECTION.

      ****************************************************************
      *                                                              *
      *     I1-VERIFY-CTL                         DDNAME - VTG110    *
      * - ONE CARD: JR_N CUTOFF DATE AND THE TWO ARCHIVE GDG BASES   *
      *                                                              *
      ****************************************************************
       FD  I1-VERIFY-CTL

           RECORDING  MODE           IS  F
           RECORD     CONTAINS       80  CHARACTERS
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  I1-VERIFY-CTL-REC.

       01  I1-VERIFY-CTL-REC.
           05  I1-CUTOFF-DATE           PIC  X(08).
           05  FILLER                   PIC  X(01).
           05  I1-ARCH-DSN              PIC  X(35).
           05  I1-CNTL-DSN              PIC  X(35).
           05  FILLER                   PIC  X(01).

      ****************************************************************
      *                                                              *
      *     I2-UNLOAD-FILE                        DDNAME - SYSREC    *
      * - TG110 ROWS AS UNLOADED, FORMAT DSNTIAUL                    *
      *                                                              *
      ****************************************************************
       FD  I2-UNLOAD-FILE

           RECORDING  MODE           IS  V
           RECORD     IS VARYING IN SIZE FROM 1 TO 4000 CHARACTERS
                      DEPENDING ON  W-I2-REC-LEN
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  I2-UNLOAD-REC.

       01  I2-UNLOAD-REC                  PIC  X(4000).

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'LCBBG111 - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *                  U S E R - A B E N D S                       *
      *                                                              *
      ****************************************************************

       01  USER-ABENDS.

           05  U-ABEND-CODE1            PIC  S9(04)  COMP  VALUE +2111.

      ****************************************************************
      *                                                              *
      *                     A C C U M U L A T O R S                  *
      *                                                              *
      ****************************************************************

       01  ACCUMULATORS.

           05  A-UNLOAD-READ-CNT        PIC  9(13)  VALUE  ZERO.
           05  A-CATALOG-WRIT-CNT       PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *                     C O N S T A N T S                        *
      *                                                              *
      ****************************************************************

       01  CONSTANTS.

           05  C-PROG-ID                PIC  X(08)  VALUE 'LCBBG111'.
           05  C-TABLE-NM               PIC  X(18)  VALUE
               'LCBD2G11.TG110'.
           05  C-CUTOFF-ZERO            PIC  X(14)  VALUE
               '00000000000000'.
           05  C-HASH-MODULUS           PIC  S9(09) COMP
                                                    VALUE +999999999.
           05  C-HOLD-RETURN-CODE       PIC  S9(04) COMP  VALUE +8.

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
           05  W-I2-REC-LEN             PIC  9(05)  COMP.
           05  W-SYSTEM-DATE            PIC  X(08)  VALUE SPACE.
           05  W-SYSTEM-TIME            PIC  X(06)  VALUE SPACE.
           05  W-START-DATE             PIC  X(08)  VALUE SPACE.
           05  W-START-TIME             PIC  X(06)  VALUE SPACE.
           05  W-IX                     PIC  S9(04) COMP  VALUE +0.
           05  W-BYTE                   PIC  S9(04) COMP  VALUE +0.
           05  W-REC-HASH               PIC  S9(09) COMP  VALUE +0.
           05  W-FILE-HASH              PIC  S9(09) COMP  VALUE +0.
           05  W-GEN-EDIT               PIC  9(04)  VALUE ZERO.
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
           VALUE 'LCBBG111 - WORKING STORAGE ENDS HERE'.

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
           PERFORM  S0300-READ-VERIFY-CTL.
           PERFORM  S0400-HASH-UNLOAD.
           PERFORM  S0500-COUNT-PARTITION.
           PERFORM  S0600-NEXT-GENERATION.
           PERFORM  S0700-CATALOG-GENERATION.
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
      *              R E A D   V E R I F Y   C A R D                   *
      *                                                                *
      ******************************************************************

       S0300-READ-VERIFY-CTL            SECTION.

           OPEN  INPUT  I1-VERIFY-CTL.

           IF  W-I1-STATUS  NOT =  '00'
               DISPLAY  'S0300:VTG110 OPEN ERROR ' W-I1-STATUS
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           READ  I1-VERIFY-CTL
               AT END
                   DISPLAY  'S0300:VTG110 IS EMPTY'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0950-LOG-BATCH-CTL
                   PERFORM  S0100-MAIN-PROCESS-EXIT
           END-READ.

           CLOSE  I1-VERIFY-CTL.

           IF  I1-CUTOFF-DATE            NOT NUMERIC
           OR  I1-CUTOFF-DATE            =   ZERO
           OR  I1-ARCH-DSN               =   SPACE
           OR  I1-CNTL-DSN               =   SPACE
               DISPLAY  'S0300:ERROR=INVALID VTG110 CARD'
               DISPLAY  'S0300:CARD=' I1-VERIFY-CTL-REC
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  C-TABLE-NM              TO  ARC-TABLE-NM.
           STRING  I1-CUTOFF-DATE        DELIMITED BY SIZE
                   C-CUTOFF-ZERO         DELIMITED BY SIZE
                   INTO  ARC-CUTOFF-KEY.

           DISPLAY  'S0300:ARCHIVE CUTOFF JR_N  = ' ARC-CUTOFF-KEY.

       S0300-READ-VERIFY-CTL-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  H A S H   U N L O A D                         *
      *                                                                *
      *   READS THE WHOLE UNLOAD, COUNTING RECORDS AND FOLDING EACH    *
      *   RECORD'S IMAGE HASH INTO THE FILE HASH.                      *
      *                                                                *
      ******************************************************************

       S0400-HASH-UNLOAD                SECTION.

           OPEN  INPUT  I2-UNLOAD-FILE.

           IF  W-I2-STATUS  NOT =  '00'
               DISPLAY  'S0400:SYSREC OPEN ERROR ' W-I2-STATUS
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  +0                      TO  W-FILE-HASH.
           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              READ  I2-UNLOAD-FILE
                  AT END
                      MOVE  HIGH-VALUE   TO  S-DATA-END-CHECK
                  NOT AT END
                      ADD   1            TO  A-UNLOAD-READ-CNT
                      PERFORM  S0410-HASH-RECORD
              END-READ
           END-PERFORM.

           IF  W-I2-STATUS  NOT =  '00'
           AND W-I2-STATUS  NOT =  '10'
               DISPLAY  'S0400:SYSREC READ ERROR ' W-I2-STATUS
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           CLOSE  I2-UNLOAD-FILE.

           MOVE  A-UNLOAD-READ-CNT       TO  ARC-ROW-CNT.
           MOVE  W-FILE-HASH             TO  ARC-HASH.

       S0400-HASH-UNLOAD-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  H A S H   R E C O R D                         *
      *                                                                *
      ******************************************************************

       S0410-HASH-RECORD                SECTION.

           MOVE  +0                      TO  W-REC-HASH.

           PERFORM  S0420-ONE-BYTE
                    VARYING  W-IX  FROM  1  BY  1
                    UNTIL    W-IX  >  W-I2-REC-LEN.

           COMPUTE  W-FILE-HASH  =
                    FUNCTION MOD (W-FILE-HASH * 31 + W-REC-HASH,
                                  C-HASH-MODULUS).

       S0410-HASH-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  O N E   B Y T E                               *
      *                                                                *
      ******************************************************************

       S0420-ONE-BYTE                   SECTION.

           COMPUTE  W-BYTE  =
                    FUNCTION ORD (I2-UNLOAD-REC (W-IX : 1)).

           COMPUTE  W-REC-HASH  =
                    FUNCTION MOD (W-REC-HASH + W-BYTE * W-IX,
                                  C-HASH-MODULUS).

       S0420-ONE-BYTE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              C O U N T   P A R T I T I O N                     *
      *                                                                *
      *   THE SAME PREDICATE THE UNLOAD SELECTED WITH.  THE DATE       *
      *   RANGE IS TAKEN HERE, FROM THE KEYS, RATHER THAN FROM THE     *
      *   UNLOADED RECORDS.                                            *
      *                                                                *
      ******************************************************************

       S0500-COUNT-PARTITION            SECTION.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(SUBSTR(MIN(JR_N), 1, 8), ' ')
                 ,       COALESCE(SUBSTR(MAX(JR_N), 1, 8), ' ')
                 INTO   :ARC-DB-CNT
                 ,      :ARC-FROM-DT
                 ,      :ARC-TO-DT
                 FROM    LCBD2G11.TG110
                 WHERE   JR_N  <  :ARC-CUTOFF-KEY
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0500:DB ERROR TG110 COUNT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

       S0500-COUNT-PARTITION-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              N E X T   G E N E R A T I O N                     *
      *                                                                *
      ******************************************************************

       S0600-NEXT-GENERATION            SECTION.

           EXEC  SQL
                 SELECT  COALESCE(MAX(ARC_GEN), 0) + 1
                 INTO   :ARC-GEN
                 FROM    LCBD2CTL.ARCHIVE_CAT
                 WHERE   TABLE_NM  =  :ARC-TABLE-NM
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0600:DB ERROR ARCHIVE-CAT MAX=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  ARC-GEN                 TO  W-GEN-EDIT.
           MOVE  SPACE                   TO  ARC-DSN  ARC-CNTL-DSN.

           STRING  I1-ARCH-DSN           DELIMITED BY SPACE
                   '.G'                  DELIMITED BY SIZE
                   W-GEN-EDIT            DELIMITED BY SIZE
                   'V00'                 DELIMITED BY SIZE
                   INTO  ARC-DSN.

           STRING  I1-CNTL-DSN           DELIMITED BY SPACE
                   '.G'                  DELIMITED BY SIZE
                   W-GEN-EDIT            DELIMITED BY SIZE
                   'V00'                 DELIMITED BY SIZE
                   INTO  ARC-CNTL-DSN.

       S0600-NEXT-GENERATION-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *           C A T A L O G   G E N E R A T I O N                  *
      *                                                                *
      *   A SHORT OR LONG UNLOAD IS STILL CATALOGED - AS FAILED - SO   *
      *   THE GENERATION NUMBERS STAY IN STEP WITH THE GDG.            *
      *                                                                *
      ******************************************************************

       S0700-CATALOG-GENERATION         SECTION.

           IF  ARC-ROW-CNT               =   ARC-DB-CNT
               MOVE  'V'                 TO  ARC-STATUS
           ELSE
               MOVE  'F'                 TO  ARC-STATUS
           END-IF.

           ACCEPT    ARC-ARCH-DT         FROM  DATE  YYYYMMDD.
           ACCEPT    W-SYSTEM-TIME       FROM  TIME.
           MOVE      W-SYSTEM-TIME       TO  ARC-ARCH-TM.
           MOVE      SPACE               TO  ARC-RECALL-DT.

           EXEC  SQL
                 INSERT INTO LCBD2CTL.ARCHIVE_CAT
                       (TABLE_NM, ARC_GEN, ARC_DSN, ARC_CNTL_DSN,
                        CUTOFF_KEY, FROM_DT, TO_DT,
                        ROW_CNT, DB_CNT, ARC_HASH, ARC_STATUS,
                        ARCH_DT, ARCH_TM, RECALL_DT)
                 VALUES
                       (:ARC-TABLE-NM, :ARC-GEN, :ARC-DSN,
                        :ARC-CNTL-DSN, :ARC-CUTOFF-KEY,
                        :ARC-FROM-DT, :ARC-TO-DT,
                        :ARC-ROW-CNT, :ARC-DB-CNT, :ARC-HASH,
                        :ARC-STATUS, :ARC-ARCH-DT, :ARC-ARCH-TM,
                        :ARC-RECALL-DT)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0700:DB ERROR ARCHIVE-CAT INSERT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0950-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           ADD   1                       TO  A-CATALOG-WRIT-CNT.

           EXEC  SQL
                 COMMIT
           END-EXEC.

       S0700-CATALOG-GENERATION-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P O R T   T O T A L S                     *
      *                                                                *
      ******************************************************************

       S0900-REPORT-TOTALS              SECTION.

           DISPLAY  'S0900:ARCHIVE GENERATION       = ' ARC-DSN.
           DISPLAY  'S0900:LOAD STATEMENT           = ' ARC-CNTL-DSN.
           DISPLAY  'S0900:JOURNAL DATES            = ' ARC-FROM-DT
                    ' - ' ARC-TO-DT.
           MOVE  ARC-ROW-CNT             TO  W-DISP-CNT.
           DISPLAY  'S0900:UNLOADED RECORDS     CNT = ' W-DISP-CNT.
           MOVE  ARC-DB-CNT              TO  W-DISP-CNT.
           DISPLAY  'S0900:TG110 ROWS IN RANGE  CNT = ' W-DISP-CNT.
           DISPLAY  'S0900:UNLOAD HASH              = ' ARC-HASH.

           IF  ARC-STATUS-FAILED
               DISPLAY  'S0900:*** UNLOAD DOES NOT MATCH TG110 - '
                        'DELETE STEP HELD ***'
               MOVE  C-HOLD-RETURN-CODE  TO  RETURN-CODE
           ELSE
               DISPLAY  'S0900:UNLOAD VERIFIED - DELETE STEP RELEASED'
           END-IF.

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
           MOVE      A-UNLOAD-READ-CNT   TO  BCTL-READ-CNT.
           MOVE      A-CATALOG-WRIT-CNT  TO  BCTL-WRIT-CNT.
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
      *             E N D   O F   P R O G R A M    LCBBG111            *
      *                                                                *
      ******************************************************************
