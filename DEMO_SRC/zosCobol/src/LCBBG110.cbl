      * viz   CSRuVJ~  3/3a                     *
      *  ====== ============== ======  ============================  *
      *  040910                FNS  BA~7                     *
261015*  261015           S.K.CHOI  VTG110 ARCHIVE VERIFY CARD FOR   *
261015*                              LCBBG111 BEFORE THE DELETE      *
      ****************************************************************  

      ****************************************************************  

           SELECT   O2-DELETE-SYSIN      ASSIGN  TO  DTG110
                                  FILE STATUS  IS W-O2-STATUS.

261015     SELECT   O3-VERIFY-CTL        ASSIGN  TO  VTG110
261015                            FILE STATUS  IS W-O3-STATUS.
      ****************************************************************
      *                                                              *
      *         D A T A                 D I V I S I O N              *
      ****************************************************************
       FD  O2-DELETE-SYSIN.
       01  O2-DELETE-SYSINREC            PIC  X(80).
261015****************************************************************
261015*                                                              *
261015*     O3-VERIFY-CTL                         DDNAME=VTG110      *
261015* - CUTOFF AND ARCHIVE DATASET NAMES FOR THE LCBBG111 CHECK    *
261015*   THAT RUNS BETWEEN THE UNLOAD AND THE DELETE STEP           *
261015*                                                              *
261015****************************************************************
261015 FD  O3-VERIFY-CTL.
261015 01  O3-VERIFY-CTLREC              PIC  X(80).
      ****************************************************************
      *                                                              *
      *        W O R K I N G - S T O A G E  S E C T I O N            *
       01  WORK-AREA.
           05  W-O1-STATUS               PIC  X(02)  VALUE SPACE.
           05  W-O2-STATUS               PIC  X(02)  VALUE SPACE.
261015     05  W-O3-STATUS               PIC  X(02)  VALUE SPACE.
           05  W-SYSTEM-DATE             PIC  X(08)  VALUE SPACE.
           05  W-SYSTEM-TIME             PIC  X(06)  VALUE SPACE.

       01  WK-DELETE-SYSIN-TABLE   REDEFINES  WK-DELETE-SYSIN.
           05  WK-DELETE-COMMAND   OCCURS   9 TIMES  PIC  X(80).

261015
261015* THE UNLOAD (SYSREC) AND ITS LOAD STATEMENT (CNTL) GO TO THE
261015* NEXT GENERATION OF THESE TWO GDGS.  LCBBG111 COUNTS AND
261015* HASHES SYSREC, CATALOGS THE GENERATION IN ARCHIVE_CAT AND
261015* ENDS NON-ZERO ON A MISMATCH SO THE DELETE STEP DOES NOT RUN.
261015 01  WK-VERIFY-CTL.
261015     05  WK-V-CUTOFF-DATE          PIC  X(08) VALUE  SPACE.
261015     05  WK-V-FILLER-1             PIC  X(01) VALUE  SPACE.
261015     05  WK-V-ARCH-DSN             PIC  X(35) VALUE
261015         'PLCB.ZD2BR.LCBD2G11.TG110.ARCH'.
261015     05  WK-V-CNTL-DSN             PIC  X(35) VALUE
261015         'PLCB.ZD2BR.LCBD2G11.TG110.CNTL'.
261015     05  WK-V-FILLER-2             PIC  X(01) VALUE  SPACE.

       01  WS-CALL-PGM                   PIC  X(08).
      *-----------------------------------------------------------------
      *   z/  _  7v~   AREA
       01  ACCUMULATORS.
           05  A-UNLOAD-WRIT-CNT         PIC  9(13)  VALUE  ZERO.
           05  A-DELETE-WRIT-CNT         PIC  9(13)  VALUE  ZERO.
261015     05  A-VERIFY-WRIT-CNT         PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *    SQLCA DEFINITION                                          *
           PERFORM  VALIDATE-PARAMETERS-RTN.

           MOVE   U170-DATE              TO  WK-U-12-3-DATE
261015                                       WK-V-CUTOFF-DATE
                                             WK-D-8-3-DATE.

           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL   I  >  12

           CLOSE  O2-DELETE-SYSIN.

261015     OPEN  OUTPUT  O3-VERIFY-CTL.
261015     IF  W-O3-STATUS  =  00
261015         NEXT  SENTENCE
261015     ELSE
261015         DISPLAY  'VERIFY CARD OPEN ERROR '
261015                  W-O3-STATUS
261015         MOVE     U-ABEND-CODE    TO  RETURN-CODE
261015         PERFORM  LOG-BATCH-CTL-RTN
261015         GOBACK
261015     END-IF.

261015     MOVE  WK-VERIFY-CTL           TO  O3-VERIFY-CTLREC.
261015     WRITE O3-VERIFY-CTLREC.
261015     IF  W-O3-STATUS  =  00
261015         ADD  1                     TO  A-VERIFY-WRIT-CNT
261015     ELSE
261015         DISPLAY  'VERIFY CARD WRITE ERROR '
261015                  W-O3-STATUS
261015         MOVE     U-ABEND-CODE    TO  RETURN-CODE
261015         PERFORM  LOG-BATCH-CTL-RTN
261015         GOBACK
261015     END-IF.

261015     CLOSE  O3-VERIFY-CTL.

           MOVE     +0000                TO  RETURN-CODE.
           PERFORM  LOG-BATCH-CTL-RTN.

           MOVE      W-SYSTEM-TIME       TO  BCTL-END-TM.
           MOVE      ZERO                TO  BCTL-READ-CNT.
           COMPUTE   BCTL-WRIT-CNT  =  A-UNLOAD-WRIT-CNT
                                      + A-DELETE-WRIT-CNT
261015                                + A-VERIFY-WRIT-CNT.
           MOVE      RETURN-CODE         TO  BCTL-RETURN-CD.

           IF  RETURN-CODE  =  0
