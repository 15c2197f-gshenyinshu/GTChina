      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBC.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : TAX OFFICE MERGE (CONSOLIDATION) RUN          *
      *  DESCRIPTION : MOVES EVERYTHING A CLOSING TAX OFFICE OWNS    *
      *                TO THE SURVIVING OFFICE NAMED ON THE SYSIN    *
      *                CARD.  EACH TTAAA BUSINESS OF THE OLD OFFICE  *
      *                IS MOVED AS LAP17 MOVES A RELOCATION - THE    *
      *                MASTER, ITS OPEN TRWAD RECEIPTS AND TRWAX     *
      *                RE-DELIVERY ITEMS (WORK-TXOFF-CD OVERRIDE)    *
      *                AND ITS OPEN TRWBU CALLBACKS - AND GETS ITS   *
      *                OWN TTBAW HISTORY ROW.  THE OFFICE'S REMAINING*
      *                OPEN WORK, ITS TRWBT EXAMINER ROSTER AND ITS  *
      *                TRWBD PRINT ROUTES THEN FOLLOW IN SET UPDATES.*
      *                TRWAI ASSIGNMENTS HAVE NO OFFICE OF THEIR OWN *
      *                AND GO WITH THE RECEIPT.  THE OLD-TO-NEW      *
      *                OFFICE MAP IS WRITTEN TO DRWB.TRWCG FOR THE   *
      *                REPORTS THAT ROLL CLOSED HISTORY UP.  BEFORE/ *
      *                AFTER COUNTS PER TABLE ARE PRINTED.  MODE 'V' *
      *                ONLY PRINTS THE BEFORE COUNTS SO THE MERGE    *
      *                CAN BE CHECKED AHEAD OF THE REAL RUN.         *
      *                THE RUN IS RESTARTABLE:  A BUSINESS ALREADY   *
      *                MOVED IS NO LONGER PICKED UP.                 *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBC                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - OLD OFFICE, NEW OFFICE, EFFECTIVE  *
      *                   DATE, OPERATOR ID, MODE ('U' OR 'V')       *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTAA.TTAAA                              RU                  *
      *  DTJB.TTJBA                              R                   *
      *  DRWA.TRWAD                              RU                  *
      *  DRWA.TRWAI                              R                   *
      *  DRWB.TRWBT                              RUD                 *
      *  DRWB.TRWBD                              RUD                 *
      *  DRWA.TRWAX                              RU                  *
      *  DRWB.TRWBU                              RU                  *
      *  DTBA.TTBAW                              CR                  *
      *  DRWB.TRWCG                              CRU                 *
      *  DRWB.TRWCO  (VIA LCBSMHST)              C                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         EACH MOVED MASTER WRITES ITS   *
      *                               TXOFF_CD CHANGE TO TRWCO       *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0C0
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
           'LAPBC    - WORKING STORAGE BEGINS HERE'.

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

           05  A-BUSN-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-BUSN-MOVED-CNT          PIC  9(09)  VALUE  ZERO.
           05  A-TTBAW-INS-CNT           PIC  9(09)  VALUE  ZERO.
261015     05  A-TRWCO-INS-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-TRWBT-DUP-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-TRWBD-DUP-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-COMMIT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBC'.
           05  C-PGM-LCBSAUTH            PIC  X(08)  VALUE 'LCBSAUTH'.
261015     05  C-PGM-LCBSMHST            PIC  X(08)  VALUE 'LCBSMHST'.
           05  C-COMMIT-FREQ             PIC S9(04)  COMP  VALUE +100.

      ****************************************************************
      *    TABLES COUNTED BEFORE AND AFTER, IN REPORT ORDER.         *
      ****************************************************************
       01  C-TABLE-NAMES.
           05  FILLER                    PIC  X(25)  VALUE
               'TTAAABUSINESSES          '.
           05  FILLER                    PIC  X(25)  VALUE
               'TRWADOPEN RECEIPTS       '.
           05  FILLER                    PIC  X(25)  VALUE
               'TRWAIOPEN ASSIGNMENTS    '.
           05  FILLER                    PIC  X(25)  VALUE
               'TRWBTEXAMINER ROSTER     '.
           05  FILLER                    PIC  X(25)  VALUE
               'TRWBDPRINT ROUTES        '.
           05  FILLER                    PIC  X(25)  VALUE
               'TRWAXOPEN RE-DELIVERIES  '.
           05  FILLER                    PIC  X(25)  VALUE
               'TRWBUOPEN CALLBACKS      '.
       01  C-TABLE-NAMES-R               REDEFINES  C-TABLE-NAMES.
           05  C-TABLE-ENTRY             OCCURS 7 TIMES.
               10  C-TABLE-ID            PIC  X(05).
               10  C-TABLE-DESC          PIC  X(20).

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-OLD-TXOFF         PIC  X(03)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-NEW-TXOFF         PIC  X(03)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-EFF-DT            PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-OPID              PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-MODE              PIC  X(01)  VALUE  SPACE.
               88  W-SYSIN-MODE-UPDATE               VALUE  'U'.
               88  W-SYSIN-MODE-VERIFY               VALUE  'V'.
           05  FILLER                    PIC  X(53)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-MAP-EXISTS              PIC  X(01)  VALUE  'N'.
               88  S-MAP-EXISTS-YES                  VALUE  'Y'.

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

           05  W-OLD-TXOFF               PIC  X(03).
           05  W-NEW-TXOFF               PIC  X(03).
           05  W-OLD-TXOFF-NM            PIC  X(30).
           05  W-NEW-TXOFF-NM            PIC  X(30).
           05  W-MAP-NEW-TXOFF           PIC  X(03).
           05  W-CHK-CNT                 PIC S9(09)  COMP.

           05  W-CUR-BUSNID              PIC  X(10).
           05  W-MOVED-RCVE-CNT          PIC S9(05)  COMP-3.
           05  W-MOVED-CB-CNT            PIC S9(05)  COMP-3.
           05  W-MOVED-RDLV-CNT          PIC S9(05)  COMP-3.
           05  W-UNIT-CNT                PIC S9(04)  COMP.

           05  W-CNT-TXOFF               PIC  X(03).
           05  W-CNT-HOST                PIC S9(09)  COMP.
           05  W-OFF-CNT                 PIC S9(09)  COMP
                                         OCCURS 7 TIMES.
           05  I                         PIC S9(04)  COMP.

      ****************************************************************
      *                                                              *
      *    C O U N T    T A B L E                                    *
      *                                                              *
      ****************************************************************
       01  COUNT-TABLE.
           05  CT-ENTRY                  OCCURS 7 TIMES.
               10  CT-OLD-BEFORE         PIC S9(09)  COMP-3.
               10  CT-NEW-BEFORE         PIC S9(09)  COMP-3.
               10  CT-MOVED              PIC S9(09)  COMP-3.
               10  CT-OLD-AFTER          PIC S9(09)  COMP-3.
               10  CT-NEW-AFTER          PIC S9(09)  COMP-3.

      ****************************************************************
      *                                                              *
      *    P A R A M E T E R    A R E A    O F    L C B S A U T H    *
      *                                                              *
      ****************************************************************
       01  L-SAUTH-PARM.
           05  L-SAUTH-INPUT.
               10  L-SAUTH-OPID          PIC  X(08).
               10  L-SAUTH-FUNC-CD       PIC  X(08).
               10  L-SAUTH-CHK-CNT       PIC  S9(09) COMP-3.
               10  L-SAUTH-TODAY         PIC  X(08).
           05  L-SAUTH-OUTPUT.
               10  L-SAUTH-AUTH-FG       PIC  X(01).
               10  L-SAUTH-RC            PIC  X(02).

261015****************************************************************
261015*                                                              *
261015*    L C B S M H S T    U S E R A R E A                        *
261015*                                                              *
261015****************************************************************
261015 01  LCBSMHST-USERAREA.
261015     COPY  LCBYMHST.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(40)  VALUE
                   'TAX OFFICE MERGE RUN          RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(09)  VALUE
                   '  MODE : '.
               10  H1-MODE               PIC  X(06).
               10  FILLER                PIC  X(68)  VALUE  SPACE.

           05  H2-OLD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(20)  VALUE
                   'CLOSING OFFICE    : '.
               10  H2-OLD-TXOFF          PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  H2-OLD-TXOFF-NM       PIC  X(30).
               10  FILLER                PIC  X(14)  VALUE
                   '  EFFECTIVE : '.
               10  H2-EFF-DT             PIC  X(08).
               10  FILLER                PIC  X(55)  VALUE  SPACE.

           05  H3-NEW-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(20)  VALUE
                   'SURVIVING OFFICE  : '.
               10  H3-NEW-TXOFF          PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  H3-NEW-TXOFF-NM       PIC  X(30).
               10  FILLER                PIC  X(14)  VALUE
                   '  OPERATOR  : '.
               10  H3-OPID               PIC  X(08).
               10  FILLER                PIC  X(55)  VALUE  SPACE.

           05  H4-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  FILLER                PIC  X(26)  VALUE  'TABLE'.
               10  FILLER                PIC  X(12)  VALUE
                   '  OLD-BEFORE'.
               10  FILLER                PIC  X(12)  VALUE
                   '  NEW-BEFORE'.
               10  FILLER                PIC  X(12)  VALUE
                   '       MOVED'.
               10  FILLER                PIC  X(12)  VALUE
                   '   OLD-AFTER'.
               10  FILLER                PIC  X(12)  VALUE
                   '   NEW-AFTER'.
               10  FILLER                PIC  X(06)  VALUE  '  NOTE'.
               10  FILLER                PIC  X(39)  VALUE  SPACE.

           05  D1-COUNT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TABLE-ID           PIC  X(05).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TABLE-DESC         PIC  X(20).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-OLD-BEFORE         PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-NEW-BEFORE         PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-MOVED              PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-OLD-AFTER          PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-NEW-AFTER          PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-NOTE               PIC  X(30).
               10  FILLER                PIC  X(13)  VALUE  SPACE.

           05  D2-NOTE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-CNT                PIC  ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-TEXT               PIC  X(60).
               10  FILLER                PIC  X(63)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  T1-TEXT               PIC  X(80).
               10  FILLER                PIC  X(51)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DTBA.TTBAW   (   TRANSFER HISTORY   )                     *
      ****************************************************************
           EXEC  SQL  INCLUDE  TBOAW      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCG   (   TAX OFFICE MERGE MAP   )                 *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCG      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_BUSN : THE CLOSING OFFICE'S CURRENT MASTERS.  A    *
      *    BUSINESS ALREADY MOVED BY AN EARLIER ATTEMPT NO LONGER    *
      *    QUALIFIES, WHICH IS WHAT MAKES A RERUN SAFE.              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_BUSN  CURSOR  WITH  HOLD  FOR
                 SELECT   BUSNID
                 FROM     DTAA.TTAAA
                 WHERE    TXOFF_CD  =  :W-OLD-TXOFF
                 AND      LAST_FG   =  'Y'
                 ORDER BY BUSNID
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBC    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S0300-VALIDATE-CARD.

           MOVE  W-OLD-TXOFF              TO  W-CNT-TXOFF.
           PERFORM  S1100-COUNT-OFFICE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  7
               MOVE  W-OFF-CNT (I)        TO  CT-OLD-BEFORE (I)
           END-PERFORM.

           MOVE  W-NEW-TXOFF              TO  W-CNT-TXOFF.
           PERFORM  S1100-COUNT-OFFICE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  7
               MOVE  W-OFF-CNT (I)        TO  CT-NEW-BEFORE (I)
           END-PERFORM.

           IF  W-SYSIN-MODE-UPDATE
               PERFORM  S2000-MOVE-BUSINESSES
               PERFORM  S3000-MOVE-OFFICE-WORK
               PERFORM  S4000-MOVE-ROSTER
               PERFORM  S4500-MOVE-PRINT-ROUTES
               PERFORM  S5000-WRITE-MERGE-MAP
               EXEC  SQL  COMMIT  END-EXEC

               MOVE  W-OLD-TXOFF          TO  W-CNT-TXOFF
               PERFORM  S1100-COUNT-OFFICE
               PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  7
                   MOVE  W-OFF-CNT (I)    TO  CT-OLD-AFTER (I)
               END-PERFORM
               MOVE  W-NEW-TXOFF          TO  W-CNT-TXOFF
               PERFORM  S1100-COUNT-OFFICE
               PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  7
                   MOVE  W-OFF-CNT (I)    TO  CT-NEW-AFTER (I)
               END-PERFORM
      *        THE ASSIGNMENTS MOVE ONLY WITH THEIR RECEIPTS.
               COMPUTE  CT-MOVED (3)  =  CT-OLD-BEFORE (3)
                                      -  CT-OLD-AFTER (3)
           END-IF.

           PERFORM  S6000-WRITE-REPORT.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBC    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LAPBC    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* OLD OFFICE      : ' W-OLD-TXOFF.
           DISPLAY '* NEW OFFICE      : ' W-NEW-TXOFF.
           DISPLAY '* MODE            : ' W-SYSIN-MODE.
           DISPLAY '* BUSN-READ-CNT   : ' A-BUSN-READ-CNT.
           DISPLAY '* BUSN-MOVED-CNT  : ' A-BUSN-MOVED-CNT.
           DISPLAY '* TTBAW-INS-CNT   : ' A-TTBAW-INS-CNT.
261015     DISPLAY '* TRWCO-INS-CNT   : ' A-TRWCO-INS-CNT.
           DISPLAY '* COMMIT-CNT      : ' A-COMMIT-CNT.
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
           INITIALIZE                    COUNT-TABLE.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LAPBC    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0C0 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           MOVE  W-SYSIN-OLD-TXOFF       TO  W-OLD-TXOFF.
           MOVE  W-SYSIN-NEW-TXOFF       TO  W-NEW-TXOFF.

           DISPLAY  'S0200:CARD OLD=' W-SYSIN-OLD-TXOFF
                    ' NEW=' W-SYSIN-NEW-TXOFF
                    ' EFF=' W-SYSIN-EFF-DT
                    ' OPID=' W-SYSIN-OPID
                    ' MODE=' W-SYSIN-MODE.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - V A L I D A T E - C A R D                     *
      *                                                              *
      *    THE MERGE IS A SUPERVISOR FUNCTION ('LAPBCMRG') FOR THE   *
      *    OPERATOR ON THE CARD.  BOTH OFFICES MUST BE ON TTJBA, THE *
      *    SURVIVOR MUST NOT ITSELF BE A CLOSED OFFICE, AND A CLOSED *
      *    OFFICE CANNOT BE MERGED A SECOND TIME INTO ANOTHER ONE.   *
      *    THE REAL RUN CANNOT GO AHEAD OF ITS EFFECTIVE DATE; A     *
      *    VERIFY RUN CAN.                                           *
      *                                                              *
      ****************************************************************
       S0300-VALIDATE-CARD               SECTION.

           IF  NOT  W-SYSIN-MODE-UPDATE
           AND NOT  W-SYSIN-MODE-VERIFY
               DISPLAY 'S0300:ERROR=INVALID SYSIN MODE('
                        W-SYSIN-MODE ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-OLD-TXOFF  =  SPACE
           OR  W-NEW-TXOFF  =  SPACE
           OR  W-OLD-TXOFF  =  W-NEW-TXOFF
               DISPLAY 'S0300:ERROR=INVALID SYSIN OFFICES('
                        W-OLD-TXOFF '/' W-NEW-TXOFF ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-SYSIN-EFF-DT            NOT  NUMERIC
               DISPLAY 'S0300:ERROR=INVALID SYSIN DATE('
                        W-SYSIN-EFF-DT ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-SYSIN-MODE-UPDATE
           AND W-SYSIN-EFF-DT  >  W-SYSTEM-DATE
               DISPLAY 'S0300:ERROR=EFFECTIVE DATE NOT REACHED('
                        W-SYSIN-EFF-DT ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSIN-OPID            TO  L-SAUTH-OPID.
           MOVE  'LAPBCMRG'              TO  L-SAUTH-FUNC-CD.
           MOVE  ZERO                    TO  L-SAUTH-CHK-CNT.
           MOVE  W-SYSTEM-DATE           TO  L-SAUTH-TODAY.
           CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM.
           IF  L-SAUTH-AUTH-FG  NOT =  'Y'
               DISPLAY 'S0300:ERROR=OPERATOR NOT AUTHORIZED('
                        W-SYSIN-OPID ') RC=' L-SAUTH-RC
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           EXEC  SQL  SELECT  TXOFF_NM
                        INTO  :W-OLD-TXOFF-NM
                        FROM  DTJB.TTJBA
                       WHERE  TXOFF_CD  = :W-OLD-TXOFF
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY 'S0300:ERROR=OLD OFFICE NOT ON TTJBA('
                        W-OLD-TXOFF ') SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           EXEC  SQL  SELECT  TXOFF_NM
                        INTO  :W-NEW-TXOFF-NM
                        FROM  DTJB.TTJBA
                       WHERE  TXOFF_CD  = :W-NEW-TXOFF
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY 'S0300:ERROR=NEW OFFICE NOT ON TTJBA('
                        W-NEW-TXOFF ') SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-CHK-CNT
                        FROM  DRWB.TRWCG
                       WHERE  OLD_TXOFF_CD  = :W-NEW-TXOFF
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TRWCG CHECK'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           IF  W-CHK-CNT  >  ZERO
               DISPLAY 'S0300:ERROR=SURVIVING OFFICE IS CLOSED('
                        W-NEW-TXOFF ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  'N'                     TO  S-MAP-EXISTS.

           EXEC  SQL  SELECT  NEW_TXOFF_CD
                        INTO  :W-MAP-NEW-TXOFF
                        FROM  DRWB.TRWCG
                       WHERE  OLD_TXOFF_CD  = :W-OLD-TXOFF
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     IF  W-MAP-NEW-TXOFF  NOT =  W-NEW-TXOFF
                         DISPLAY 'S0300:ERROR=OLD OFFICE ALREADY '
                                 'MERGED INTO ' W-MAP-NEW-TXOFF
                         MOVE  U-ABEND-CODE1
                                         TO  RETURN-CODE
                         PERFORM  S0100-MAIN-EXIT
                     END-IF
                     MOVE  'Y'           TO  S-MAP-EXISTS
                     DISPLAY 'S0300:MERGE MAP ALREADY ON FILE - RERUN'
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWCG SELECT'
                                         TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S0300-VALIDATE-CARD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - C O U N T - O F F I C E                       *
      *                                                              *
      *    W-OFF-CNT (1-7) FOR OFFICE W-CNT-TXOFF, IN C-TABLE-NAMES  *
      *    ORDER.  OPEN WORK IS COUNTED AGAINST THE OFFICE THAT      *
      *    WORKS IT, AS THE JEPBB DISTRIBUTION SEES IT.              *
      *                                                              *
      ****************************************************************
       S1100-COUNT-OFFICE                SECTION.

           MOVE  ZERO                     TO  W-CNT-HOST.
           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-CNT-HOST
                        FROM  DTAA.TTAAA
                       WHERE  TXOFF_CD  = :W-CNT-TXOFF
                         AND  LAST_FG   = 'Y'
           END-EXEC.
           MOVE  'TTAAA COUNT'            TO  W-SQL-STEP.
           PERFORM  S1190-CHECK-COUNT.
           MOVE  W-CNT-HOST               TO  W-OFF-CNT (1).

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-CNT-HOST
                        FROM  DRWA.TRWAD  D
                       WHERE  COALESCE(NULLIF(D.WORK_TXOFF_CD, ' '),
                                       D.RCVE_NO_TXOFF) = :W-CNT-TXOFF
                         AND  D.TREAT_STAUS  NOT IN
                                  ('12', '21', '95', '97', '99')
           END-EXEC.
           MOVE  'TRWAD COUNT'            TO  W-SQL-STEP.
           PERFORM  S1190-CHECK-COUNT.
           MOVE  W-CNT-HOST               TO  W-OFF-CNT (2).

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-CNT-HOST
                        FROM  DRWA.TRWAI  I
                        ,     DRWA.TRWAD  D
                       WHERE  I.ASSIGN_STAUS  = 'A'
                         AND  D.RCVE_NO_TXOFF = I.RCVE_NO_TXOFF
                         AND  D.RCVE_NO_YY    = I.RCVE_NO_YY
                         AND  D.RCVE_NO_SEQNO = I.RCVE_NO_SEQNO
                         AND  COALESCE(NULLIF(D.WORK_TXOFF_CD, ' '),
                                       D.RCVE_NO_TXOFF) = :W-CNT-TXOFF
           END-EXEC.
           MOVE  'TRWAI COUNT'            TO  W-SQL-STEP.
           PERFORM  S1190-CHECK-COUNT.
           MOVE  W-CNT-HOST               TO  W-OFF-CNT (3).

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-CNT-HOST
                        FROM  DRWB.TRWBT
                       WHERE  TXOFF_CD  = :W-CNT-TXOFF
           END-EXEC.
           MOVE  'TRWBT COUNT'            TO  W-SQL-STEP.
           PERFORM  S1190-CHECK-COUNT.
           MOVE  W-CNT-HOST               TO  W-OFF-CNT (4).

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-CNT-HOST
                        FROM  DRWB.TRWBD
                       WHERE  TXOFF_CD  = :W-CNT-TXOFF
           END-EXEC.
           MOVE  'TRWBD COUNT'            TO  W-SQL-STEP.
           PERFORM  S1190-CHECK-COUNT.
           MOVE  W-CNT-HOST               TO  W-OFF-CNT (5).

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-CNT-HOST
                        FROM  DRWA.TRWAX
                       WHERE  WORK_STAUS  = 'O'
                         AND  COALESCE(NULLIF(WORK_TXOFF_CD, ' '),
                                       RCVE_NO_TXOFF) = :W-CNT-TXOFF
           END-EXEC.
           MOVE  'TRWAX COUNT'            TO  W-SQL-STEP.
           PERFORM  S1190-CHECK-COUNT.
           MOVE  W-CNT-HOST               TO  W-OFF-CNT (6).

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-CNT-HOST
                        FROM  DRWB.TRWBU
                       WHERE  TXOFF_CD  = :W-CNT-TXOFF
                         AND  CMPLT_FG  = 'O'
           END-EXEC.
           MOVE  'TRWBU COUNT'            TO  W-SQL-STEP.
           PERFORM  S1190-CHECK-COUNT.
           MOVE  W-CNT-HOST               TO  W-OFF-CNT (7).

       S1100-COUNT-OFFICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 9 0 - C H E C K - C O U N T                         *
      *                                                              *
      ****************************************************************
       S1190-CHECK-COUNT                 SECTION.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S1190-CHECK-COUNT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - M O V E - B U S I N E S S E S                 *
      *                                                              *
      *    ONE BUSINESS AT A TIME SO EACH GETS ITS OWN TTBAW ROW     *
      *    WITH ITS OWN MOVED COUNTS; COMMITTED EVERY C-COMMIT-FREQ  *
      *    BUSINESSES.                                               *
      *                                                              *
      ****************************************************************
       S2000-MOVE-BUSINESSES             SECTION.

           DISPLAY  'STEP : S2000-MOVE-BUSINESSES'.

           EXEC  SQL  OPEN  CURSOR_BUSN   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'BUSN OPEN'          TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           MOVE  ZERO                     TO  W-UNIT-CNT.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-BUSN
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-MOVE-ONE-BUSINESS
                  ADD   1                 TO  W-UNIT-CNT
                  IF  W-UNIT-CNT  >=  C-COMMIT-FREQ
                      EXEC  SQL  COMMIT  END-EXEC
                      ADD   1             TO  A-COMMIT-CNT
                      MOVE  ZERO          TO  W-UNIT-CNT
                  END-IF
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_BUSN  END-EXEC.

           EXEC  SQL  COMMIT  END-EXEC.
           ADD   1                        TO  A-COMMIT-CNT.

       S2000-MOVE-BUSINESSES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - M O V E - O N E - B U S I N E S S             *
      *                                                              *
      *    AS LAP17 S2200/S2300, EXCEPT THAT ONLY WORK THE CLOSING   *
      *    OFFICE IS DOING MOVES - A RECEIPT OF THE SAME BUSINESS    *
      *    BEING WORKED ELSEWHERE STAYS WHERE IT IS.                 *
      *                                                              *
      ****************************************************************
       S2100-MOVE-ONE-BUSINESS           SECTION.

           MOVE  ZERO                     TO  W-MOVED-RCVE-CNT
                                              W-MOVED-CB-CNT
                                              W-MOVED-RDLV-CNT.

           EXEC  SQL  UPDATE  DTAA.TTAAA
                         SET  TXOFF_CD = :W-NEW-TXOFF
                       WHERE  BUSNID   = :W-CUR-BUSNID
                         AND  LAST_FG  = 'Y'
                         AND  TXOFF_CD = :W-OLD-TXOFF
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-BUSN-MOVED-CNT
                                             CT-MOVED (1)
               WHEN  100
                     GO TO  S2100-MOVE-ONE-BUSINESS-EXIT
               WHEN  OTHER
                     MOVE  'TTAAA UPDATE' TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

261015     PERFORM  S2150-LOG-HISTORY.

           EXEC  SQL  UPDATE  DRWA.TRWAD
                         SET  WORK_TXOFF_CD = :W-NEW-TXOFF
                       WHERE  SUBSTR(RESID_BUSNID, 1, 10)
                                            = :W-CUR-BUSNID
                         AND  COALESCE(NULLIF(WORK_TXOFF_CD, ' '),
                                       RCVE_NO_TXOFF) = :W-OLD-TXOFF
                         AND  TREAT_STAUS  NOT IN
                                  ('12', '21', '95', '97', '99')
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  W-MOVED-RCVE-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWAD MOVE'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  UPDATE  DRWB.TRWBU
                         SET  TXOFF_CD = :W-NEW-TXOFF
                       WHERE  BUSNID   = :W-CUR-BUSNID
                         AND  TXOFF_CD = :W-OLD-TXOFF
                         AND  CMPLT_FG = 'O'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  W-MOVED-CB-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWBU MOVE'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  UPDATE  DRWA.TRWAX
                         SET  WORK_TXOFF_CD = :W-NEW-TXOFF
                       WHERE  WORK_STAUS  = 'O'
                         AND  COALESCE(NULLIF(WORK_TXOFF_CD, ' '),
                                       RCVE_NO_TXOFF) = :W-OLD-TXOFF
                         AND  EXISTS
                              (SELECT 1
                                 FROM DRWA.TRWAD  D
                                WHERE D.RCVE_NO_TXOFF =
                                          TRWAX.RCVE_NO_TXOFF
                                  AND D.RCVE_NO_YY    =
                                          TRWAX.RCVE_NO_YY
                                  AND D.RCVE_NO_SEQNO =
                                          TRWAX.RCVE_NO_SEQNO
                                  AND SUBSTR(D.RESID_BUSNID, 1, 10)
                                            = :W-CUR-BUSNID)
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  W-MOVED-RDLV-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWAX MOVE'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           ADD   W-MOVED-RCVE-CNT         TO  CT-MOVED (2).
           ADD   W-MOVED-RDLV-CNT         TO  CT-MOVED (6).
           ADD   W-MOVED-CB-CNT           TO  CT-MOVED (7).

           PERFORM  S2200-TTBAW-INSERT.

       S2100-MOVE-ONE-BUSINESS-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 1 5 0 - L O G - H I S T O R Y                         *
261015*                                                              *
261015*    THE MASTER'S TXOFF_CD CHANGE TO THE TRWCO HISTORY, IN     *
261015*    THE SAME UNIT OF WORK AS THE MOVE.                        *
261015*                                                              *
261015****************************************************************
261015 S2150-LOG-HISTORY                 SECTION.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'A'                      TO  MHST-MASTER-TP.
261015     MOVE  W-CUR-BUSNID             TO  MHST-MASTER-ID.
261015     MOVE  SPACE                    TO  MHST-TXPAYER-TP.
261015     MOVE  C-PROG-ID                TO  MHST-PGM-ID.
261015     MOVE  W-SYSIN-OPID             TO  MHST-OPID.
261015     STRING  'OFFICE MERGE '  W-OLD-TXOFF  '>'  W-NEW-TXOFF
261015             DELIMITED BY SIZE  INTO  MHST-EVENT-KEY
261015     END-STRING.
261015     MOVE  1                        TO  MHST-FIELD-CNT.
261015     MOVE  'TXOFF_CD'               TO  MHST-FIELD-NM (1).
261015     MOVE  W-OLD-TXOFF              TO  MHST-BEFORE-VAL (1).
261015     MOVE  W-NEW-TXOFF              TO  MHST-AFTER-VAL (1).

261015     CALL  C-PGM-LCBSMHST  USING  LCBSMHST-USERAREA.

261015     IF  NOT  MHST-RTN-NORMAL
261015         MOVE  MHST-SQLCODE        TO  W-SQLCODE
261015         DISPLAY  'S2150:DB ERROR TRWCO RC=' MHST-RTN-CD
261015                  ' SQLCODE=' W-SQLCODE ' BUSNID=' W-CUR-BUSNID
261015         EXEC  SQL  ROLLBACK  END-EXEC
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     ADD   MHST-ROW-CNT             TO  A-TRWCO-INS-CNT.

261015 S2150-LOG-HISTORY-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - T T B A W - I N S E R T                       *
      *                                                              *
      ****************************************************************
       S2200-TTBAW-INSERT                SECTION.

           EXEC  SQL  SELECT  COALESCE(MAX(XFER_SEQNO),0) + 1
                        INTO  :TTBAW.XFER-SEQNO
                        FROM  DTBA.TTBAW
                       WHERE  BUSNID = :W-CUR-BUSNID
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  1                    TO  XFER-SEQNO OF TTBAW
           END-IF.

           MOVE  W-CUR-BUSNID             TO  BUSNID         OF TTBAW.
           MOVE  W-OLD-TXOFF              TO  OLD-TXOFF-CD   OF TTBAW.
           MOVE  W-NEW-TXOFF              TO  NEW-TXOFF-CD   OF TTBAW.
           MOVE  W-SYSIN-EFF-DT           TO  EFF-DT         OF TTBAW.
           MOVE  W-MOVED-RCVE-CNT         TO  MOVED-RCVE-CNT OF TTBAW.
           MOVE  W-MOVED-CB-CNT           TO  MOVED-CB-CNT   OF TTBAW.
           MOVE  W-MOVED-RDLV-CNT         TO  MOVED-RDLV-CNT OF TTBAW.
           MOVE  W-SYSTEM-DATE            TO  REGIST-DT      OF TTBAW.
           MOVE  W-SYSIN-OPID             TO  REGIST-OPID    OF TTBAW.

           EXEC  SQL  INSERT  INTO  DTBA.TTBAW
                             (BUSNID,
                              XFER_SEQNO,
                              OLD_TXOFF_CD,
                              NEW_TXOFF_CD,
                              EFF_DT,
                              MOVED_RCVE_CNT,
                              MOVED_CB_CNT,
                              MOVED_RDLV_CNT,
                              REGIST_DT,
                              REGIST_OPID  )
                       VALUES
                             (:TTBAW.BUSNID,
                              :TTBAW.XFER-SEQNO,
                              :TTBAW.OLD-TXOFF-CD,
                              :TTBAW.NEW-TXOFF-CD,
                              :TTBAW.EFF-DT,
                              :TTBAW.MOVED-RCVE-CNT,
                              :TTBAW.MOVED-CB-CNT,
                              :TTBAW.MOVED-RDLV-CNT,
                              :TTBAW.REGIST-DT,
                              :TTBAW.REGIST-OPID  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TTBAW INSERT'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           ADD   1                        TO  A-TTBAW-INS-CNT.

       S2200-TTBAW-INSERT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - M O V E - O F F I C E - W O R K               *
      *                                                              *
      *    OPEN WORK STILL WITH THE OLD OFFICE AFTER THE BUSINESSES  *
      *    HAVE GONE - WALK-IN RECEIPTS FOR BUSINESSES REGISTERED    *
      *    ELSEWHERE, ITEMS AND CALLBACKS NOT TIED TO A MASTER.      *
      *                                                              *
      ****************************************************************
       S3000-MOVE-OFFICE-WORK            SECTION.

           DISPLAY  'STEP : S3000-MOVE-OFFICE-WORK'.

           EXEC  SQL  UPDATE  DRWA.TRWAD
                         SET  WORK_TXOFF_CD = :W-NEW-TXOFF
                       WHERE  COALESCE(NULLIF(WORK_TXOFF_CD, ' '),
                                       RCVE_NO_TXOFF) = :W-OLD-TXOFF
                         AND  TREAT_STAUS  NOT IN
                                  ('12', '21', '95', '97', '99')
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   SQLERRD(3)    TO  CT-MOVED (2)
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWAD SWEEP'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  UPDATE  DRWA.TRWAX
                         SET  WORK_TXOFF_CD = :W-NEW-TXOFF
                       WHERE  WORK_STAUS  = 'O'
                         AND  COALESCE(NULLIF(WORK_TXOFF_CD, ' '),
                                       RCVE_NO_TXOFF) = :W-OLD-TXOFF
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   SQLERRD(3)    TO  CT-MOVED (6)
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWAX SWEEP'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  UPDATE  DRWB.TRWBU
                         SET  TXOFF_CD = :W-NEW-TXOFF
                       WHERE  TXOFF_CD = :W-OLD-TXOFF
                         AND  CMPLT_FG = 'O'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   SQLERRD(3)    TO  CT-MOVED (7)
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWBU SWEEP'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S3000-MOVE-OFFICE-WORK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 0 0 0 - M O V E - R O S T E R                         *
      *                                                              *
      *    AN EXAMINER ALREADY ON THE SURVIVOR'S ROSTER KEEPS THAT   *
      *    ROW (MADE ACTIVE IF ACTIVE AT THE OLD OFFICE) AND THE OLD *
      *    ROW IS DROPPED; EVERY OTHER ROW CHANGES OFFICE AS IT IS.  *
      *                                                              *
      ****************************************************************
       S4000-MOVE-ROSTER                 SECTION.

           DISPLAY  'STEP : S4000-MOVE-ROSTER'.

           EXEC  SQL  UPDATE  DRWB.TRWBT  N
                         SET  ACTIVE_FG = 'Y'
                       WHERE  N.TXOFF_CD  = :W-NEW-TXOFF
                         AND  N.ACTIVE_FG <> 'Y'
                         AND  EXISTS
                              (SELECT 1
                                 FROM DRWB.TRWBT  O
                                WHERE O.TXOFF_CD  = :W-OLD-TXOFF
                                  AND O.EXMR_OPID = N.EXMR_OPID
                                  AND O.ACTIVE_FG = 'Y')
           END-EXEC.

           IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
               MOVE  'TRWBT ACTIVATE'     TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           EXEC  SQL  DELETE  FROM  DRWB.TRWBT  O
                       WHERE  O.TXOFF_CD  = :W-OLD-TXOFF
                         AND  EXISTS
                              (SELECT 1
                                 FROM DRWB.TRWBT  N
                                WHERE N.TXOFF_CD  = :W-NEW-TXOFF
                                  AND N.EXMR_OPID = O.EXMR_OPID)
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  A-TRWBT-DUP-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWBT DUP DELETE'
                                         TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  UPDATE  DRWB.TRWBT
                         SET  TXOFF_CD = :W-NEW-TXOFF
                       WHERE  TXOFF_CD = :W-OLD-TXOFF
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  CT-MOVED (4)
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWBT MOVE'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S4000-MOVE-ROSTER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 5 0 0 - M O V E - P R I N T - R O U T E S             *
      *                                                              *
      *    WHERE BOTH OFFICES ROUTE THE SAME FORM THE SURVIVOR'S     *
      *    ROUTE STANDS AND THE OLD ONE IS DROPPED; A FORM ONLY THE  *
      *    OLD OFFICE ROUTED KEEPS ITS PRINTERS UNDER THE NEW CODE.  *
      *                                                              *
      ****************************************************************
       S4500-MOVE-PRINT-ROUTES           SECTION.

           DISPLAY  'STEP : S4500-MOVE-PRINT-ROUTES'.

           EXEC  SQL  DELETE  FROM  DRWB.TRWBD  O
                       WHERE  O.TXOFF_CD  = :W-OLD-TXOFF
                         AND  EXISTS
                              (SELECT 1
                                 FROM DRWB.TRWBD  N
                                WHERE N.TXOFF_CD  = :W-NEW-TXOFF
                                  AND N.FORM_ID   = O.FORM_ID)
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  A-TRWBD-DUP-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWBD DUP DELETE'
                                         TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  UPDATE  DRWB.TRWBD
                         SET  TXOFF_CD = :W-NEW-TXOFF
                       WHERE  TXOFF_CD = :W-OLD-TXOFF
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)    TO  CT-MOVED (5)
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'TRWBD MOVE'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S4500-MOVE-PRINT-ROUTES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 0 0 0 - W R I T E - M E R G E - M A P                 *
      *                                                              *
      *    EARLIER CLOSED OFFICES THAT HAD BEEN FOLDED INTO THE ONE  *
      *    CLOSING NOW ARE REPOINTED TO THE SURVIVOR FIRST, KEEPING  *
      *    THE MAP ONE LOOKUP DEEP.                                  *
      *                                                              *
      ****************************************************************
       S5000-WRITE-MERGE-MAP             SECTION.

           DISPLAY  'STEP : S5000-WRITE-MERGE-MAP'.

           EXEC  SQL  UPDATE  DRWB.TRWCG
                         SET  NEW_TXOFF_CD = :W-NEW-TXOFF
                       WHERE  NEW_TXOFF_CD = :W-OLD-TXOFF
           END-EXEC.

           IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
               MOVE  'TRWCG REPOINT'      TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           IF  S-MAP-EXISTS-YES
               EXEC  SQL  UPDATE  DRWB.TRWCG
                             SET  MOVED_BUSN_CNT = MOVED_BUSN_CNT
                                                 + :A-BUSN-MOVED-CNT
                           WHERE  OLD_TXOFF_CD   = :W-OLD-TXOFF
               END-EXEC
               IF  SQLCODE  NOT =  0
                   MOVE  'TRWCG UPDATE'   TO  W-SQL-STEP
                   PERFORM  S8100-SQL-ABORT
               END-IF
               GO TO  S5000-WRITE-MERGE-MAP-EXIT
           END-IF.

           MOVE  W-OLD-TXOFF              TO  OLD-TXOFF-CD   OF TRWCG.
           MOVE  W-NEW-TXOFF              TO  NEW-TXOFF-CD   OF TRWCG.
           MOVE  W-SYSIN-EFF-DT           TO  EFF-DT         OF TRWCG.
           MOVE  A-BUSN-MOVED-CNT         TO  MOVED-BUSN-CNT OF TRWCG.
           MOVE  W-SYSTEM-DATE            TO  REGIST-DT      OF TRWCG.
           MOVE  W-SYSIN-OPID             TO  REGIST-OPID    OF TRWCG.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCG
                             (OLD_TXOFF_CD,
                              NEW_TXOFF_CD,
                              EFF_DT,
                              MOVED_BUSN_CNT,
                              REGIST_DT,
                              REGIST_OPID  )
                       VALUES
                             (:TRWCG.OLD-TXOFF-CD,
                              :TRWCG.NEW-TXOFF-CD,
                              :TRWCG.EFF-DT,
                              :TRWCG.MOVED-BUSN-CNT,
                              :TRWCG.REGIST-DT,
                              :TRWCG.REGIST-OPID  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TRWCG INSERT'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S5000-WRITE-MERGE-MAP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 0 0 0 - W R I T E - R E P O R T                       *
      *                                                              *
      ****************************************************************
       S6000-WRITE-REPORT                SECTION.

           MOVE  W-SYSTEM-DATE            TO  H1-RUN-DATE.
           IF  W-SYSIN-MODE-UPDATE
               MOVE  'UPDATE'             TO  H1-MODE
           ELSE
               MOVE  'VERIFY'             TO  H1-MODE
           END-IF.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  W-OLD-TXOFF              TO  H2-OLD-TXOFF.
           MOVE  W-OLD-TXOFF-NM           TO  H2-OLD-TXOFF-NM.
           MOVE  W-SYSIN-EFF-DT           TO  H2-EFF-DT.
           WRITE  O-RPT-REC  FROM  H2-OLD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  W-NEW-TXOFF              TO  H3-NEW-TXOFF.
           MOVE  W-NEW-TXOFF-NM           TO  H3-NEW-TXOFF-NM.
           MOVE  W-SYSIN-OPID             TO  H3-OPID.
           WRITE  O-RPT-REC  FROM  H3-NEW-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           WRITE  O-RPT-REC  FROM  H4-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  7
               PERFORM  S6100-WRITE-COUNT-LINE
           END-PERFORM.

           IF  W-SYSIN-MODE-UPDATE
               MOVE  A-TRWBT-DUP-CNT      TO  D2-CNT
               MOVE  'EXAMINERS ON BOTH ROSTERS - OLD ROW DROPPED'
                                          TO  D2-TEXT
               WRITE  O-RPT-REC  FROM  D2-NOTE-LINE
               PERFORM  S6900-CHECK-RPT-WRITE
               MOVE  A-TRWBD-DUP-CNT      TO  D2-CNT
               MOVE  'FORMS ROUTED BY BOTH - SURVIVING ROUTE KEPT'
                                          TO  D2-TEXT
               WRITE  O-RPT-REC  FROM  D2-NOTE-LINE
               PERFORM  S6900-CHECK-RPT-WRITE
               MOVE  A-TTBAW-INS-CNT      TO  D2-CNT
               MOVE  'TTBAW TRANSFER HISTORY ROWS WRITTEN'
                                          TO  D2-TEXT
               WRITE  O-RPT-REC  FROM  D2-NOTE-LINE
               PERFORM  S6900-CHECK-RPT-WRITE
               MOVE  SPACE                TO  T1-TEXT
               STRING  'MERGE MAP ON TRWCG : '  W-OLD-TXOFF
                       ' -> '  W-NEW-TXOFF
                       '  (CLOSED HISTORY REPORTS UNDER THE SURVIVOR)'
                       DELIMITED BY SIZE  INTO  T1-TEXT
               END-STRING
           ELSE
               MOVE  'VERIFY RUN - NOTHING WAS MOVED'
                                          TO  T1-TEXT
           END-IF.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S6000-WRITE-REPORT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - W R I T E - C O U N T - L I N E               *
      *                                                              *
      ****************************************************************
       S6100-WRITE-COUNT-LINE            SECTION.

           MOVE  C-TABLE-ID (I)           TO  D1-TABLE-ID.
           MOVE  C-TABLE-DESC (I)         TO  D1-TABLE-DESC.
           MOVE  CT-OLD-BEFORE (I)        TO  D1-OLD-BEFORE.
           MOVE  CT-NEW-BEFORE (I)        TO  D1-NEW-BEFORE.
           MOVE  SPACE                    TO  D1-NOTE.

           IF  W-SYSIN-MODE-UPDATE
               MOVE  CT-MOVED (I)         TO  D1-MOVED
               MOVE  CT-OLD-AFTER (I)     TO  D1-OLD-AFTER
               MOVE  CT-NEW-AFTER (I)     TO  D1-NEW-AFTER
               IF  CT-OLD-AFTER (I)  >  ZERO
                   MOVE  'LEFT AT OLD OFFICE - CHECK'
                                          TO  D1-NOTE
               END-IF
           ELSE
               MOVE  SPACE                TO  D1-COUNT-LINE (53:35)
           END-IF.

           IF  I  =  3
           AND D1-NOTE  =  SPACE
               MOVE  'FOLLOWS ITS RECEIPT'
                                          TO  D1-NOTE
           END-IF.

           WRITE  O-RPT-REC  FROM  D1-COUNT-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S6100-WRITE-COUNT-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 9 0 0 - C H E C K - R P T - W R I T E                 *
      *                                                              *
      ****************************************************************
       S6900-CHECK-RPT-WRITE             SECTION.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S6900:ERROR=LAPP0C0 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - B U S N                           *
      *                                                              *
      ****************************************************************
       S7100-FETCH-BUSN                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_BUSN
                 INTO  :W-CUR-BUSNID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-BUSN-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'BUSN FETCH'   TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7100-FETCH-BUSN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      *    WORK COMMITTED SO FAR STAYS; A RERUN OF THE SAME CARD     *
      *    PICKS UP WHAT IS LEFT AT THE OLD OFFICE.                  *
      *                                                              *
      ****************************************************************
       S8100-SQL-ABORT                   SECTION.

           MOVE  SQLCODE                  TO  W-SQLCODE.
           DISPLAY  'S8100:DB ERROR ' W-SQL-STEP '=' W-SQLCODE
                    ' BUSNID=' W-CUR-BUSNID.

           EXEC  SQL  ROLLBACK  END-EXEC.

           MOVE  U-ABEND-CODE1            TO  RETURN-CODE.
           PERFORM  S0100-MAIN-EXIT.

       S8100-SQL-ABORT-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBC            *
      *                                                              *
      ****************************************************************
