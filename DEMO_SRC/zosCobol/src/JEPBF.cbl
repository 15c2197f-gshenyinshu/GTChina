      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       JEPBF.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : YEAR-END ROLLOVER OF NUMBER SERIES AND OPEN   *
      *                CERTIFICATE WORK                              *
      *  DESCRIPTION : FOR EVERY YEARLY SERIES ON THE DRWB.TRWCH     *
      *                REGISTER - ONCE PER ACTIVE TTJBA OFFICE WHEN  *
      *                THE SERIES IS KEPT PER OFFICE - THE CLOSING   *
      *                YEAR'S LCBSNUM COUNTER IS CLOSED WITH A       *
      *                CONTROL LINE (NUMBERS ISSUED BY THE COUNTER,  *
      *                RANGES ON NUM_ALLOC_LOG, ROWS ON THE DATA     *
      *                TABLE, AND WHY THEY DIFFER) KEPT ON DRWB.TRWCI*
      *                AND THE NEW YEAR'S NUM_ALLOC ROW IS SEEDED AT *
      *                THE REGISTER'S BASE NUMBER, SO THE FIRST       *
      *                INTAKE OF JANUARY DOES NOT HAVE TO SEED IT.   *
      *                OFFICES CLOSED BY A MERGE (DRWB.TRWCG) GET    *
      *                THEIR CONTROL LINE BUT NO NEW SERIES.  A      *
      *                SECOND PAGE LISTS THE RECEIPTS STILL OPEN AT  *
      *                YEAR END, BY WORKING OFFICE AND TREAT-STAUS,  *
      *                WHICH CARRY INTO THE NEW YEAR UNDER THEIR OLD *
      *                NUMBERS.  MODE 'D' IS THE DECEMBER DRY RUN:   *
      *                THE SAME REPORT, NOTHING WRITTEN.             *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : JEPBF                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - CLOSING YEAR (BLANK = DEFAULT),    *
      *                   MODE ('D' OR 'U'), OPERATOR ID             *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWCH                              R                   *
      *  DRWB.TRWCI                              CD                  *
      *  LCBD2CTL.NUM_ALLOC                      CR                  *
      *  LCBD2CTL.NUM_ALLOC_LOG                  R                   *
      *  DTJB.TTJBA                              R                   *
      *  DRWB.TRWCG                              R                   *
      *  DRWA.TRWAD                              R                   *
      *  DRWB.TRWCB                              R                   *
      *  DTJB.TTJBH                              R                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  JEPP150
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
           'JEPBF    - WORKING STORAGE BEGINS HERE'.

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

           05  A-SERIES-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-OFFICE-READ-CNT         PIC  9(09)  VALUE  ZERO.
           05  A-CLOSE-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-EXCEPT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-SEEDED-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-ON-FILE-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-CARRY-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-STAUS-CARRY-CNT         PIC  9(09)  VALUE  ZERO.
           05  A-OFFICE-CARRY-CNT        PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'JEPBF'.
           05  C-PGM-LCBSAUTH            PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-ALL-OFFICES             PIC  X(03)  VALUE '***'.
           05  C-REGISTER-MAX            PIC S9(04)  COMP  VALUE +50.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-CLOSE-YY          PIC  X(04)  VALUE  SPACE.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-MODE              PIC  X(01)  VALUE  SPACE.
               88  W-SYSIN-MODE-DRY-RUN              VALUE  'D'.
               88  W-SYSIN-MODE-UPDATE               VALUE  'U'.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-OPID              PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(65)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-OFFICE-ACTIVE           PIC  X(01)  VALUE  'Y'.
               88  S-OFFICE-ACTIVE-YES               VALUE  'Y'.

           05  S-ROWS-KNOWN              PIC  X(01)  VALUE  'Y'.
               88  S-ROWS-KNOWN-YES                  VALUE  'Y'.

           05  S-FIRST-CARRY             PIC  X(01)  VALUE  'Y'.
               88  S-FIRST-CARRY-YES                 VALUE  'Y'.

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
               10  W-SYSTEM-DATE-R       REDEFINES  W-SYSTEM-DATE.
                   15  W-SYSTEM-YY       PIC  9(04).
                   15  W-SYSTEM-MM       PIC  X(02).
                   15  W-SYSTEM-DD       PIC  X(02).
               10  W-SYSTEM-TIME         PIC  X(06).
           05  W-SQLCODE                 PIC  ----9.
           05  W-SQL-STEP                PIC  X(20).

           05  W-CLOSE-YY                PIC  X(04).
           05  W-CLOSE-YY-N              REDEFINES  W-CLOSE-YY
                                         PIC  9(04).
           05  W-NEW-YY                  PIC  X(04).
           05  W-NEW-YY-N                REDEFINES  W-NEW-YY
                                         PIC  9(04).
           05  W-YEAR-END-DT             PIC  X(08).
           05  W-YEAR-END-ISO            PIC  X(10).

           05  W-CUR-TXOFF               PIC  X(03).
           05  W-NM-TXOFF                PIC  X(03).
           05  W-CLOSE-SERIES            PIC  X(40).
           05  W-NEW-SERIES              PIC  X(40).
           05  W-SEED-STAUS              PIC  X(08).

           05  W-BASE-NO                 PIC S9(09)  COMP.
           05  W-LIMIT-NO                PIC S9(09)  COMP.
           05  W-NEXT-NO                 PIC S9(09)  COMP.
           05  W-LAST-NO                 PIC S9(09)  COMP.
           05  W-ISSUED-CNT              PIC S9(09)  COMP.
           05  W-LOGGED-CNT              PIC S9(09)  COMP.
           05  W-ROW-CNT                 PIC S9(09)  COMP.
           05  W-ABOVE-CNT               PIC S9(09)  COMP.
           05  W-UNUSED-CNT              PIC S9(09)  COMP.
           05  W-DUP-CNT                 PIC S9(09)  COMP.
           05  W-NOTE                    PIC  X(25).

           05  W-CF-WORK-TXOFF           PIC  X(03).
           05  W-CF-TREAT-STAUS          PIC  X(02).
           05  W-CF-RCVE-NO-TXOFF        PIC  X(03).
           05  W-CF-RCVE-NO-YY           PIC  X(04).
           05  W-CF-RCVE-NO-SEQNO        PIC S9(07)  COMP-3.
           05  W-CF-TX-SRVC-TP           PIC  X(05).
           05  W-CF-RCVE-DT              PIC  X(08).
           05  W-CF-AGE-DAYS             PIC S9(09)  COMP.
           05  W-PREV-WORK-TXOFF         PIC  X(03).
           05  W-PREV-TREAT-STAUS        PIC  X(02).

           05  K                         PIC S9(04)  COMP.

      ****************************************************************
      *                                                              *
      *    S E R I E S    R E G I S T E R    T A B L E               *
      *                                                              *
      *    THE ACTIVE TRWCH ROWS, LOADED ONCE AT START.              *
      *                                                              *
      ****************************************************************
       01  REGISTER-TABLE.
           05  RG-CNT                    PIC S9(04)  COMP  VALUE  ZERO.
           05  RG-ENTRY                  OCCURS 50 TIMES.
               10  RG-SERIES-PFX         PIC  X(10).
               10  RG-SERIES-SFX         PIC  X(08).
               10  RG-OFFICE-FG          PIC  X(01).
               10  RG-PGM-ID             PIC  X(08).
               10  RG-DATA-TBL           PIC  X(05).
               10  RG-BASE-NO            PIC S9(09)  COMP.
               10  RG-LIMIT-NO           PIC S9(09)  COMP.

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

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  '1'.
               10  FILLER                PIC  X(40)  VALUE
                   'YEAR-END ROLLOVER             RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(15)  VALUE
                   '  CLOSE YEAR : '.
               10  H1-CLOSE-YY           PIC  X(04).
               10  FILLER                PIC  X(13)  VALUE
                   '  NEW YEAR : '.
               10  H1-NEW-YY             PIC  X(04).
               10  FILLER                PIC  X(09)  VALUE
                   '  MODE : '.
               10  H1-MODE               PIC  X(07).
               10  FILLER                PIC  X(31)  VALUE  SPACE.

           05  H2-TITLE-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  H2-TITLE              PIC  X(80).
               10  FILLER                PIC  X(51)  VALUE  SPACE.

           05  H3-SERIES-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(28)  VALUE
                   'OFF SERIES (CLOSE YEAR)'.
               10  FILLER                PIC  X(10)  VALUE
                   '   LAST-NO'.
               10  FILLER                PIC  X(10)  VALUE
                   '    ISSUED'.
               10  FILLER                PIC  X(10)  VALUE
                   '    LOGGED'.
               10  FILLER                PIC  X(10)  VALUE
                   '  ROWS-TBL'.
               10  FILLER                PIC  X(10)  VALUE
                   '     ABOVE'.
               10  FILLER                PIC  X(10)  VALUE
                   '    UNUSED'.
               10  FILLER                PIC  X(06)  VALUE
                   '   DUP'.
               10  FILLER                PIC  X(10)  VALUE
                   '  NEW-YEAR'.
               10  FILLER                PIC  X(06)  VALUE
                   '  NOTE'.
               10  FILLER                PIC  X(21)  VALUE  SPACE.

           05  D1-SERIES-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-SERIES             PIC  X(24).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-LAST-NO            PIC  Z,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-ISSUED             PIC  Z,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-LOGGED             PIC  Z,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-ROWS               PIC  Z,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-ABOVE              PIC  Z,ZZZ,ZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-UNUSED             PIC  -,---,--9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-DUP                PIC  ZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-SEED-STAUS         PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-NOTE               PIC  X(25).

           05  H4-CARRY-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(27)  VALUE
                   'OFF ST  RECEIPT NO'.
               10  FILLER                PIC  X(33)  VALUE
                   'SRVC   RCVE-DT   AGE AT YEAR END'.
               10  FILLER                PIC  X(71)  VALUE  SPACE.

           05  D2-CARRY-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-WORK-TXOFF         PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-TREAT-STAUS        PIC  X(02).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-RCVE-NO-TXOFF      PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D2-RCVE-NO-YY         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D2-RCVE-NO-SEQNO      PIC  9(07).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-TX-SRVC-TP         PIC  X(05).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-RCVE-DT            PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-AGE-DAYS           PIC  ZZZZ9.
               10  FILLER                PIC  X(83)  VALUE  SPACE.

           05  T1-TOTAL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-TEXT               PIC  X(40).
               10  T1-CNT                PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(80)  VALUE  SPACE.

           05  T2-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  '0'.
               10  T2-TEXT               PIC  X(80).
               10  FILLER                PIC  X(51)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    LCBD2CTL.NUM_ALLOC / NUM_ALLOC_LOG                        *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCBYNUM    END-EXEC.

      ****************************************************************
      *    DRWB.TRWCH   (   YEARLY NUMBER SERIES REGISTER   )        *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCH      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCI   (   NUMBER SERIES YEAR-CLOSE CONTROL   )     *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCI      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_SERIES : THE ACTIVE REGISTER ENTRIES.              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_SERIES  CURSOR  FOR
                 SELECT   SERIES_PFX
                 ,        SERIES_SFX
                 ,        OFFICE_FG
                 ,        PGM_ID
                 ,        DATA_TBL
                 ,        BASE_NO
                 ,        LIMIT_NO
                 FROM     DRWB.TRWCH
                 WHERE    ACTIVE_FG  =  'Y'
                 ORDER BY SERIES_PFX, SERIES_SFX
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_OFFICE : EVERY TTJBA OFFICE, FLAGGED 'N' WHEN A    *
      *    MERGE HAS CLOSED IT.  A CLOSED OFFICE STILL CLOSES THE    *
      *    YEAR IT WORKED BUT IS NOT GIVEN A NEW SERIES.             *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_OFFICE  CURSOR  WITH  HOLD  FOR
                 SELECT   O.TXOFF_CD
                 ,        CASE WHEN EXISTS
                               (SELECT 1
                                  FROM DRWB.TRWCG  G
                                 WHERE G.OLD_TXOFF_CD = O.TXOFF_CD)
                               THEN 'N' ELSE 'Y' END
                 FROM     DTJB.TTJBA  O
                 ORDER BY O.TXOFF_CD
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_CARRY : RECEIPTS OF THE CLOSING YEAR OR EARLIER    *
      *    THAT ARE STILL OPEN, BY THE OFFICE WORKING THEM AND THEIR *
      *    TREAT-STAUS, WITH THEIR AGE AT 31 DECEMBER.               *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_CARRY  CURSOR  WITH  HOLD  FOR
                 SELECT   COALESCE(NULLIF(D.WORK_TXOFF_CD, ' '),
                                   D.RCVE_NO_TXOFF)
                 ,        D.TREAT_STAUS
                 ,        D.RCVE_NO_TXOFF
                 ,        D.RCVE_NO_YY
                 ,        D.RCVE_NO_SEQNO
                 ,        D.TX_SRVC_TP
                 ,        D.RCVE_DT
                 ,        DAYS(DATE(:W-YEAR-END-ISO))
                          - DAYS(DATE(SUBSTR(D.RCVE_DT,1,4) || '-' ||
                                      SUBSTR(D.RCVE_DT,5,2) || '-' ||
                                      SUBSTR(D.RCVE_DT,7,2)))
                 FROM     DRWA.TRWAD  D
                 WHERE    D.RCVE_NO_YY   <=  :W-CLOSE-YY
                 AND      D.TREAT_STAUS  NOT IN
                                  ('12', '21', '95', '97', '99')
                 ORDER BY 1, 2, 4, 3, 5
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'JEPBF    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S0400-LOAD-REGISTER.

           PERFORM  S1000-SERIES-CONTROL.

           PERFORM  S3000-CARRY-FORWARD.

           IF  W-SYSIN-MODE-UPDATE
               EXEC  SQL  COMMIT    END-EXEC
               MOVE  'UPDATE RUN - TRWCI CONTROLS WRITTEN, SEEDS DONE'
                                          TO  T2-TEXT
           ELSE
               EXEC  SQL  ROLLBACK  END-EXEC
               MOVE  'DRY RUN - NOTHING WAS WRITTEN'
                                          TO  T2-TEXT
           END-IF.
           WRITE  O-RPT-REC  FROM  T2-TRAILER-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** JEPBF    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** JEPBF    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* CLOSE YEAR      : ' W-CLOSE-YY.
           DISPLAY '* MODE            : ' W-SYSIN-MODE.
           DISPLAY '* SERIES-CNT      : ' A-SERIES-CNT.
           DISPLAY '* OFFICE-READ-CNT : ' A-OFFICE-READ-CNT.
           DISPLAY '* CLOSE-CNT       : ' A-CLOSE-CNT.
           DISPLAY '* EXCEPT-CNT      : ' A-EXCEPT-CNT.
           DISPLAY '* SEEDED-CNT      : ' A-SEEDED-CNT.
           DISPLAY '* ON-FILE-CNT     : ' A-ON-FILE-CNT.
           DISPLAY '* CARRY-CNT       : ' A-CARRY-CNT.
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
           DISPLAY '### JEPBF    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=JEPP150 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           DISPLAY  'S0200:CARD YEAR=' W-SYSIN-CLOSE-YY
                    ' MODE=' W-SYSIN-MODE
                    ' OPID=' W-SYSIN-OPID.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - V A L I D A T E - C A R D                     *
      *                                                              *
      *    A BLANK YEAR CLOSES THE CURRENT YEAR WHEN RUN IN DECEMBER *
      *    AND THE PREVIOUS YEAR OTHERWISE.  THE UPDATE RUN CANNOT   *
      *    GO AHEAD OF 31 DECEMBER OF THE YEAR IT CLOSES; THE DRY    *
      *    RUN CAN.  THE ROLLOVER IS A SUPERVISOR FUNCTION           *
      *    ('JEPBFYRE') FOR THE OPERATOR ON THE CARD.                *
      *                                                              *
      ****************************************************************
       S0300-VALIDATE-CARD               SECTION.

           IF  NOT  W-SYSIN-MODE-DRY-RUN
           AND NOT  W-SYSIN-MODE-UPDATE
               DISPLAY 'S0300:ERROR=INVALID SYSIN MODE('
                        W-SYSIN-MODE ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-SYSIN-CLOSE-YY  =  SPACE
               MOVE  W-SYSTEM-YY         TO  W-CLOSE-YY-N
               IF  W-SYSTEM-MM  NOT =  '12'
                   SUBTRACT  1           FROM  W-CLOSE-YY-N
               END-IF
           ELSE
               IF  W-SYSIN-CLOSE-YY      NOT  NUMERIC
                   DISPLAY 'S0300:ERROR=INVALID SYSIN YEAR('
                            W-SYSIN-CLOSE-YY ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               MOVE  W-SYSIN-CLOSE-YY    TO  W-CLOSE-YY
           END-IF.

           COMPUTE  W-NEW-YY-N  =  W-CLOSE-YY-N  +  1.

           STRING  W-CLOSE-YY  '1231'
                   DELIMITED BY SIZE  INTO  W-YEAR-END-DT
           END-STRING.
           STRING  W-CLOSE-YY  '-12-31'
                   DELIMITED BY SIZE  INTO  W-YEAR-END-ISO
           END-STRING.

           IF  W-SYSIN-MODE-UPDATE
           AND W-SYSTEM-DATE  <  W-YEAR-END-DT
               DISPLAY 'S0300:ERROR=YEAR NOT ENDED - USE MODE D('
                        W-CLOSE-YY ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSIN-OPID            TO  L-SAUTH-OPID.
           MOVE  'JEPBFYRE'              TO  L-SAUTH-FUNC-CD.
           MOVE  ZERO                    TO  L-SAUTH-CHK-CNT.
           MOVE  W-SYSTEM-DATE           TO  L-SAUTH-TODAY.
           CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM.
           IF  L-SAUTH-AUTH-FG  NOT =  'Y'
               DISPLAY 'S0300:ERROR=OPERATOR NOT AUTHORIZED('
                        W-SYSIN-OPID ') RC=' L-SAUTH-RC
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           DISPLAY  'S0300:CLOSE YEAR=' W-CLOSE-YY
                    ' NEW YEAR=' W-NEW-YY.

       S0300-VALIDATE-CARD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 4 0 0 - L O A D - R E G I S T E R                     *
      *                                                              *
      ****************************************************************
       S0400-LOAD-REGISTER               SECTION.

           EXEC  SQL  OPEN  CURSOR_SERIES  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'SERIES OPEN'        TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-SERIES
              IF  NOT  S-NO-DATA
                  IF  RG-CNT  >=  C-REGISTER-MAX
                      DISPLAY 'S0400:ERROR=TRWCH REGISTER OVER '
                               C-REGISTER-MAX ' ENTRIES'
                      MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                      PERFORM  S0100-MAIN-EXIT
                  END-IF
                  ADD   1                 TO  RG-CNT
                  MOVE  SERIES-PFX OF TRWCH
                                          TO  RG-SERIES-PFX (RG-CNT)
                  MOVE  SERIES-SFX OF TRWCH
                                          TO  RG-SERIES-SFX (RG-CNT)
                  MOVE  OFFICE-FG  OF TRWCH
                                          TO  RG-OFFICE-FG  (RG-CNT)
                  MOVE  PGM-ID     OF TRWCH
                                          TO  RG-PGM-ID     (RG-CNT)
                  MOVE  DATA-TBL   OF TRWCH
                                          TO  RG-DATA-TBL   (RG-CNT)
                  MOVE  BASE-NO    OF TRWCH
                                          TO  RG-BASE-NO    (RG-CNT)
                  MOVE  LIMIT-NO   OF TRWCH
                                          TO  RG-LIMIT-NO   (RG-CNT)
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_SERIES  END-EXEC.

           MOVE  RG-CNT                   TO  A-SERIES-CNT.

           IF  RG-CNT  =  ZERO
               DISPLAY 'S0400:WARNING=NO ACTIVE SERIES ON TRWCH'
           END-IF.

       S0400-LOAD-REGISTER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - S E R I E S - C O N T R O L                   *
      *                                                              *
      *    SERIES KEPT FOR THE WHOLE SYSTEM COME FIRST, UNDER '***', *
      *    THEN EACH OFFICE WITH ITS PER-OFFICE SERIES.  THE UPDATE  *
      *    RUN COMMITS AFTER EACH OFFICE.                            *
      *                                                              *
      ****************************************************************
       S1000-SERIES-CONTROL              SECTION.

           DISPLAY  'STEP : S1000-SERIES-CONTROL'.

           MOVE  W-SYSTEM-DATE            TO  H1-RUN-DATE.
           MOVE  W-CLOSE-YY               TO  H1-CLOSE-YY.
           MOVE  W-NEW-YY                 TO  H1-NEW-YY.
           IF  W-SYSIN-MODE-UPDATE
               MOVE  'UPDATE'             TO  H1-MODE
           ELSE
               MOVE  'DRY RUN'            TO  H1-MODE
           END-IF.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  'NUMBER SERIES - YEAR-CLOSE CONTROL AND NEW YEAR SEED'
                                          TO  H2-TITLE.
           WRITE  O-RPT-REC  FROM  H2-TITLE-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H3-SERIES-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  C-ALL-OFFICES            TO  W-CUR-TXOFF.
           MOVE  SPACE                    TO  W-NM-TXOFF.
           MOVE  'Y'                      TO  S-OFFICE-ACTIVE.
           PERFORM  VARYING  K  FROM  1  BY  1  UNTIL  K  >  RG-CNT
               IF  RG-OFFICE-FG (K)  NOT =  'Y'
                   PERFORM  S2000-ONE-SERIES
               END-IF
           END-PERFORM.

           IF  W-SYSIN-MODE-UPDATE
               EXEC  SQL  COMMIT  END-EXEC
           END-IF.

           EXEC  SQL  OPEN  CURSOR_OFFICE  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'OFFICE OPEN'        TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7200-FETCH-OFFICE
              IF  NOT  S-NO-DATA
                  MOVE  W-CUR-TXOFF       TO  W-NM-TXOFF
                  PERFORM  VARYING  K  FROM  1  BY  1
                            UNTIL  K  >  RG-CNT
                      IF  RG-OFFICE-FG (K)  =  'Y'
                          PERFORM  S2000-ONE-SERIES
                      END-IF
                  END-PERFORM
                  IF  W-SYSIN-MODE-UPDATE
                      EXEC  SQL  COMMIT  END-EXEC
                  END-IF
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_OFFICE  END-EXEC.

       S1000-SERIES-CONTROL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - O N E - S E R I E S                           *
      *                                                              *
      *    REGISTER ENTRY K FOR OFFICE W-NM-TXOFF (SPACE WHEN THE    *
      *    SERIES IS NOT KEPT PER OFFICE).                           *
      *                                                              *
      ****************************************************************
       S2000-ONE-SERIES                  SECTION.

           MOVE  SPACE                    TO  W-CLOSE-SERIES
                                              W-NEW-SERIES.
           STRING  RG-SERIES-PFX (K)  DELIMITED BY SPACE
                   W-NM-TXOFF         DELIMITED BY SPACE
                   W-CLOSE-YY         DELIMITED BY SIZE
                   RG-SERIES-SFX (K)  DELIMITED BY SPACE
                   INTO  W-CLOSE-SERIES
           END-STRING.
           STRING  RG-SERIES-PFX (K)  DELIMITED BY SPACE
                   W-NM-TXOFF         DELIMITED BY SPACE
                   W-NEW-YY           DELIMITED BY SIZE
                   RG-SERIES-SFX (K)  DELIMITED BY SPACE
                   INTO  W-NEW-SERIES
           END-STRING.

           MOVE  RG-BASE-NO (K)           TO  W-BASE-NO.
           MOVE  RG-LIMIT-NO (K)          TO  W-LIMIT-NO.

           PERFORM  S2100-CLOSE-COUNTS.

           PERFORM  S2200-SEED-NEW-YEAR.

           IF  W-SYSIN-MODE-UPDATE
               PERFORM  S2300-SAVE-CONTROL
           END-IF.

           PERFORM  S2400-WRITE-SERIES-LINE.

       S2000-ONE-SERIES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - C L O S E - C O U N T S                       *
      *                                                              *
      *    ISSUED  = WHAT THE COUNTER HANDED OUT (NEXT-NO - BASE).   *
      *    LOGGED  = THE SAME FROM THE RANGES ON NUM_ALLOC_LOG.      *
      *    DUP     = LOG RANGES STARTING INSIDE AN EARLIER RANGE.    *
      *    ROWS    = DATA-TABLE ROWS IN THE PROGRAM'S BAND.          *
      *    ABOVE   = ROWS NUMBERED AT OR PAST THE COUNTER, I.E. NOT  *
      *              DRAWN FROM IT (A MAX-PLUS-ONE PATH).            *
      *    UNUSED  = ISSUED NUMBERS WITH NO ROW (GAPS); NEGATIVE     *
      *              WHEN ROWS BELOW THE COUNTER OUTNUMBER ISSUES.   *
      *                                                              *
      ****************************************************************
       S2100-CLOSE-COUNTS                SECTION.

           MOVE  ZERO                     TO  W-LAST-NO
                                              W-ISSUED-CNT
                                              W-LOGGED-CNT
                                              W-ROW-CNT
                                              W-ABOVE-CNT
                                              W-UNUSED-CNT
                                              W-DUP-CNT.
           MOVE  W-BASE-NO                TO  W-NEXT-NO.

           EXEC  SQL  SELECT  NEXT_NO
                        INTO  :W-NEXT-NO
                        FROM  LCBD2CTL.NUM_ALLOC
                       WHERE  SERIES_NM  = :W-CLOSE-SERIES
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     COMPUTE  W-LAST-NO     =  W-NEXT-NO  -  1
                     COMPUTE  W-ISSUED-CNT  =  W-NEXT-NO  -  W-BASE-NO
               WHEN  100
                     MOVE  W-BASE-NO     TO  W-NEXT-NO
               WHEN  OTHER
                     MOVE  'NUM_ALLOC SELECT'
                                         TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           EXEC  SQL  SELECT  COALESCE(SUM(ALLOC_TO - ALLOC_FR + 1), 0)
                        INTO  :W-LOGGED-CNT
                        FROM  LCBD2CTL.NUM_ALLOC_LOG
                       WHERE  SERIES_NM  = :W-CLOSE-SERIES
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'LOG SUM'            TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-DUP-CNT
                        FROM  LCBD2CTL.NUM_ALLOC_LOG  A
                        ,     LCBD2CTL.NUM_ALLOC_LOG  B
                       WHERE  A.SERIES_NM  = :W-CLOSE-SERIES
                         AND  B.SERIES_NM  =  A.SERIES_NM
                         AND  B.ALLOC_FR   BETWEEN  A.ALLOC_FR
                                               AND  A.ALLOC_TO
                         AND (B.ALLOC_FR   >  A.ALLOC_FR
                          OR  B.ALLOC_DT || B.ALLOC_TM
                                           >  A.ALLOC_DT || A.ALLOC_TM)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'LOG OVERLAP'        TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  'Y'                      TO  S-ROWS-KNOWN.

           EVALUATE  RG-DATA-TBL (K)
               WHEN  'TRWAD'
                 EXEC  SQL
                   SELECT  COUNT(*)
                   ,       COALESCE(SUM(CASE
                             WHEN RCVE_NO_SEQNO >= :W-NEXT-NO
                             THEN 1 ELSE 0 END), 0)
                     INTO  :W-ROW-CNT
                   ,       :W-ABOVE-CNT
                     FROM  DRWA.TRWAD
                    WHERE  RCVE_NO_YY     = :W-CLOSE-YY
                      AND (:W-NM-TXOFF    = ' '
                       OR  RCVE_NO_TXOFF  = :W-NM-TXOFF)
                      AND  RCVE_NO_SEQNO  BETWEEN :W-BASE-NO
                                              AND :W-LIMIT-NO
                 END-EXEC
                 MOVE  'TRWAD COUNT'     TO  W-SQL-STEP
               WHEN  'TRWCB'
                 EXEC  SQL
                   SELECT  COUNT(*)
                   ,       COALESCE(SUM(CASE
                             WHEN NOTICE_SEQNO >= :W-NEXT-NO
                             THEN 1 ELSE 0 END), 0)
                     INTO  :W-ROW-CNT
                   ,       :W-ABOVE-CNT
                     FROM  DRWB.TRWCB
                    WHERE  NOTICE_YY      = :W-CLOSE-YY
                      AND (:W-NM-TXOFF    = ' '
                       OR  RCVE_NO_TXOFF  = :W-NM-TXOFF)
                      AND  NOTICE_SEQNO   BETWEEN :W-BASE-NO
                                              AND :W-LIMIT-NO
                 END-EXEC
                 MOVE  'TRWCB COUNT'     TO  W-SQL-STEP
               WHEN  'TTJBH'
                 EXEC  SQL
                   SELECT  COUNT(*)
                   ,       COALESCE(SUM(CASE
                             WHEN NOTICE_SEQNO >= :W-NEXT-NO
                             THEN 1 ELSE 0 END), 0)
                     INTO  :W-ROW-CNT
                   ,       :W-ABOVE-CNT
                     FROM  DTJB.TTJBH
                    WHERE  EVENT_TP       = 'S'
                      AND  NOTICE_YY      = :W-CLOSE-YY
                      AND (:W-NM-TXOFF    = ' '
                       OR  TXOFF_CD       = :W-NM-TXOFF)
                      AND  NOTICE_SEQNO   BETWEEN :W-BASE-NO
                                              AND :W-LIMIT-NO
                 END-EXEC
                 MOVE  'TTJBH COUNT'     TO  W-SQL-STEP
               WHEN  OTHER
                 MOVE  'N'               TO  S-ROWS-KNOWN
           END-EVALUATE.

           IF  S-ROWS-KNOWN-YES
           AND SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           IF  S-ROWS-KNOWN-YES
               COMPUTE  W-UNUSED-CNT  =  W-ISSUED-CNT
                                      - (W-ROW-CNT - W-ABOVE-CNT)
           END-IF.

           EVALUATE  TRUE
               WHEN  W-DUP-CNT  >  ZERO
                     MOVE  'RANGE ISSUED TWICE'
                                         TO  W-NOTE
               WHEN  W-ABOVE-CNT  >  ZERO
                     MOVE  'TAKEN OUTSIDE ALLOCATOR'
                                         TO  W-NOTE
               WHEN  W-LOGGED-CNT  NOT =  W-ISSUED-CNT
                     MOVE  'AUDIT LOG INCOMPLETE'
                                         TO  W-NOTE
               WHEN  W-UNUSED-CNT  >  ZERO
                     MOVE  'DRAWN BUT NOT USED'
                                         TO  W-NOTE
               WHEN  W-UNUSED-CNT  <  ZERO
                     MOVE  'ROWS NOT FROM COUNTER'
                                         TO  W-NOTE
               WHEN  W-ISSUED-CNT  =  ZERO
               AND   W-ROW-CNT     =  ZERO
                     MOVE  'NOT USED THIS YEAR'
                                         TO  W-NOTE
               WHEN  OTHER
                     MOVE  'BALANCED'    TO  W-NOTE
           END-EVALUATE.

           IF  W-NOTE  NOT =  'BALANCED'
           AND W-NOTE  NOT =  'NOT USED THIS YEAR'
               ADD   1                    TO  A-EXCEPT-CNT
           END-IF.

       S2100-CLOSE-COUNTS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - S E E D - N E W - Y E A R                     *
      *                                                              *
      *    NEXT-NO STARTS AT THE REGISTER'S BASE NUMBER, AS LCBSNUM  *
      *    WOULD SEED IT.  A ROW ALREADY THERE (A RERUN, OR A SEED   *
      *    WON BY AN EARLY INTAKE) IS LEFT AS IT IS.                 *
      *                                                              *
      ****************************************************************
       S2200-SEED-NEW-YEAR               SECTION.

           IF  NOT  S-OFFICE-ACTIVE-YES
               MOVE  'CLOSED'             TO  W-SEED-STAUS
               GO TO  S2200-SEED-NEW-YEAR-EXIT
           END-IF.

           EXEC  SQL  SELECT  NEXT_NO
                        INTO  :NUMA-NEXT-NO
                        FROM  LCBD2CTL.NUM_ALLOC
                       WHERE  SERIES_NM  = :W-NEW-SERIES
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'ON FILE'     TO  W-SEED-STAUS
                     ADD   1             TO  A-ON-FILE-CNT
                     GO TO  S2200-SEED-NEW-YEAR-EXIT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  'NEW SERIES SELECT'
                                         TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

           IF  W-SYSIN-MODE-DRY-RUN
               MOVE  'TO SEED'            TO  W-SEED-STAUS
               ADD   1                    TO  A-SEEDED-CNT
               GO TO  S2200-SEED-NEW-YEAR-EXIT
           END-IF.

           MOVE  W-NEW-SERIES             TO  NUMA-SERIES-NM.
           MOVE  W-BASE-NO                TO  NUMA-NEXT-NO.

           EXEC  SQL  INSERT  INTO  LCBD2CTL.NUM_ALLOC
                             (SERIES_NM,
                              NEXT_NO  )
                       VALUES
                             (:NUMA-SERIES-NM,
                              :NUMA-NEXT-NO  )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'SEEDED'      TO  W-SEED-STAUS
                     ADD   1             TO  A-SEEDED-CNT
               WHEN  -803
                     MOVE  'ON FILE'     TO  W-SEED-STAUS
                     ADD   1             TO  A-ON-FILE-CNT
               WHEN  OTHER
                     MOVE  'NUM_ALLOC INSERT'
                                         TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S2200-SEED-NEW-YEAR-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - S A V E - C O N T R O L                       *
      *                                                              *
      *    A RERUN REPLACES THE SERIES' CONTROL ROW.                 *
      *                                                              *
      ****************************************************************
       S2300-SAVE-CONTROL                SECTION.

           MOVE  W-CLOSE-SERIES           TO  SERIES-NM  OF TRWCI.
           MOVE  W-CLOSE-YY               TO  CLOSE-YY   OF TRWCI.
           MOVE  W-CUR-TXOFF              TO  TXOFF-CD   OF TRWCI.
           MOVE  RG-PGM-ID (K)            TO  PGM-ID     OF TRWCI.
           MOVE  W-LAST-NO                TO  LAST-NO    OF TRWCI.
           MOVE  W-ISSUED-CNT             TO  ISSUED-CNT OF TRWCI.
           MOVE  W-LOGGED-CNT             TO  LOGGED-CNT OF TRWCI.
           MOVE  W-ROW-CNT                TO  ROW-CNT    OF TRWCI.
           MOVE  W-ABOVE-CNT              TO  ABOVE-CNT  OF TRWCI.
           MOVE  W-UNUSED-CNT             TO  UNUSED-CNT OF TRWCI.
           MOVE  W-DUP-CNT                TO  DUP-CNT    OF TRWCI.
           MOVE  W-SYSTEM-DATE            TO  CLOSE-DT   OF TRWCI.
           MOVE  W-SYSIN-OPID             TO  CLOSE-OPID OF TRWCI.

           EXEC  SQL  DELETE  FROM  DRWB.TRWCI
                       WHERE  SERIES_NM  = :TRWCI.SERIES-NM
           END-EXEC.

           IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
               MOVE  'TRWCI DELETE'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCI
                             (SERIES_NM,
                              CLOSE_YY,
                              TXOFF_CD,
                              PGM_ID,
                              LAST_NO,
                              ISSUED_CNT,
                              LOGGED_CNT,
                              ROW_CNT,
                              ABOVE_CNT,
                              UNUSED_CNT,
                              DUP_CNT,
                              CLOSE_DT,
                              CLOSE_OPID  )
                       VALUES
                             (:TRWCI.SERIES-NM,
                              :TRWCI.CLOSE-YY,
                              :TRWCI.TXOFF-CD,
                              :TRWCI.PGM-ID,
                              :TRWCI.LAST-NO,
                              :TRWCI.ISSUED-CNT,
                              :TRWCI.LOGGED-CNT,
                              :TRWCI.ROW-CNT,
                              :TRWCI.ABOVE-CNT,
                              :TRWCI.UNUSED-CNT,
                              :TRWCI.DUP-CNT,
                              :TRWCI.CLOSE-DT,
                              :TRWCI.CLOSE-OPID  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'TRWCI INSERT'       TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           ADD   1                        TO  A-CLOSE-CNT.

       S2300-SAVE-CONTROL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - W R I T E - S E R I E S - L I N E             *
      *                                                              *
      ****************************************************************
       S2400-WRITE-SERIES-LINE           SECTION.

           MOVE  W-CUR-TXOFF              TO  D1-TXOFF.
           MOVE  W-CLOSE-SERIES           TO  D1-SERIES.
           MOVE  W-LAST-NO                TO  D1-LAST-NO.
           MOVE  W-ISSUED-CNT             TO  D1-ISSUED.
           MOVE  W-LOGGED-CNT             TO  D1-LOGGED.
           MOVE  W-ROW-CNT                TO  D1-ROWS.
           MOVE  W-ABOVE-CNT              TO  D1-ABOVE.
           MOVE  W-UNUSED-CNT             TO  D1-UNUSED.
           MOVE  W-DUP-CNT                TO  D1-DUP.
           MOVE  W-SEED-STAUS             TO  D1-SEED-STAUS.
           MOVE  W-NOTE                   TO  D1-NOTE.

           IF  NOT  S-ROWS-KNOWN-YES
               MOVE  SPACE                TO  D1-SERIES-LINE (61:29)
           END-IF.

           WRITE  O-RPT-REC  FROM  D1-SERIES-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S2400-WRITE-SERIES-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - C A R R Y - F O R W A R D                     *
      *                                                              *
      *    OPEN RECEIPTS KEEP THEIR OLD-YEAR NUMBER; THIS IS THE     *
      *    LIST EACH OFFICE TAKES INTO JANUARY, WITH A COUNT PER     *
      *    TREAT-STAUS AND PER OFFICE.                               *
      *                                                              *
      ****************************************************************
       S3000-CARRY-FORWARD               SECTION.

           DISPLAY  'STEP : S3000-CARRY-FORWARD'.

           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  SPACE                    TO  H2-TITLE.
           STRING  'RECEIPTS OPEN AT YEAR END - CARRIED INTO '
                   W-NEW-YY
                   DELIMITED BY SIZE  INTO  H2-TITLE
           END-STRING.
           WRITE  O-RPT-REC  FROM  H2-TITLE-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.
           WRITE  O-RPT-REC  FROM  H4-CARRY-COLM-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           EXEC  SQL  OPEN  CURSOR_CARRY  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'CARRY OPEN'         TO  W-SQL-STEP
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           MOVE  'Y'                      TO  S-FIRST-CARRY.

           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7300-FETCH-CARRY
              IF  NOT  S-NO-DATA
                  IF  NOT  S-FIRST-CARRY-YES
                      IF  W-CF-WORK-TXOFF  NOT =  W-PREV-WORK-TXOFF
                          PERFORM  S3100-STAUS-TOTAL
                          PERFORM  S3200-OFFICE-TOTAL
                      ELSE
                          IF  W-CF-TREAT-STAUS
                                        NOT =  W-PREV-TREAT-STAUS
                              PERFORM  S3100-STAUS-TOTAL
                          END-IF
                      END-IF
                  END-IF
                  MOVE  'N'               TO  S-FIRST-CARRY
                  MOVE  W-CF-WORK-TXOFF   TO  W-PREV-WORK-TXOFF
                  MOVE  W-CF-TREAT-STAUS  TO  W-PREV-TREAT-STAUS
                  PERFORM  S3300-WRITE-CARRY-LINE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_CARRY  END-EXEC.

           IF  NOT  S-FIRST-CARRY-YES
               PERFORM  S3100-STAUS-TOTAL
               PERFORM  S3200-OFFICE-TOTAL
           END-IF.

           MOVE  'TOTAL RECEIPTS CARRIED FORWARD'
                                          TO  T1-TEXT.
           MOVE  A-CARRY-CNT              TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-TOTAL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

       S3000-CARRY-FORWARD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - S T A U S - T O T A L                         *
      *                                                              *
      ****************************************************************
       S3100-STAUS-TOTAL                 SECTION.

           MOVE  SPACE                    TO  T1-TEXT.
           STRING  '    STATUS '  W-PREV-TREAT-STAUS  ' TOTAL'
                   DELIMITED BY SIZE  INTO  T1-TEXT
           END-STRING.
           MOVE  A-STAUS-CARRY-CNT        TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-TOTAL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  ZERO                     TO  A-STAUS-CARRY-CNT.

       S3100-STAUS-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 2 0 0 - O F F I C E - T O T A L                       *
      *                                                              *
      ****************************************************************
       S3200-OFFICE-TOTAL                SECTION.

           MOVE  SPACE                    TO  T1-TEXT.
           STRING  '  OFFICE '  W-PREV-WORK-TXOFF  ' TOTAL'
                   DELIMITED BY SIZE  INTO  T1-TEXT
           END-STRING.
           MOVE  A-OFFICE-CARRY-CNT       TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-TOTAL-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           MOVE  ZERO                     TO  A-OFFICE-CARRY-CNT.

       S3200-OFFICE-TOTAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 3 0 0 - W R I T E - C A R R Y - L I N E               *
      *                                                              *
      ****************************************************************
       S3300-WRITE-CARRY-LINE            SECTION.

           MOVE  W-CF-WORK-TXOFF          TO  D2-WORK-TXOFF.
           MOVE  W-CF-TREAT-STAUS         TO  D2-TREAT-STAUS.
           MOVE  W-CF-RCVE-NO-TXOFF       TO  D2-RCVE-NO-TXOFF.
           MOVE  W-CF-RCVE-NO-YY          TO  D2-RCVE-NO-YY.
           MOVE  W-CF-RCVE-NO-SEQNO       TO  D2-RCVE-NO-SEQNO.
           MOVE  W-CF-TX-SRVC-TP          TO  D2-TX-SRVC-TP.
           MOVE  W-CF-RCVE-DT             TO  D2-RCVE-DT.
           MOVE  W-CF-AGE-DAYS            TO  D2-AGE-DAYS.

           WRITE  O-RPT-REC  FROM  D2-CARRY-LINE.
           PERFORM  S6900-CHECK-RPT-WRITE.

           ADD   1                        TO  A-CARRY-CNT
                                              A-STAUS-CARRY-CNT
                                              A-OFFICE-CARRY-CNT.

       S3300-WRITE-CARRY-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 9 0 0 - C H E C K - R P T - W R I T E                 *
      *                                                              *
      ****************************************************************
       S6900-CHECK-RPT-WRITE             SECTION.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S6900:ERROR=JEPP150 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S6900-CHECK-RPT-WRITE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - S E R I E S                       *
      *                                                              *
      ****************************************************************
       S7100-FETCH-SERIES                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_SERIES
                 INTO  :TRWCH.SERIES-PFX
                 ,     :TRWCH.SERIES-SFX
                 ,     :TRWCH.OFFICE-FG
                 ,     :TRWCH.PGM-ID
                 ,     :TRWCH.DATA-TBL
                 ,     :TRWCH.BASE-NO
                 ,     :TRWCH.LIMIT-NO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'SERIES FETCH' TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7100-FETCH-SERIES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - O F F I C E                       *
      *                                                              *
      ****************************************************************
       S7200-FETCH-OFFICE                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_OFFICE
                 INTO  :W-CUR-TXOFF
                 ,     :S-OFFICE-ACTIVE
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-OFFICE-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'OFFICE FETCH' TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7200-FETCH-OFFICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 3 0 0 - F E T C H - C A R R Y                         *
      *                                                              *
      ****************************************************************
       S7300-FETCH-CARRY                 SECTION.

           EXEC  SQL
                 FETCH  CURSOR_CARRY
                 INTO  :W-CF-WORK-TXOFF
                 ,     :W-CF-TREAT-STAUS
                 ,     :W-CF-RCVE-NO-TXOFF
                 ,     :W-CF-RCVE-NO-YY
                 ,     :W-CF-RCVE-NO-SEQNO
                 ,     :W-CF-TX-SRVC-TP
                 ,     :W-CF-RCVE-DT
                 ,     :W-CF-AGE-DAYS
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  'CARRY FETCH'  TO  W-SQL-STEP
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S7300-FETCH-CARRY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      *    OFFICES ALREADY COMMITTED STAY CLOSED AND SEEDED; A RERUN *
      *    REPLACES THEIR CONTROL ROWS AND FINDS THEIR SERIES ON     *
      *    FILE.                                                     *
      *                                                              *
      ****************************************************************
       S8100-SQL-ABORT                   SECTION.

           MOVE  SQLCODE                  TO  W-SQLCODE.
           DISPLAY  'S8100:DB ERROR ' W-SQL-STEP '=' W-SQLCODE
                    ' OFFICE=' W-CUR-TXOFF
                    ' SERIES=' W-CLOSE-SERIES.

           EXEC  SQL  ROLLBACK  END-EXEC.

           MOVE  U-ABEND-CODE1            TO  RETURN-CODE.
           PERFORM  S0100-MAIN-EXIT.

       S8100-SQL-ABORT-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      JEPBF            *
      *                                                              *
      ****************************************************************
