      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBH.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : DECEASED-TAXPAYER NOTIFICATION FEED           *
      *  DESCRIPTION : APPLIES THE NATIONAL REGISTRY'S DAILY DEATH-  *
      *                NOTIFICATION FILE.  EACH NOTICE IS MATCHED ON *
      *                RESID AGAINST DTIA.TTIAA; ON A MATCH THE DATE *
      *                OF DEATH IS SET ON EVERY TTIAA ROW OF THAT    *
      *                PERSON, WHICH FROM THEN ON:                   *
      *                  - PARKS NEW JAPA1/JAPB1 CERTIFICATE         *
      *                    REQUESTS IN THEIR NAME AT STATUS '42'     *
      *                  - STOPS PYSB6 PAYING A REFUND TO ANY TRYBA  *
      *                    ACCOUNT REGISTERED BEFORE THE DEATH, UNTIL *
      *                    AN HEIR OR ESTATE ACCOUNT IS VERIFIED     *
      *                    THROUGH PYPA1                             *
      *                AND ONE DRWB.TRWCM SUCCESSION WORK ITEM IS    *
      *                OPENED PER LIVE BUSINESS THE PERSON OWNED OF  *
      *                RECORD, LISTING THE DTBA.TTBAH CO-OWNERS, SO  *
      *                THE OFFICE STARTS THE LAP14 SUCCESSION.       *
      *                A NOTICE THAT IS INVALID, DOES NOT MATCH      *
      *                TTIAA, OR CONFLICTS WITH A DATE OF DEATH      *
      *                ALREADY ON FILE IS NOT APPLIED AND GOES TO    *
      *                THE REVIEW REPORT.                            *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBH                                      *
      *                                                              *
      *  INPUT FILES    : LAPINH0  -  DEATH NOTICE FILE (LRECL 100)  *
      *                   COLS   1-13  RESID                         *
      *                   COLS  14-43  NAME AS REGISTERED            *
      *                   COLS  44-51  DATE OF DEATH YYYYMMDD        *
      *                   COLS  52-71  REGISTRY REFERENCE            *
      *                                                              *
      *  OUTPUT FILES   : LAPP0H0  -  APPLIED NOTICES / WORK ITEMS   *
      *                   LAPP0H1  -  REVIEW REPORT (NOT APPLIED)    *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTIA.TTIAA                              RU                  *
      *  DTAA.TTAAA                              R                   *
      *  DTBA.TTBAA/TTBAH                        R                   *
      *  DRWB.TRWCM                              CR                  *
      *  DRWB.TRWCO  (VIA LCBSMHST)              C                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         DEATH_DT CHANGE WRITTEN TO     *
      *                               TRWCO MASTER HISTORY           *
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
           SELECT  I-DTH-FILE  ASSIGN     TO  LAPINH0
                   FILE         STATUS    IS  S-DTH-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0H0
                   FILE         STATUS    IS  S-RPT-STATUS.

           SELECT  O-RVW-FILE  ASSIGN     TO  LAPP0H1
                   FILE         STATUS    IS  S-RVW-STATUS.

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

       FD  I-DTH-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           100  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   I-DTH-REC.
       01  I-DTH-REC                     PIC  X(100).

       FD  O-RPT-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-RPT-REC.
       01  O-RPT-REC                     PIC  X(132).

       FD  O-RVW-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-RVW-REC.
       01  O-RVW-REC                     PIC  X(132).

      ****************************************************************
      *                                                              *
      *    W O R K I N G - S T O R A G E    S E C T I O N            *
      *                                                              *
      ****************************************************************
       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'LAPBH    - WORKING STORAGE BEGINS HERE'.

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

           05  A-DTH-READ-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-APPLIED-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-ALREADY-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-REVIEW-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-TTIAA-UPD-CNT           PIC  9(09)  VALUE  ZERO.
261015     05  A-TRWCO-INS-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-BUSN-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-TRWCM-INS-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-TRWCM-OPEN-CNT          PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-RVW-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBH'.
261015     05  C-PGM-LCBSMHST            PIC  X(08)  VALUE 'LCBSMHST'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DTH-END-CHECK           PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-DTH                     VALUE  HIGH-VALUE.

           05  S-BUSN-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-BUSN                    VALUE  HIGH-VALUE.

           05  S-COOWN-END-CHECK         PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-COOWN                   VALUE  HIGH-VALUE.

           05  S-DTH-STATUS              PIC  X(002).
               88  S-DTH-NORMAL                      VALUE '00'.
               88  S-DTH-EOF                         VALUE '10'.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

           05  S-RVW-STATUS              PIC  X(002).
               88  S-RVW-NORMAL                      VALUE '00'.

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

           05  W-TTIAA-CNT               PIC S9(09)  COMP.
           05  W-TRWCM-CNT               PIC S9(09)  COMP.
           05  W-BUSN-CNT                PIC S9(05)  COMP-3.
           05  W-COOWNER-CNT             PIC S9(03)  COMP-3.
           05  W-COOWNER-RATE            PIC S9(03)V99 COMP-3.
           05  W-OWN-RATE-ED             PIC  ZZ9.99.

      ****************************************************************
      *                                                              *
      *    D E A T H    N O T I C E    R E C O R D                   *
      *                                                              *
      ****************************************************************
       01  DEATH-RECORD.
           05  R-RESID                   PIC  X(13).
           05  R-NM                      PIC  X(30).
           05  R-DEATH-DT                PIC  X(08).
           05  R-NOTICE-REF              PIC  X(20).
           05  FILLER                    PIC  X(29).

261015****************************************************************
261015*                                                              *
261015*    L C B S M H S T    U S E R A R E A                        *
261015*                                                              *
261015****************************************************************
261015 01  LCBSMHST-USERAREA.
261015     COPY  LCBYMHST.

      ****************************************************************
      *                                                              *
      *    H O S T    V A R I A B L E S                              *
      *                                                              *
      ****************************************************************
       01  HOST-VARIABLES.
           05  H-RESID                   PIC  X(13).
           05  H-NM                      PIC  X(30).
           05  H-DEATH-DT                PIC  X(08).
           05  H-OLD-DEATH-DT            PIC  X(08).

           05  H-BUSNID                  PIC  X(10).
           05  H-TXPAYER-TP-CHIEF        PIC  X(01).
           05  H-TRADE-NM                PIC  X(30).
           05  H-TXOFF-CD                PIC  X(03).
           05  H-RCVE-YEAR               PIC  X(04).
           05  H-RCVE-NO                 PIC  9(07).

           05  H-COOWNER-SEQNO           PIC S9(03)  COMP-3.
           05  H-COOWNER-RESID           PIC  X(13).
           05  H-COOWNER-NM              PIC  X(30).
           05  H-OWN-RATE                PIC S9(03)V99 COMP-3.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'DECEASED-TAXPAYER NOTICES APPLIED      DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(78)  VALUE  SPACE.

           05  H3-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'DECEASED-TAXPAYER NOTICES FOR REVIEW   DATE: '.
               10  H3-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(78)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

           05  H2-DTH-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(06)  VALUE
                   'RESID '.
               10  H2-RESID              PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  H2-NM                 PIC  X(30).
               10  FILLER                PIC  X(08)  VALUE
                   '  DIED  '.
               10  H2-DEATH-DT           PIC  X(08).
               10  FILLER                PIC  X(06)  VALUE
                   '  REF '.
               10  H2-NOTICE-REF         PIC  X(20).
               10  FILLER                PIC  X(39)  VALUE  SPACE.

           05  D1-BUSN-LINE.
               10  FILLER                PIC  X(05)  VALUE  SPACE.
               10  FILLER                PIC  X(09)  VALUE
                   'BUSINESS '.
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-TEXT               PIC  X(90).
               10  FILLER                PIC  X(16)  VALUE  SPACE.

           05  D2-COOWN-LINE.
               10  FILLER                PIC  X(09)  VALUE  SPACE.
               10  FILLER                PIC  X(09)  VALUE
                   'CO-OWNER '.
               10  D2-RESID              PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-NM                 PIC  X(30).
               10  FILLER                PIC  X(08)  VALUE
                   '  SHARE '.
               10  D2-OWN-RATE           PIC  ZZ9.99.
               10  FILLER                PIC  X(01)  VALUE  '%'.
               10  FILLER                PIC  X(55)  VALUE  SPACE.

           05  M1-MSG-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(04)  VALUE
                   '*** '.
               10  M1-MSG                PIC  X(80).
               10  FILLER                PIC  X(47)  VALUE  SPACE.

           05  R1-RVW-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  R1-RESID              PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  R1-NM                 PIC  X(30).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  R1-DEATH-DT           PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  R1-NOTICE-REF         PIC  X(20).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  R1-REASON             PIC  X(56).

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'NOTICES...:'.
               10  T1-DTH-CNT            PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  APPLIED:'.
               10  T1-APPLIED-CNT        PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  ALREADY:'.
               10  T1-ALREADY-CNT        PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  REVIEW.:'.
               10  T1-REVIEW-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(50)  VALUE  SPACE.

           05  T2-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'BUSINESSES:'.
               10  T2-BUSN-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  OPENED.:'.
               10  T2-TRWCM-INS-CNT      PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  ON FILE:'.
               10  T2-TRWCM-OPEN-CNT     PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(70)  VALUE  SPACE.

           05  T3-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(19)  VALUE
                   'NOTICES FOR REVIEW:'.
               10  T3-REVIEW-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(103) VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A   /   I N C L U D E S                           *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCM   (   DECEASED-OWNER SUCCESSION WORK ITEM   )  *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCM      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_BUSN : LIVE BUSINESSES THE DECEASED OWNS OF        *
      *    RECORD ON THE MASTER, WITH THE OPEN TTBAA REGISTRATION    *
      *    LAP14 WILL MOVE TO THE SUCCESSOR.                         *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_BUSN  CURSOR  WITH  HOLD  FOR
                 SELECT   A.BUSNID
                 ,        A.TXPAYER_TP_CHIEF
                 ,        A.TRADE_NM
                 ,        B.TXOFF_CD
                 ,        B.RCVE_YEAR
                 ,        B.RCVE_NO
                 FROM     DTAA.TTAAA  A
                 ,        DTBA.TTBAA  B
                 WHERE    A.RESID_CHIEF       =  :H-RESID
                 AND      A.LAST_FG           =  'Y'
                 AND      COALESCE(A.CLOSE_DT, ' ')  =  ' '
                 AND      B.BUSNID            =  A.BUSNID
                 AND      B.PROCESS_END_FG    =  'N'
                 ORDER BY A.BUSNID
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_COOWN : THE TTBAH CO-OWNERS OF ONE REGISTRATION,   *
      *    IN ENTRY ORDER.                                           *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_COOWN  CURSOR  WITH  HOLD  FOR
                 SELECT   COOWNER_SEQNO
                 ,        RESID
                 ,        NM
                 ,        OWN_RATE
                 FROM     DTBA.TTBAH
                 WHERE    TXOFF_CD   =  :H-TXOFF-CD
                 AND      RCVE_YEAR  =  :H-RCVE-YEAR
                 AND      RCVE_NO    =  :H-RCVE-NO
                 ORDER BY COOWNER_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBH    *** WORKING STORAGE ENDS HERE  '.

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

           MOVE  LOW-VALUE                TO  S-DTH-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-DTH
              PERFORM  S0300-READ-NOTICE
              IF  NOT  S-NO-MORE-DTH
                  PERFORM  S1100-APPLY-ONE-NOTICE
              END-IF
           END-PERFORM.

           PERFORM  S5300-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBH    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LAPBH    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* DTH-READ-CNT   : ' A-DTH-READ-CNT.
           DISPLAY '* APPLIED-CNT    : ' A-APPLIED-CNT.
           DISPLAY '* ALREADY-CNT    : ' A-ALREADY-CNT.
           DISPLAY '* REVIEW-CNT     : ' A-REVIEW-CNT.
           DISPLAY '* TTIAA-UPD-CNT  : ' A-TTIAA-UPD-CNT.
261015     DISPLAY '* TRWCO-INS-CNT  : ' A-TRWCO-INS-CNT.
           DISPLAY '* BUSN-CNT       : ' A-BUSN-CNT.
           DISPLAY '* TRWCM-INS-CNT  : ' A-TRWCM-INS-CNT.
           DISPLAY '* TRWCM-OPEN-CNT : ' A-TRWCM-OPEN-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '* RVW-WRIT-CNT   : ' A-RVW-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  I-DTH-FILE
                  O-RPT-FILE
                  O-RVW-FILE.

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
           DISPLAY '### LAPBH    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN  INPUT   I-DTH-FILE.

           IF  NOT  S-DTH-NORMAL
               DISPLAY
               'S0200:ERROR=LAPINH0 OPEN ERROR(' S-DTH-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN  OUTPUT  O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0H0 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN  OUTPUT  O-RVW-FILE.

           IF  NOT  S-RVW-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0H1 OPEN ERROR(' S-RVW-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE
                                             H3-RUN-DATE.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           ADD   1                       TO  A-RPT-WRIT-CNT.
           WRITE  O-RVW-REC  FROM  H3-HEAD-LINE.
           WRITE  O-RVW-REC  FROM  B1-BLANK-LINE.
           ADD   2                       TO  A-RVW-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - R E A D - N O T I C E                         *
      *                                                              *
      ****************************************************************
       S0300-READ-NOTICE                 SECTION.

           READ  I-DTH-FILE  INTO  DEATH-RECORD
               AT  END
                   MOVE  HIGH-VALUE      TO  S-DTH-END-CHECK
           END-READ.

           IF  S-NO-MORE-DTH
               CONTINUE
           ELSE
               IF  S-DTH-NORMAL
                   ADD   1               TO  A-DTH-READ-CNT
               ELSE
                   DISPLAY
                   'S0300:ERROR=LAPINH0 READ ERROR('
                    S-DTH-STATUS ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
           END-IF.

       S0300-READ-NOTICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - A P P L Y - O N E - N O T I C E               *
      *                                                              *
      *    A NOTICE GOES TO REVIEW UNAPPLIED WHEN THE CARD IS        *
      *    INCOMPLETE, THE RESID IS NOT ON TTIAA, OR TTIAA ALREADY   *
      *    CARRIES A DIFFERENT DATE OF DEATH.  THE SAME DATE ALREADY *
      *    ON FILE IS A REPEATED NOTICE AND IS SKIPPED.  EACH        *
      *    APPLIED NOTICE IS COMMITTED ON ITS OWN, SO A RERUN AFTER  *
      *    A FAILURE FINDS THE EARLIER NOTICES ALREADY RECORDED.     *
      *                                                              *
      ****************************************************************
       S1100-APPLY-ONE-NOTICE            SECTION.

           IF  R-RESID       =  SPACE     OR
               R-DEATH-DT    NOT NUMERIC  OR
               R-DEATH-DT    >  W-SYSTEM-DATE
               DISPLAY 'S1100:NOTICE REJECTED - BAD CARD ('
                        DEATH-RECORD(1:13) ')'
               MOVE  'INVALID NOTICE - RESID OR DATE OF DEATH MISSING'
                                          TO  R1-REASON
               PERFORM  S6200-WRITE-REVIEW
               GO TO  S1100-APPLY-ONE-NOTICE-EXIT
           END-IF.

           MOVE  R-RESID                  TO  H-RESID.
           MOVE  R-DEATH-DT               TO  H-DEATH-DT.

           PERFORM  S1200-MATCH-TTIAA.

           IF  W-TTIAA-CNT  =  ZERO
               MOVE  'NO MATCH - RESID NOT ON THE INDIVIDUAL MASTER'
                                          TO  R1-REASON
               PERFORM  S6200-WRITE-REVIEW
               GO TO  S1100-APPLY-ONE-NOTICE-EXIT
           END-IF.

           IF  H-OLD-DEATH-DT  =  H-DEATH-DT
               ADD   1                    TO  A-ALREADY-CNT
               GO TO  S1100-APPLY-ONE-NOTICE-EXIT
           END-IF.

           IF  H-OLD-DEATH-DT  NOT =  SPACE
               MOVE  SPACE                TO  R1-REASON
               STRING  'CONFLICT - TTIAA ALREADY HOLDS DATE OF DEATH '
                       H-OLD-DEATH-DT
                       DELIMITED BY SIZE  INTO  R1-REASON
               END-STRING
               PERFORM  S6200-WRITE-REVIEW
               GO TO  S1100-APPLY-ONE-NOTICE-EXIT
           END-IF.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           MOVE  R-RESID                  TO  H2-RESID.
           MOVE  H-NM                     TO  H2-NM.
           MOVE  R-DEATH-DT               TO  H2-DEATH-DT.
           MOVE  R-NOTICE-REF             TO  H2-NOTICE-REF.
           WRITE  O-RPT-REC  FROM  H2-DTH-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           PERFORM  S1300-SET-DEATH-DT.

           MOVE  ZERO                     TO  W-BUSN-CNT.
           PERFORM  S2000-OPEN-WORK-ITEMS.

           IF  W-BUSN-CNT  =  ZERO
               MOVE  'NO LIVE BUSINESS OWNED OF RECORD'
                                          TO  M1-MSG
               PERFORM  S6100-WRITE-MSG
           END-IF.

           EXEC  SQL  COMMIT  END-EXEC.

           ADD   1                        TO  A-APPLIED-CNT.

       S1100-APPLY-ONE-NOTICE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - M A T C H - T T I A A                         *
      *                                                              *
      *    THE REGISTRY KNOWS THE PERSON, NOT THE TAXPAYER TYPE -    *
      *    EVERY TTIAA ROW UNDER THE RESID IS THE SAME PERSON.       *
      *                                                              *
      ****************************************************************
       S1200-MATCH-TTIAA                 SECTION.

           MOVE  SPACE                    TO  H-NM
                                              H-OLD-DEATH-DT.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(MAX(NM), ' ')
                 ,       COALESCE(MAX(DEATH_DT), ' ')
                 INTO   :W-TTIAA-CNT
                 ,      :H-NM
                 ,      :H-OLD-DEATH-DT
                 FROM    DTIA.TTIAA
                 WHERE   RESID  =  :H-RESID
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S1200:DB ERROR TTIAA SELECT RESID='
                        H-RESID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S1200-MATCH-TTIAA-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - S E T - D E A T H - D T                       *
      *                                                              *
      ****************************************************************
       S1300-SET-DEATH-DT                SECTION.

           EXEC  SQL
                 UPDATE  DTIA.TTIAA
                    SET  DEATH_DT  =  :H-DEATH-DT
                 WHERE   RESID     =  :H-RESID
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S1300:DB ERROR TTIAA UPDATE RESID='
                        H-RESID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   SQLERRD(3)               TO  A-TTIAA-UPD-CNT.

261015* ONE HISTORY ROW FOR THE PERSON - TXPAYER-TP IS LEFT BLANK AS
261015* EVERY TTIAA ROW UNDER THE RESID TOOK THE SAME DATE.
261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'I'                      TO  MHST-MASTER-TP.
261015     MOVE  H-RESID                  TO  MHST-MASTER-ID.
261015     MOVE  SPACE                    TO  MHST-TXPAYER-TP.
261015     MOVE  C-PROG-ID                TO  MHST-PGM-ID
261015                                        MHST-OPID.
261015     MOVE  R-NOTICE-REF             TO  MHST-EVENT-KEY.
261015     MOVE  1                        TO  MHST-FIELD-CNT.
261015     MOVE  'DEATH_DT'               TO  MHST-FIELD-NM (1).
261015     MOVE  H-OLD-DEATH-DT           TO  MHST-BEFORE-VAL (1).
261015     MOVE  H-DEATH-DT               TO  MHST-AFTER-VAL (1).

261015     CALL  C-PGM-LCBSMHST  USING  LCBSMHST-USERAREA.

261015     IF  NOT  MHST-RTN-NORMAL
261015         MOVE  MHST-SQLCODE         TO  W-SQLCODE
261015         DISPLAY 'S1300:DB ERROR TRWCO RC=' MHST-RTN-CD
261015                  ' RESID=' H-RESID ' SQLCODE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1        TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     ADD   MHST-ROW-CNT             TO  A-TRWCO-INS-CNT.

       S1300-SET-DEATH-DT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - O P E N - W O R K - I T E M S                 *
      *                                                              *
      ****************************************************************
       S2000-OPEN-WORK-ITEMS             SECTION.

           EXEC  SQL  OPEN  CURSOR_BUSN  END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S2000:DB ERROR CURSOR_BUSN OPEN SQLCODE='
                        W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-BUSN-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-BUSN
              EXEC  SQL
                    FETCH  CURSOR_BUSN
                     INTO  :H-BUSNID
                    ,      :H-TXPAYER-TP-CHIEF
                    ,      :H-TRADE-NM
                    ,      :H-TXOFF-CD
                    ,      :H-RCVE-YEAR
                    ,      :H-RCVE-NO
              END-EXEC
              EVALUATE  SQLCODE
                  WHEN  ZERO
                        PERFORM  S2100-OPEN-ONE-ITEM
                  WHEN  +100
                        MOVE  HIGH-VALUE  TO  S-BUSN-END-CHECK
                  WHEN  OTHER
                        MOVE  SQLCODE     TO  W-SQLCODE
                        DISPLAY 'S2000:DB ERROR CURSOR_BUSN FETCH '
                                'SQLCODE=' W-SQLCODE
                        MOVE  U-ABEND-CODE1
                                          TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_BUSN  END-EXEC.

       S2000-OPEN-WORK-ITEMS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - O P E N - O N E - I T E M                     *
      *                                                              *
      *    A BUSINESS THAT ALREADY HAS AN OPEN WORK ITEM IS LISTED   *
      *    BUT NOT OPENED TWICE.                                     *
      *                                                              *
      ****************************************************************
       S2100-OPEN-ONE-ITEM               SECTION.

           ADD   1                        TO  W-BUSN-CNT
                                              A-BUSN-CNT.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO   :W-TRWCM-CNT
                 FROM    DRWB.TRWCM
                 WHERE   BUSNID      =  :H-BUSNID
                   AND   WORK_STAUS  =  'O'
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S2100:DB ERROR TRWCM SELECT BUSNID='
                        H-BUSNID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  H-BUSNID                 TO  D1-BUSNID.
           MOVE  SPACE                    TO  D1-TEXT.

           IF  W-TRWCM-CNT  >  ZERO
               STRING  'RGST '            H-TXOFF-CD
                       '-'                H-RCVE-YEAR
                       '-'                H-RCVE-NO
                       ' '                H-TRADE-NM
                       ' - WORK ITEM ALREADY OPEN'
                       DELIMITED BY SIZE  INTO  D1-TEXT
               END-STRING
               WRITE  O-RPT-REC  FROM  D1-BUSN-LINE
               ADD   1                    TO  A-RPT-WRIT-CNT
                                              A-TRWCM-OPEN-CNT
               GO TO  S2100-OPEN-ONE-ITEM-EXIT
           END-IF.

           STRING  'RGST '                H-TXOFF-CD
                   '-'                    H-RCVE-YEAR
                   '-'                    H-RCVE-NO
                   ' '                    H-TRADE-NM
                   ' - SUCCESSION WORK ITEM OPENED (LA14)'
                   DELIMITED BY SIZE  INTO  D1-TEXT
           END-STRING.
           WRITE  O-RPT-REC  FROM  D1-BUSN-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           PERFORM  S2200-LIST-COOWNERS.

           PERFORM  S3000-INSERT-TRWCM.

       S2100-OPEN-ONE-ITEM-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - L I S T - C O O W N E R S                     *
      *                                                              *
      *    THE CO-OWNERS WHO CARRY THE BUSINESS ON UNTIL THE         *
      *    SUCCESSION, AND THE SHARE THEY HOLD BETWEEN THEM.         *
      *                                                              *
      ****************************************************************
       S2200-LIST-COOWNERS               SECTION.

           MOVE  ZERO                     TO  W-COOWNER-CNT
                                              W-COOWNER-RATE.

           EXEC  SQL  OPEN  CURSOR_COOWN  END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S2200:DB ERROR CURSOR_COOWN OPEN SQLCODE='
                        W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-COOWN-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-COOWN
              EXEC  SQL
                    FETCH  CURSOR_COOWN
                     INTO  :H-COOWNER-SEQNO
                    ,      :H-COOWNER-RESID
                    ,      :H-COOWNER-NM
                    ,      :H-OWN-RATE
              END-EXEC
              EVALUATE  SQLCODE
                  WHEN  ZERO
                        PERFORM  S2210-WRITE-COOWNER
                  WHEN  +100
                        MOVE  HIGH-VALUE  TO  S-COOWN-END-CHECK
                  WHEN  OTHER
                        MOVE  SQLCODE     TO  W-SQLCODE
                        DISPLAY 'S2200:DB ERROR CURSOR_COOWN FETCH '
                                'SQLCODE=' W-SQLCODE
                        MOVE  U-ABEND-CODE1
                                          TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_COOWN  END-EXEC.

           IF  W-COOWNER-CNT  =  ZERO
               MOVE  'SOLE OWNER - NO CO-OWNER ON TTBAH'
                                          TO  M1-MSG
           ELSE
               MOVE  W-COOWNER-RATE       TO  W-OWN-RATE-ED
               MOVE  SPACE                TO  M1-MSG
               STRING  'CO-OWNERS HOLD '  W-OWN-RATE-ED
                       '% BETWEEN THEM'
                       DELIMITED BY SIZE  INTO  M1-MSG
               END-STRING
           END-IF.
           PERFORM  S6100-WRITE-MSG.

       S2200-LIST-COOWNERS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 1 0 - W R I T E - C O O W N E R                     *
      *                                                              *
      ****************************************************************
       S2210-WRITE-COOWNER               SECTION.

           MOVE  H-COOWNER-RESID          TO  D2-RESID.
           MOVE  H-COOWNER-NM             TO  D2-NM.
           MOVE  H-OWN-RATE               TO  D2-OWN-RATE.

           WRITE  O-RPT-REC  FROM  D2-COOWN-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.
           ADD   1                        TO  W-COOWNER-CNT.
           ADD   H-OWN-RATE               TO  W-COOWNER-RATE.

       S2210-WRITE-COOWNER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 0 0 0 - I N S E R T - T R W C M                       *
      *                                                              *
      ****************************************************************
       S3000-INSERT-TRWCM                SECTION.

           MOVE  H-RESID                  TO  RESID          OF TRWCM.
           MOVE  H-TXPAYER-TP-CHIEF       TO  TXPAYER-TP     OF TRWCM.
           MOVE  H-BUSNID                 TO  BUSNID         OF TRWCM.
           MOVE  H-TXOFF-CD               TO  TXOFF-CD       OF TRWCM.
           MOVE  H-RCVE-YEAR              TO  RCVE-YEAR      OF TRWCM.
           MOVE  H-RCVE-NO                TO  RCVE-NO        OF TRWCM.
           MOVE  H-TRADE-NM               TO  TRADE-NM       OF TRWCM.
           MOVE  H-DEATH-DT               TO  DEATH-DT       OF TRWCM.
           MOVE  R-NOTICE-REF             TO  NOTICE-REF     OF TRWCM.
           MOVE  W-COOWNER-CNT            TO  COOWNER-CNT    OF TRWCM.
           MOVE  W-COOWNER-RATE           TO  COOWNER-RATE   OF TRWCM.
           MOVE  'O'                      TO  WORK-STAUS     OF TRWCM.
           MOVE  W-SYSTEM-DATE            TO  OPEN-DT        OF TRWCM.
           MOVE  C-PROG-ID                TO  OPEN-OPID      OF TRWCM.
           MOVE  SPACE                    TO  DONE-DT        OF TRWCM
                                              DONE-OPID      OF TRWCM.
           MOVE  ZERO                     TO  SUCCESS-SEQNO  OF TRWCM.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCM
                       ( RESID
                 ,       TXPAYER_TP
                 ,       BUSNID
                 ,       TXOFF_CD
                 ,       RCVE_YEAR
                 ,       RCVE_NO
                 ,       TRADE_NM
                 ,       DEATH_DT
                 ,       NOTICE_REF
                 ,       COOWNER_CNT
                 ,       COOWNER_RATE
                 ,       WORK_STAUS
                 ,       OPEN_DT
                 ,       OPEN_OPID
                 ,       DONE_DT
                 ,       DONE_OPID
                 ,       SUCCESS_SEQNO )
                 VALUES
                       (:TRWCM.RESID
                 ,      :TRWCM.TXPAYER-TP
                 ,      :TRWCM.BUSNID
                 ,      :TRWCM.TXOFF-CD
                 ,      :TRWCM.RCVE-YEAR
                 ,      :TRWCM.RCVE-NO
                 ,      :TRWCM.TRADE-NM
                 ,      :TRWCM.DEATH-DT
                 ,      :TRWCM.NOTICE-REF
                 ,      :TRWCM.COOWNER-CNT
                 ,      :TRWCM.COOWNER-RATE
                 ,      :TRWCM.WORK-STAUS
                 ,      :TRWCM.OPEN-DT
                 ,      :TRWCM.OPEN-OPID
                 ,      :TRWCM.DONE-DT
                 ,      :TRWCM.DONE-OPID
                 ,      :TRWCM.SUCCESS-SEQNO )
           END-EXEC.

           IF  SQLCODE  NOT =  ZERO
               MOVE  SQLCODE              TO  W-SQLCODE
               DISPLAY 'S3000:DB ERROR TRWCM INSERT BUSNID='
                        H-BUSNID ' SQLCODE=' W-SQLCODE
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-TRWCM-INS-CNT.

       S3000-INSERT-TRWCM-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           MOVE  A-DTH-READ-CNT           TO  T1-DTH-CNT.
           MOVE  A-APPLIED-CNT            TO  T1-APPLIED-CNT.
           MOVE  A-ALREADY-CNT            TO  T1-ALREADY-CNT.
           MOVE  A-REVIEW-CNT             TO  T1-REVIEW-CNT
                                              T3-REVIEW-CNT.
           MOVE  A-BUSN-CNT               TO  T2-BUSN-CNT.
           MOVE  A-TRWCM-INS-CNT          TO  T2-TRWCM-INS-CNT.
           MOVE  A-TRWCM-OPEN-CNT         TO  T2-TRWCM-OPEN-CNT.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           WRITE  O-RPT-REC  FROM  T2-TRAILER-LINE.
           ADD   3                        TO  A-RPT-WRIT-CNT.

           WRITE  O-RVW-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RVW-REC  FROM  T3-TRAILER-LINE.
           ADD   2                        TO  A-RVW-WRIT-CNT.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - W R I T E - M S G                             *
      *                                                              *
      ****************************************************************
       S6100-WRITE-MSG                   SECTION.

           WRITE  O-RPT-REC  FROM  M1-MSG-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.
           MOVE  SPACE                    TO  M1-MSG.

       S6100-WRITE-MSG-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 2 0 0 - W R I T E - R E V I E W                       *
      *                                                              *
      ****************************************************************
       S6200-WRITE-REVIEW                SECTION.

           MOVE  R-RESID                  TO  R1-RESID.
           MOVE  R-NM                     TO  R1-NM.
           MOVE  R-DEATH-DT               TO  R1-DEATH-DT.
           MOVE  R-NOTICE-REF             TO  R1-NOTICE-REF.

           WRITE  O-RVW-REC  FROM  R1-RVW-LINE.
           ADD   1                        TO  A-RVW-WRIT-CNT.
           ADD   1                        TO  A-REVIEW-CNT.
           MOVE  SPACE                    TO  R1-REASON.

       S6200-WRITE-REVIEW-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBH            *
      *                                                              *
      ****************************************************************
