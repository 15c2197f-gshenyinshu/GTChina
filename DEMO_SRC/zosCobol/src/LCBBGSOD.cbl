      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBBGSOD.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                  L   C   B   B   G   S   O   D                 *
      *                                                                *
      *  FUNCTION       -  MONTHLY SEGREGATION-OF-DUTIES CONFLICT      *
      *                    REPORT.  LISTS EVERY OPERATOR WHO, ON THE   *
      *                    SYSIN-SUPPLIED AS-OF DATE, HOLDS BOTH       *
      *                    FUNCTION CODES OF AN ACTIVE                 *
      *                    LCBD2CTL.SOD_CONFLICT PAIR IN OPER_AUTH,    *
      *                    GROUPED BY THE OFFICE ON OPER_ORG (OFFICE   *
      *                    '???' WHEN THE OPERATOR HAS NONE), WITH     *
      *                    THE SUPERVISOR, THE PAIR, ITS DESCRIPTION   *
      *                    AND WHETHER EITHER SIDE IS SUSPENDED.  A    *
      *                    SUBTOTAL CLOSES EACH OFFICE AND A GRAND     *
      *                    TOTAL THE REPORT.  ANY LIVE CONFLICT SETS   *
      *                    RETURN-CODE TO A WARNING LEVEL, AS          *
      *                    LCBBGLNK DOES, SO THE SCHEDULER CAN ALERT   *
      *                    THE OFFICE MANAGERS WITHOUT FAILING THE     *
      *                    STEP.                                       *
      *                                                                *
      *  TRANSACTION    -  NONE                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  ENTRY POINTS   -  TOP OF PROGRAM; LCBBGSOD                    *
      *                                                                *
      *  INPUT PARMS    -  SYSIN  :  W-SYSIN-ASOF-DT (PIC X(08))       *
      *                                                                *
      *  INPUT FILES    -  NONE  ( LCBD2CTL TABLES VIA CURSOR )        *
      *                                                                *
      *  OUTPUT FILES   -  O1-SOD-RPT-FILE  - DDNAME LCBNCSOD          *
      *                                                                *
      *  SUB    PROGRAM -  NONE                                        *
      *                                                                *
      *  TABLE                                                 CRUD    *
      *  LCBD2CTL.SOD_CONFLICT                                 R       *
      *  LCBD2CTL.OPER_AUTH                                    R       *
      *  LCBD2CTL.OPER_ORG                                     R       *
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

           SELECT  O1-SOD-RPT-FILE     ASSIGN  TO  LCBNCSOD.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       FILE                            SECTION.

      ****************************************************************
      *                                                              *
      *     O1-SOD-RPT-FILE                       DDNAME - LCBNCSOD  *
      * - MONTHLY SEGREGATION-OF-DUTIES CONFLICT REPORT BY OFFICE    *
      *                                                              *
      ****************************************************************
       FD  O1-SOD-RPT-FILE

           RECORDING  MODE           IS  F
           RECORD     CONTAINS      132  CHARACTERS
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  O1-SOD-RPT-REC.

       01  O1-SOD-RPT-REC                 PIC  X(132).

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'LCBBGSOD - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *                  U S E R - A B E N D S                       *
      *                                                              *
      ****************************************************************

       01  USER-ABENDS.

           05  U-ABEND-CODE1            PIC  S9(04)  COMP  VALUE +2601.

      ****************************************************************
      *                                                              *
      *                     A C C U M U L A T O R S                  *
      *                                                              *
      *    A-OFC-* ARE ONE OFFICE'S, A-TOT-* THE WHOLE RUN'S.        *
      *                                                              *
      ****************************************************************

       01  ACCUMULATORS.

           05  A-ROW-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-OFC-OPER-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-OFC-CONF-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-OFC-LIVE-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-TOT-OFFICE-CNT         PIC  9(07)  VALUE  ZERO.
           05  A-TOT-OPER-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-TOT-CONF-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-TOT-LIVE-CNT           PIC  9(07)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *                     C O N S T A N T S                        *
      *                                                              *
      ****************************************************************

       01  CONSTANTS.

           05  C-PROG-ID                PIC  X(08)  VALUE 'LCBBGSOD'.
           05  C-SYSIN-ERR-MSG          PIC  X(45)  VALUE
               'S0300:ERROR=INVALID SYSIN SOD AS-OF DATE'.
           05  C-WARN-RETURN-CODE       PIC  S9(04) COMP  VALUE +4.

      ****************************************************************
      *                                                              *
      *                S Y S I N   I N F O R M A T I O N             *
      *                                                              *
      *    ONE CARD: THE DATE THE AUTHORITIES ARE JUDGED AS OF.      *
      *                                                              *
      ****************************************************************

       01  W-SYSIN-INFO.
           05  W-SYSIN-ASOF-DT          PIC  X(08)  VALUE  SPACE.
           05  FILLER                   PIC  X(72)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *                     S W I T C H E S                          *
      *                                                              *
      ****************************************************************

       01  SWITCHES.

           05  S-DATA-END-CHECK         PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                        VALUE  HIGH-VALUE.
           05  S-FIRST-ROW              PIC  X(01)  VALUE  'Y'.
               88  S-FIRST-ROW-YES                  VALUE  'Y'.

      ****************************************************************
      *                                                              *
      *                  W O R K - A R E A S                         *
      *                                                              *
      ****************************************************************

       01  WORKAREAS.

           05  W-SQLCODE                PIC  ----9.
           05  W-SYSTEM-DATE            PIC  X(08)  VALUE SPACE.
           05  W-SYSTEM-TIME            PIC  X(06)  VALUE SPACE.
           05  W-START-DATE             PIC  X(08)  VALUE SPACE.
           05  W-START-TIME             PIC  X(06)  VALUE SPACE.
           05  W-PREV-OFFICE            PIC  X(03)  VALUE SPACE.
           05  W-PREV-OPID              PIC  X(08)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    CONFLICTING HOLDING - CURSOR HOST VARIABLES               *
      *                                                              *
      ****************************************************************

       01  W-SOD-ROW.
           05  W-SD-TXOFF-CD            PIC  X(03).
           05  W-SD-OPID                PIC  X(08).
           05  W-SD-SUPV-OPID           PIC  X(08).
           05  W-SD-FUNC-CD-A           PIC  X(08).
           05  W-SD-FUNC-CD-B           PIC  X(08).
           05  W-SD-SUSP-FG-A           PIC  X(01).
           05  W-SD-SUSP-FG-B           PIC  X(01).
           05  W-SD-CONFLICT-DESC       PIC  X(30).

      ****************************************************************
      *                                                              *
      *    REPORT DETAIL LINE - ONE PER CONFLICT HELD                *
      *                                                              *
      ****************************************************************

       01  W-RPT-DETAIL.
           05  W-RPT-OFFICE             PIC  X(03).
           05  FILLER                   PIC  X(04)  VALUE SPACE.
           05  W-RPT-OPID               PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-SUPV               PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-FUNC-A             PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-FUNC-B             PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-STATE              PIC  X(04).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-DESC               PIC  X(30).
           05  FILLER                   PIC  X(49)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    REPORT TOTAL LINE - PER OFFICE AND FOR THE RUN            *
      *                                                              *
      ****************************************************************

       01  W-RPT-TOTAL.
           05  W-RTO-LABEL              PIC  X(20).
           05  FILLER                   PIC  X(11)  VALUE ' OPERATORS '.
           05  W-RTO-OPER-CNT           PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(12)  VALUE
               '  CONFLICTS '.
           05  W-RTO-CONF-CNT           PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(07)  VALUE '  LIVE '.
           05  W-RTO-LIVE-CNT           PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(61)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *                 BATCH_CTL_LOG RECORD                         *
      *                                                              *
      ****************************************************************

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
      *          D E C L A R E   C U R S O R   C U R - S O D         *
      *                                                              *
      *    EVERY OPERATOR HOLDING BOTH SIDES OF AN ACTIVE PAIR, BOTH *
      *    GRANTS IN THEIR VALIDITY PERIOD ON THE AS-OF DATE, IN     *
      *    OFFICE / OPERATOR ORDER FOR THE CONTROL BREAK.  SUSPENDED *
      *    GRANTS ARE STILL LISTED - ONE REINSTATEMENT BRINGS THE    *
      *    CONFLICT BACK - BUT DO NOT COUNT AS LIVE.                 *
      *                                                              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CUR-SOD  CURSOR  FOR
                 SELECT   COALESCE(O.TXOFF_CD, '???')
                 ,        A.OPID
                 ,        COALESCE(O.SUPV_OPID, ' ')
                 ,        S.FUNC_CD_A
                 ,        S.FUNC_CD_B
                 ,        COALESCE(A.SUSP_FG, ' ')
                 ,        COALESCE(B.SUSP_FG, ' ')
                 ,        S.CONFLICT_DESC
                 FROM     LCBD2CTL.SOD_CONFLICT  S
                 INNER JOIN
                          LCBD2CTL.OPER_AUTH     A
                   ON     A.FUNC_CD   =  S.FUNC_CD_A
                 INNER JOIN
                          LCBD2CTL.OPER_AUTH     B
                   ON     B.OPID      =  A.OPID
                   AND    B.FUNC_CD   =  S.FUNC_CD_B
                 LEFT OUTER JOIN
                          LCBD2CTL.OPER_ORG      O
                   ON     O.OPID      =  A.OPID
                 WHERE    S.ACTIVE_FG =  'Y'
                 AND      A.VALID_FR  <= :W-SYSIN-ASOF-DT
                 AND      A.VALID_TO  >= :W-SYSIN-ASOF-DT
                 AND      B.VALID_FR  <= :W-SYSIN-ASOF-DT
                 AND      B.VALID_TO  >= :W-SYSIN-ASOF-DT
                 ORDER BY 1, 2, 4, 5
                 WITH     UR
           END-EXEC.

      ****************************************************************
      *                                                              *
      *       E N D   O F   W O R K I N G - S T O R A G E            *
      *                                                              *
      ****************************************************************

       01  WS-END                       PIC  X(40)
           VALUE 'LCBBGSOD - WORKING STORAGE ENDS HERE'.

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
           PERFORM  S0350-OPEN-RPT-FILE.

           PERFORM  S0400-OPEN-SOD-CURSOR.
           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S0500-FETCH-SOD
              IF  NOT  S-NO-DATA
                  PERFORM  S0600-REPORT-CONFLICT
              END-IF
           END-PERFORM.
           PERFORM  S0650-CLOSE-SOD-CURSOR.

           PERFORM  S0900-REPORT-TOTALS.
           PERFORM  S0950-CLOSE-RPT-FILE.
           PERFORM  S0960-LOG-BATCH-CTL.

       S0100-MAIN-PROCESS-EXIT.
           GOBACK.

      ******************************************************************
      *                                                                *
      *                    I N I T I A L I Z E                         *
      *                                                                *
      ******************************************************************

       S0200-INITIALIZE                 SECTION.

           INITIALIZE                   ACCUMULATORS.
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

           IF  W-SYSIN-ASOF-DT           =   SPACE
           OR  W-SYSIN-ASOF-DT           NOT NUMERIC
               DISPLAY  C-SYSIN-ERR-MSG
               DISPLAY  'S0300:ASOF-DT=' W-SYSIN-ASOF-DT
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           DISPLAY  'S0300:SOD CONFLICT REPORT ASOF-DT = '
                    W-SYSIN-ASOF-DT.

       S0300-VERIFICATION-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 O P E N   R E P O R T   F I L E                *
      *                                                                *
      ******************************************************************

       S0350-OPEN-RPT-FILE              SECTION.

           OPEN  OUTPUT  O1-SOD-RPT-FILE.

           MOVE  SPACE                   TO  O1-SOD-RPT-REC.
           STRING  'SEGREGATION-OF-DUTIES CONFLICT REPORT BY OFFICE - '
                   'AS OF '  W-SYSIN-ASOF-DT
                   DELIMITED BY SIZE     INTO  O1-SOD-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-SOD-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-SOD-RPT-REC.
           STRING  'OFFICE OPERATOR  SUPERVISR FUNC-A    FUNC-B    '
                   'STAT  CONFLICT'
                   DELIMITED BY SIZE     INTO  O1-SOD-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0350-OPEN-RPT-FILE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              O P E N   C O N F L I C T   C U R S O R           *
      *                                                                *
      ******************************************************************

       S0400-OPEN-SOD-CURSOR            SECTION.

           EXEC  SQL
                 OPEN  CUR-SOD
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0400:DB ERROR SOD OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

       S0400-OPEN-SOD-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  F E T C H   C O N F L I C T                   *
      *                                                                *
      ******************************************************************

       S0500-FETCH-SOD                  SECTION.

           EXEC  SQL
                 FETCH  CUR-SOD
                 INTO  :W-SD-TXOFF-CD
                 ,     :W-SD-OPID
                 ,     :W-SD-SUPV-OPID
                 ,     :W-SD-FUNC-CD-A
                 ,     :W-SD-FUNC-CD-B
                 ,     :W-SD-SUSP-FG-A
                 ,     :W-SD-SUSP-FG-B
                 ,     :W-SD-CONFLICT-DESC
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-ROW-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0500:DB ERROR SOD FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0960-LOG-BATCH-CTL
                     PERFORM  S0100-MAIN-PROCESS-EXIT
           END-EVALUATE.

       S0500-FETCH-SOD-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                R E P O R T   C O N F L I C T                   *
      *                                                                *
      *   A CHANGE OF OFFICE CLOSES THE PREVIOUS ONE'S SUBTOTAL.  AN   *
      *   OPERATOR HOLDING SEVERAL PAIRS IS COUNTED ONCE PER OFFICE.   *
      *                                                                *
      ******************************************************************

       S0600-REPORT-CONFLICT            SECTION.

           IF  W-SD-TXOFF-CD             NOT =  W-PREV-OFFICE
           OR  S-FIRST-ROW-YES
               IF  NOT  S-FIRST-ROW-YES
                   PERFORM  S0700-OFFICE-TOTAL
               END-IF
               MOVE  'N'                 TO  S-FIRST-ROW
               MOVE  W-SD-TXOFF-CD       TO  W-PREV-OFFICE
               MOVE  SPACE               TO  W-PREV-OPID
               ADD   1                   TO  A-TOT-OFFICE-CNT
           END-IF.

           IF  W-SD-OPID                 NOT =  W-PREV-OPID
               MOVE  W-SD-OPID           TO  W-PREV-OPID
               ADD   1                   TO  A-OFC-OPER-CNT
           END-IF.

           MOVE  W-SD-TXOFF-CD           TO  W-RPT-OFFICE.
           MOVE  W-SD-OPID               TO  W-RPT-OPID.
           MOVE  W-SD-SUPV-OPID          TO  W-RPT-SUPV.
           MOVE  W-SD-FUNC-CD-A          TO  W-RPT-FUNC-A.
           MOVE  W-SD-FUNC-CD-B          TO  W-RPT-FUNC-B.
           MOVE  W-SD-CONFLICT-DESC      TO  W-RPT-DESC.

           ADD   1                       TO  A-OFC-CONF-CNT.
           IF  W-SD-SUSP-FG-A            =   'Y'
           OR  W-SD-SUSP-FG-B            =   'Y'
               MOVE  'SUSP'              TO  W-RPT-STATE
           ELSE
               MOVE  'LIVE'              TO  W-RPT-STATE
               ADD   1                   TO  A-OFC-LIVE-CNT
           END-IF.

           MOVE  W-RPT-DETAIL            TO  O1-SOD-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0600-REPORT-CONFLICT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *            C L O S E   C O N F L I C T   C U R S O R           *
      *                                                                *
      ******************************************************************

       S0650-CLOSE-SOD-CURSOR           SECTION.

           EXEC  SQL
                 CLOSE  CUR-SOD
           END-EXEC.

           IF  A-ROW-READ-CNT            =   ZERO
               MOVE  SPACE               TO  O1-SOD-RPT-REC
               STRING  'NO OPERATOR HOLDS A CONFLICTING PAIR'
                       DELIMITED BY SIZE INTO  O1-SOD-RPT-REC
               PERFORM  S0800-WRITE-LINE
           ELSE
               PERFORM  S0700-OFFICE-TOTAL
           END-IF.

       S0650-CLOSE-SOD-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  O F F I C E   T O T A L                       *
      *                                                                *
      ******************************************************************

       S0700-OFFICE-TOTAL               SECTION.

           MOVE  SPACE                   TO  W-RTO-LABEL.
           STRING  '  TOTAL OFFICE '  W-PREV-OFFICE
                   DELIMITED BY SIZE     INTO  W-RTO-LABEL.
           MOVE  A-OFC-OPER-CNT          TO  W-RTO-OPER-CNT.
           MOVE  A-OFC-CONF-CNT          TO  W-RTO-CONF-CNT.
           MOVE  A-OFC-LIVE-CNT          TO  W-RTO-LIVE-CNT.

           MOVE  W-RPT-TOTAL             TO  O1-SOD-RPT-REC.
           PERFORM  S0800-WRITE-LINE.
           MOVE  SPACE                   TO  O1-SOD-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           ADD   A-OFC-OPER-CNT          TO  A-TOT-OPER-CNT.
           ADD   A-OFC-CONF-CNT          TO  A-TOT-CONF-CNT.
           ADD   A-OFC-LIVE-CNT          TO  A-TOT-LIVE-CNT.

           MOVE  ZERO                    TO  A-OFC-OPER-CNT
                                             A-OFC-CONF-CNT
                                             A-OFC-LIVE-CNT.

       S0700-OFFICE-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    W R I T E   L I N E                         *
      *                                                                *
      ******************************************************************

       S0800-WRITE-LINE                 SECTION.

           WRITE  O1-SOD-RPT-REC.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0800-WRITE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P O R T   T O T A L S                     *
      *                                                                *
      *   A LIVE CONFLICT MEANS ONE OPERATOR CAN COMPLETE A CONTROL    *
      *   ALONE TODAY - THE STEP ENDS WITH A WARNING RETURN CODE.      *
      *                                                                *
      ******************************************************************

       S0900-REPORT-TOTALS              SECTION.

           MOVE  SPACE                   TO  W-RTO-LABEL.
           STRING  'GRAND TOTAL'
                   DELIMITED BY SIZE     INTO  W-RTO-LABEL.
           MOVE  A-TOT-OPER-CNT          TO  W-RTO-OPER-CNT.
           MOVE  A-TOT-CONF-CNT          TO  W-RTO-CONF-CNT.
           MOVE  A-TOT-LIVE-CNT          TO  W-RTO-LIVE-CNT.
           MOVE  W-RPT-TOTAL             TO  O1-SOD-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           DISPLAY  'S0900:CONFLICTS REPORTED    CNT = '
                    A-ROW-READ-CNT.
           DISPLAY  'S0900:OFFICES               CNT = '
                    A-TOT-OFFICE-CNT.
           DISPLAY  'S0900:LIVE CONFLICTS        CNT = '
                    A-TOT-LIVE-CNT.

           IF  A-TOT-LIVE-CNT            >   ZERO
               MOVE  C-WARN-RETURN-CODE  TO  RETURN-CODE
           END-IF.

       S0900-REPORT-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               C L O S E   R E P O R T   F I L E                *
      *                                                                *
      ******************************************************************

       S0950-CLOSE-RPT-FILE             SECTION.

           CLOSE  O1-SOD-RPT-FILE.

       S0950-CLOSE-RPT-FILE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               L O G   B A T C H   C O N T R O L                *
      *                                                                *
      ******************************************************************

       S0960-LOG-BATCH-CTL              SECTION.

           ACCEPT    W-SYSTEM-DATE       FROM  DATE  YYYYMMDD.
           ACCEPT    W-SYSTEM-TIME       FROM  TIME.
           MOVE      C-PROG-ID           TO  BCTL-JOB-NM.
           MOVE      W-START-DATE        TO  BCTL-START-D.
           MOVE      W-START-TIME        TO  BCTL-START-TM.
           MOVE      W-SYSTEM-DATE       TO  BCTL-END-D.
           MOVE      W-SYSTEM-TIME       TO  BCTL-END-TM.
           MOVE      A-ROW-READ-CNT      TO  BCTL-READ-CNT.
           MOVE      A-RPT-WRIT-CNT      TO  BCTL-WRIT-CNT.
           MOVE      RETURN-CODE         TO  BCTL-RETURN-CD.

           IF  RETURN-CODE  =  0
           OR  RETURN-CODE  =  C-WARN-RETURN-CODE
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
               DISPLAY  'S0960:DB ERROR BATCH_CTL_LOG INSERT='
                        W-SQLCODE
           END-IF.

       S0960-LOG-BATCH-CTL-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             E N D   O F   P R O G R A M    LCBBGSOD            *
      *                                                                *
      ******************************************************************
