      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBBGRCT.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                  L   C   B   B   G   R   C   T                 *
      *                                                                *
      *  FUNCTION       -  QUARTERLY ACCESS RECERTIFICATION.  TWO      *
      *                    STEPS OF ONE CAMPAIGN, CHOSEN ON SYSIN:     *
      *                                                                *
      *                    'O' OPEN    - EVERY LIVE OPER_AUTH GRANT    *
      *                                  BECOMES A PENDING             *
      *                                  RECERT_ITEM ROUTED TO THE     *
      *                                  OPERATOR'S SUPERVISOR ON      *
      *                                  OPER_ORG, AND EACH SUPERVISOR *
      *                                  GETS THE LIST OF HIS STAFF'S  *
      *                                  AUTHORITIES TO CONFIRM OR     *
      *                                  REVOKE THROUGH LCBPAUT BY THE *
      *                                  DEADLINE.  A RERUN SKIPS      *
      *                                  ITEMS ALREADY OPENED.         *
      *                                                                *
      *                    'E' ENFORCE - EVERY ITEM STILL PENDING      *
      *                                  AFTER ITS DEADLINE HAS ITS    *
      *                                  GRANT SUSPENDED (SUSP_FG) AND *
      *                                  AN OPER_AUTH_LOG 'S' ROW      *
      *                                  WRITTEN - THE SAME CHANGE AND *
      *                                  AUDIT AS A SUSPENSION KEYED   *
      *                                  IN LCBPAUT, WHERE AN          *
      *                                  ADMINISTRATOR REINSTATES IT.  *
      *                                  ANY SUSPENSION SETS           *
      *                                  RETURN-CODE TO A WARNING      *
      *                                  LEVEL, AS LCBBGLNK DOES.      *
      *                                                                *
      *  TRANSACTION    -  NONE                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  ENTRY POINTS   -  TOP OF PROGRAM; LCBBGRCT                    *
      *                                                                *
      *  INPUT PARMS    -  SYSIN  :  W-SYSIN-INFO                      *
      *                    FUNC (O/E), CAMPAIGN ID (YYYYQN),           *
      *                    DEADLINE (YYYYMMDD, OPEN ONLY)              *
      *                                                                *
      *  INPUT FILES    -  NONE  ( LCBD2CTL TABLES VIA CURSOR )        *
      *                                                                *
      *  OUTPUT FILES   -  O1-RCT-RPT-FILE  - DDNAME LCBNCRCT          *
      *                                                                *
      *  SUB    PROGRAM -  NONE                                        *
      *                                                                *
      *  TABLE                                                 CRUD    *
      *  LCBD2CTL.OPER_AUTH                                    RU      *
      *  LCBD2CTL.OPER_ORG                                     R       *
      *  LCBD2CTL.RECERT_ITEM                                  CRU     *
      *  LCBD2CTL.OPER_AUTH_LOG                                C       *
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

           SELECT  O1-RCT-RPT-FILE     ASSIGN  TO  LCBNCRCT.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       FILE                            SECTION.

      ****************************************************************
      *                                                              *
      *     O1-RCT-RPT-FILE                       DDNAME - LCBNCRCT  *
      * - RECERTIFICATION LISTS / SUSPENSIONS BY SUPERVISOR          *
      *                                                              *
      ****************************************************************
       FD  O1-RCT-RPT-FILE

           RECORDING  MODE           IS  F
           RECORD     CONTAINS      132  CHARACTERS
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  O1-RCT-RPT-REC.

       01  O1-RCT-RPT-REC                 PIC  X(132).

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'LCBBGRCT - WORKING STORAGE BEGINS HERE'.

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
      *    A-SUP-* ARE ONE SUPERVISOR'S, THE REST THE WHOLE RUN'S.   *
      *                                                              *
      ****************************************************************

       01  ACCUMULATORS.

           05  A-ROW-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-SUP-ITEM-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-SUPV-CNT               PIC  9(07)  VALUE  ZERO.
           05  A-OPEN-CNT               PIC  9(07)  VALUE  ZERO.
           05  A-SKIP-CNT               PIC  9(07)  VALUE  ZERO.
           05  A-NOSUPV-CNT             PIC  9(07)  VALUE  ZERO.
           05  A-SUSP-CNT               PIC  9(07)  VALUE  ZERO.
           05  A-GONE-CNT               PIC  9(07)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *                     C O N S T A N T S                        *
      *                                                              *
      ****************************************************************

       01  CONSTANTS.

           05  C-PROG-ID                PIC  X(08)  VALUE 'LCBBGRCT'.
           05  C-SYSIN-ERR-MSG          PIC  X(45)  VALUE
               'S0300:ERROR=INVALID SYSIN RECERTIFICATION'.
           05  C-WARN-RETURN-CODE       PIC  S9(04) COMP  VALUE +4.

      ****************************************************************
      *                                                              *
      *                S Y S I N   I N F O R M A T I O N             *
      *                                                              *
      *    ONE CARD:  F CCCCCC DDDDDDDD                              *
      *      F        - 'O' OPEN THE CAMPAIGN / 'E' ENFORCE IT       *
      *      CCCCCC   - CAMPAIGN ID, YEAR AND QUARTER (2026Q4)       *
      *      DDDDDDDD - DEADLINE FOR THE SUPERVISORS (OPEN ONLY)     *
      *                                                              *
      ****************************************************************

       01  W-SYSIN-INFO.
           05  W-SYSIN-FUNC             PIC  X(01)  VALUE  SPACE.
               88  W-SYSIN-OPEN                     VALUE  'O'.
               88  W-SYSIN-ENFORCE                  VALUE  'E'.
           05  FILLER                   PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-CAMP-ID.
               10  W-SYSIN-CAMP-YY      PIC  X(04)  VALUE  SPACE.
               10  W-SYSIN-CAMP-Q       PIC  X(01)  VALUE  SPACE.
               10  W-SYSIN-CAMP-QN      PIC  X(01)  VALUE  SPACE.
                   88  W-SYSIN-CAMP-QN-OK           VALUE  '1' THRU '4'.
           05  FILLER                   PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-DEADLINE-DT      PIC  X(08)  VALUE  SPACE.
           05  FILLER                   PIC  X(63)  VALUE  SPACES.

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
           05  W-PREV-SUPV              PIC  X(08)  VALUE SPACE.
           05  W-ITEM-STATUS            PIC  X(10)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    AUTHORITY UNDER RECERTIFICATION - CURSOR HOST VARIABLES   *
      *                                                              *
      ****************************************************************

       01  W-RCT-ROW.
           05  W-RC-OPID                PIC  X(08).
           05  W-RC-FUNC-CD             PIC  X(08).
           05  W-RC-TXOFF-CD            PIC  X(03).
           05  W-RC-SUPV-OPID           PIC  X(08).
           05  W-RC-DEADLINE-DT         PIC  X(08).

      ****************************************************************
      *                                                              *
      *    REPORT SUPERVISOR HEADING - ONE PER SUPERVISOR            *
      *                                                              *
      ****************************************************************

       01  W-RPT-HEAD.
           05  FILLER                   PIC  X(11)  VALUE
               'SUPERVISOR '.
           05  W-RHD-SUPV               PIC  X(08).
           05  FILLER                   PIC  X(03)  VALUE ' - '.
           05  W-RHD-TEXT               PIC  X(60).
           05  FILLER                   PIC  X(50)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    REPORT DETAIL LINE - ONE PER AUTHORITY                    *
      *                                                              *
      ****************************************************************

       01  W-RPT-DETAIL.
           05  FILLER                   PIC  X(04)  VALUE SPACE.
           05  W-RPT-OPID               PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-OFFICE             PIC  X(03).
           05  FILLER                   PIC  X(04)  VALUE SPACE.
           05  W-RPT-FUNC-CD            PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-DEADLINE           PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-STATUS             PIC  X(10).
           05  FILLER                   PIC  X(81)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    REPORT TOTAL LINE - PER SUPERVISOR                        *
      *                                                              *
      ****************************************************************

       01  W-RPT-TOTAL.
           05  FILLER                   PIC  X(04)  VALUE SPACE.
           05  FILLER                   PIC  X(16)  VALUE
               'ITEMS LISTED   '.
           05  W-RTO-ITEM-CNT           PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(105) VALUE SPACE.

      ****************************************************************
      *                                                              *
      *                 RECERT_ITEM / OPER_AUTH / OPER_AUTH_LOG      *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    LCBYSOD
           END-EXEC.

           EXEC SQL  INCLUDE    LCBYAUT
           END-EXEC.

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
      *          D E C L A R E   C U R S O R   C U R - O P N         *
      *                                                              *
      *    EVERY GRANT LIVE TODAY, IN SUPERVISOR ORDER FOR THE       *
      *    LISTS.  AN OPERATOR WITH NO OPER_ORG ROW SORTS FIRST,     *
      *    UNDER A BLANK SUPERVISOR, SO THE GAP IS SEEN AT ONCE.     *
      *                                                              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CUR-OPN  CURSOR  FOR
                 SELECT   A.OPID
                 ,        A.FUNC_CD
                 ,        COALESCE(O.TXOFF_CD, ' ')
                 ,        COALESCE(O.SUPV_OPID, ' ')
                 FROM     LCBD2CTL.OPER_AUTH     A
                 LEFT OUTER JOIN
                          LCBD2CTL.OPER_ORG      O
                   ON     O.OPID      =  A.OPID
                 WHERE    A.VALID_FR  <= :W-START-DATE
                 AND      A.VALID_TO  >= :W-START-DATE
                 AND      COALESCE(A.SUSP_FG, ' ')  <>  'Y'
                 ORDER BY 4, 1, 2
           END-EXEC.

      ****************************************************************
      *                                                              *
      *          D E C L A R E   C U R S O R   C U R - E N F         *
      *                                                              *
      *    EVERY ITEM OF THE CAMPAIGN STILL PENDING PAST ITS         *
      *    DEADLINE.                                                 *
      *                                                              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CUR-ENF  CURSOR  FOR
                 SELECT   OPID
                 ,        FUNC_CD
                 ,        TXOFF_CD
                 ,        SUPV_OPID
                 ,        DEADLINE_DT
                 FROM     LCBD2CTL.RECERT_ITEM
                 WHERE    CAMP_ID      =  :W-SYSIN-CAMP-ID
                 AND      ITEM_ST      =  'P'
                 AND      DEADLINE_DT  <  :W-START-DATE
                 ORDER BY SUPV_OPID, OPID, FUNC_CD
           END-EXEC.

      ****************************************************************
      *                                                              *
      *       E N D   O F   W O R K I N G - S T O R A G E            *
      *                                                              *
      ****************************************************************

       01  WS-END                       PIC  X(40)
           VALUE 'LCBBGRCT - WORKING STORAGE ENDS HERE'.

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

           IF  W-SYSIN-OPEN
               PERFORM  S1000-OPEN-CAMPAIGN
           ELSE
               PERFORM  S2000-ENFORCE-DEADLINE
           END-IF.

           PERFORM  S0900-REPORT-TOTALS.
           PERFORM  S0950-CLOSE-RPT-FILE.

           EXEC  SQL  COMMIT  END-EXEC.

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
      *   THE DEADLINE MUST LIE AHEAD, OR THE ENFORCE STEP WOULD       *
      *   SUSPEND ITEMS THE SUPERVISORS NEVER HAD A CHANCE TO SEE.     *
      *                                                                *
      ******************************************************************

       S0300-VERIFICATION-CHECK         SECTION.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  NOT  W-SYSIN-OPEN
           AND NOT  W-SYSIN-ENFORCE
           OR  W-SYSIN-CAMP-YY           NOT NUMERIC
           OR  W-SYSIN-CAMP-Q            NOT =  'Q'
           OR  NOT  W-SYSIN-CAMP-QN-OK
               DISPLAY  C-SYSIN-ERR-MSG
               DISPLAY  'S0300:SYSIN=' W-SYSIN-INFO
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           IF  W-SYSIN-OPEN
               IF  W-SYSIN-DEADLINE-DT   NOT NUMERIC
               OR  W-SYSIN-DEADLINE-DT   NOT >  W-START-DATE
                   DISPLAY  C-SYSIN-ERR-MSG
                   DISPLAY  'S0300:DEADLINE-DT=' W-SYSIN-DEADLINE-DT
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0960-LOG-BATCH-CTL
                   PERFORM  S0100-MAIN-PROCESS-EXIT
               END-IF
           END-IF.

           DISPLAY  'S0300:RECERTIFICATION FUNC = ' W-SYSIN-FUNC
                    ' CAMPAIGN = ' W-SYSIN-CAMP-ID.

       S0300-VERIFICATION-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 O P E N   R E P O R T   F I L E                *
      *                                                                *
      ******************************************************************

       S0350-OPEN-RPT-FILE              SECTION.

           OPEN  OUTPUT  O1-RCT-RPT-FILE.

           MOVE  SPACE                   TO  O1-RCT-RPT-REC.
           IF  W-SYSIN-OPEN
               STRING  'ACCESS RECERTIFICATION ' W-SYSIN-CAMP-ID
                       ' - AUTHORITIES TO CONFIRM OR REVOKE BY '
                       W-SYSIN-DEADLINE-DT
                       DELIMITED BY SIZE INTO  O1-RCT-RPT-REC
           ELSE
               STRING  'ACCESS RECERTIFICATION ' W-SYSIN-CAMP-ID
                       ' - UNANSWERED PAST DEADLINE, SUSPENDED '
                       W-START-DATE
                       DELIMITED BY SIZE INTO  O1-RCT-RPT-REC
           END-IF.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-RCT-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-RCT-RPT-REC.
           STRING  '    OPERATOR  OFFICE FUNCTION  DEADLINE  STATUS'
                   DELIMITED BY SIZE     INTO  O1-RCT-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0350-OPEN-RPT-FILE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 O P E N   C A M P A I G N                      *
      *                                                                *
      ******************************************************************

       S1000-OPEN-CAMPAIGN              SECTION.

           DISPLAY  'STEP : S1000-OPEN-CAMPAIGN'.

           EXEC  SQL
                 OPEN  CUR-OPN
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1000:DB ERROR OPER_AUTH OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S1100-FETCH-OPN
              IF  NOT  S-NO-DATA
                  PERFORM  S1200-OPEN-ITEM
              END-IF
           END-PERFORM.

           EXEC  SQL
                 CLOSE  CUR-OPN
           END-EXEC.

       S1000-OPEN-CAMPAIGN-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  F E T C H   G R A N T                         *
      *                                                                *
      ******************************************************************

       S1100-FETCH-OPN                  SECTION.

           EXEC  SQL
                 FETCH  CUR-OPN
                 INTO  :W-RC-OPID
                 ,     :W-RC-FUNC-CD
                 ,     :W-RC-TXOFF-CD
                 ,     :W-RC-SUPV-OPID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-ROW-READ-CNT
                     MOVE  W-SYSIN-DEADLINE-DT
                                         TO  W-RC-DEADLINE-DT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S1100:DB ERROR OPER_AUTH FETCH='
                              W-SQLCODE
                     PERFORM  S0990-ABEND-ROLLBACK
           END-EVALUATE.

       S1100-FETCH-OPN-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    O P E N   I T E M                           *
      *                                                                *
      *   A GRANT ALREADY IN THE CAMPAIGN (RERUN) IS SKIPPED AND NOT   *
      *   LISTED AGAIN.                                                *
      *                                                                *
      ******************************************************************

       S1200-OPEN-ITEM                  SECTION.

           MOVE  W-SYSIN-CAMP-ID         TO  RCRT-CAMP-ID.
           MOVE  W-RC-OPID               TO  RCRT-OPID.
           MOVE  W-RC-FUNC-CD            TO  RCRT-FUNC-CD.
           MOVE  W-RC-TXOFF-CD           TO  RCRT-TXOFF-CD.
           MOVE  W-RC-SUPV-OPID          TO  RCRT-SUPV-OPID.
           MOVE  W-RC-DEADLINE-DT        TO  RCRT-DEADLINE-DT.
           MOVE  'P'                     TO  RCRT-ITEM-ST.
           MOVE  SPACE                   TO  RCRT-DECIDE-OPID
                                             RCRT-DECIDE-DT.

           EXEC  SQL
                 INSERT INTO LCBD2CTL.RECERT_ITEM
                       (CAMP_ID, OPID, FUNC_CD, TXOFF_CD, SUPV_OPID,
                        DEADLINE_DT, ITEM_ST, DECIDE_OPID, DECIDE_DT)
                 VALUES
                       (:RCRT-CAMP-ID, :RCRT-OPID, :RCRT-FUNC-CD,
                        :RCRT-TXOFF-CD, :RCRT-SUPV-OPID,
                        :RCRT-DEADLINE-DT, :RCRT-ITEM-ST,
                        :RCRT-DECIDE-OPID, :RCRT-DECIDE-DT)
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-OPEN-CNT
                     IF  W-RC-SUPV-OPID  =   SPACE
                         ADD   1         TO  A-NOSUPV-CNT
                     END-IF
                     MOVE  'PENDING'     TO  W-ITEM-STATUS
                     PERFORM  S0600-REPORT-ITEM

               WHEN  -803
                     ADD   1             TO  A-SKIP-CNT

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S1200:DB ERROR RECERT_ITEM INSERT='
                              W-SQLCODE
                     DISPLAY  'S1200:OPID=' W-RC-OPID
                              ' FUNC=' W-RC-FUNC-CD
                     PERFORM  S0990-ABEND-ROLLBACK
           END-EVALUATE.

       S1200-OPEN-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              E N F O R C E   D E A D L I N E                   *
      *                                                                *
      ******************************************************************

       S2000-ENFORCE-DEADLINE           SECTION.

           DISPLAY  'STEP : S2000-ENFORCE-DEADLINE'.

           EXEC  SQL
                 OPEN  CUR-ENF
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2000:DB ERROR RECERT_ITEM OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S2100-FETCH-ENF
              IF  NOT  S-NO-DATA
                  PERFORM  S2200-SUSPEND-ITEM
              END-IF
           END-PERFORM.

           EXEC  SQL
                 CLOSE  CUR-ENF
           END-EXEC.

       S2000-ENFORCE-DEADLINE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  F E T C H   I T E M                           *
      *                                                                *
      ******************************************************************

       S2100-FETCH-ENF                  SECTION.

           EXEC  SQL
                 FETCH  CUR-ENF
                 INTO  :W-RC-OPID
                 ,     :W-RC-FUNC-CD
                 ,     :W-RC-TXOFF-CD
                 ,     :W-RC-SUPV-OPID
                 ,     :W-RC-DEADLINE-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-ROW-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S2100:DB ERROR RECERT_ITEM FETCH='
                              W-SQLCODE
                     PERFORM  S0990-ABEND-ROLLBACK
           END-EVALUATE.

       S2100-FETCH-ENF-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  S U S P E N D   I T E M                       *
      *                                                                *
      *   THE SAME CHANGE AND AUDIT AS AN LCBPAUT SUSPENSION: SUSP_FG  *
      *   ON THE GRANT, AN OPER_AUTH_LOG 'S' ROW BEARING THIS PROGRAM  *
      *   AS THE CHANGING OPERATOR.  A GRANT ALREADY DELETED OR        *
      *   SUSPENDED SINCE THE CAMPAIGN OPENED IS NOT LOGGED AGAIN -    *
      *   THE ITEM IS STILL CLOSED SO IT IS NOT PICKED UP NEXT RUN.    *
      *                                                                *
      ******************************************************************

       S2200-SUSPEND-ITEM               SECTION.

           EXEC  SQL
                 UPDATE  LCBD2CTL.OPER_AUTH
                    SET  SUSP_FG   =  'Y'
                  WHERE  OPID      =  :W-RC-OPID
                    AND  FUNC_CD   =  :W-RC-FUNC-CD
                    AND  COALESCE(SUSP_FG, ' ')  <>  'Y'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     PERFORM  S2300-LOG-SUSPENSION
                     ADD   1             TO  A-SUSP-CNT
                     MOVE  'SUSPENDED'   TO  W-ITEM-STATUS

               WHEN  100
                     ADD   1             TO  A-GONE-CNT
                     MOVE  'NOT LIVE'    TO  W-ITEM-STATUS

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S2200:DB ERROR OPER_AUTH UPDATE='
                              W-SQLCODE
                     DISPLAY  'S2200:OPID=' W-RC-OPID
                              ' FUNC=' W-RC-FUNC-CD
                     PERFORM  S0990-ABEND-ROLLBACK
           END-EVALUATE.

           EXEC  SQL
                 UPDATE  LCBD2CTL.RECERT_ITEM
                    SET  ITEM_ST      =  'S'
                 ,       DECIDE_OPID  =  :C-PROG-ID
                 ,       DECIDE_DT    =  :W-START-DATE
                  WHERE  CAMP_ID      =  :W-SYSIN-CAMP-ID
                    AND  OPID         =  :W-RC-OPID
                    AND  FUNC_CD      =  :W-RC-FUNC-CD
                    AND  ITEM_ST      =  'P'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2200:DB ERROR RECERT_ITEM UPDATE=' W-SQLCODE
               DISPLAY  'S2200:OPID=' W-RC-OPID ' FUNC=' W-RC-FUNC-CD
               PERFORM  S0990-ABEND-ROLLBACK
           END-IF.

           PERFORM  S0600-REPORT-ITEM.

       S2200-SUSPEND-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 L O G   S U S P E N S I O N                    *
      *                                                                *
      ******************************************************************

       S2300-LOG-SUSPENSION             SECTION.

           ACCEPT    W-SYSTEM-TIME       FROM  TIME.
           MOVE  'S'                     TO  AUTL-CHG-TP.
           MOVE  W-RC-OPID               TO  AUTL-OPID.
           MOVE  W-RC-FUNC-CD            TO  AUTL-FUNC-CD.
           MOVE  C-PROG-ID               TO  AUTL-CHG-OPID.
           MOVE  W-START-DATE            TO  AUTL-CHG-DT.
           MOVE  W-SYSTEM-TIME           TO  AUTL-CHG-TIME.

           EXEC  SQL
                 INSERT INTO LCBD2CTL.OPER_AUTH_LOG
                       (CHG_TP, OPID, FUNC_CD, CHG_OPID, CHG_DT,
                        CHG_TIME)
                 VALUES
                       (:AUTL-CHG-TP, :AUTL-OPID, :AUTL-FUNC-CD,
                        :AUTL-CHG-OPID, :AUTL-CHG-DT, :AUTL-CHG-TIME)
           END-EXEC.

      * THE SUSPENSION MUST NOT OUTLIVE A LOST AUDIT ROW.
           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2300:DB ERROR OPER_AUTH_LOG INSERT='
                        W-SQLCODE
               PERFORM  S0990-ABEND-ROLLBACK
           END-IF.

       S2300-LOG-SUSPENSION-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    R E P O R T   I T E M                       *
      *                                                                *
      *   A CHANGE OF SUPERVISOR CLOSES THE PREVIOUS ONE'S LIST AND    *
      *   OPENS THE NEXT UNDER ITS OWN HEADING.                        *
      *                                                                *
      ******************************************************************

       S0600-REPORT-ITEM                SECTION.

           IF  W-RC-SUPV-OPID            NOT =  W-PREV-SUPV
           OR  S-FIRST-ROW-YES
               IF  NOT  S-FIRST-ROW-YES
                   PERFORM  S0700-SUPERVISOR-TOTAL
               END-IF
               MOVE  'N'                 TO  S-FIRST-ROW
               MOVE  W-RC-SUPV-OPID      TO  W-PREV-SUPV
               ADD   1                   TO  A-SUPV-CNT
               PERFORM  S0650-SUPERVISOR-HEAD
           END-IF.

           MOVE  W-RC-OPID               TO  W-RPT-OPID.
           MOVE  W-RC-TXOFF-CD           TO  W-RPT-OFFICE.
           MOVE  W-RC-FUNC-CD            TO  W-RPT-FUNC-CD.
           MOVE  W-RC-DEADLINE-DT        TO  W-RPT-DEADLINE.
           MOVE  W-ITEM-STATUS           TO  W-RPT-STATUS.
           ADD   1                       TO  A-SUP-ITEM-CNT.

           MOVE  W-RPT-DETAIL            TO  O1-RCT-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0600-REPORT-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S U P E R V I S O R   H E A D I N G               *
      *                                                                *
      ******************************************************************

       S0650-SUPERVISOR-HEAD            SECTION.

           MOVE  W-RC-SUPV-OPID          TO  W-RHD-SUPV.
           EVALUATE  TRUE
               WHEN  W-RC-SUPV-OPID      =   SPACE
                     MOVE  'NONE ON OPER_ORG - ASSIGN THROUGH LCBPAUT'
                                         TO  W-RHD-TEXT
               WHEN  W-SYSIN-OPEN
                     MOVE  'CONFIRM OR REVOKE EACH THROUGH LCBPAUT'
                                         TO  W-RHD-TEXT
               WHEN  OTHER
                     MOVE  'LEFT UNANSWERED - REINSTATE THROUGH LCBPAUT'
                                         TO  W-RHD-TEXT
           END-EVALUATE.

           MOVE  W-RPT-HEAD              TO  O1-RCT-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0650-SUPERVISOR-HEAD-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *            S U P E R V I S O R   T O T A L                     *
      *                                                                *
      ******************************************************************

       S0700-SUPERVISOR-TOTAL           SECTION.

           MOVE  A-SUP-ITEM-CNT          TO  W-RTO-ITEM-CNT.
           MOVE  W-RPT-TOTAL             TO  O1-RCT-RPT-REC.
           PERFORM  S0800-WRITE-LINE.
           MOVE  SPACE                   TO  O1-RCT-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  ZERO                    TO  A-SUP-ITEM-CNT.

       S0700-SUPERVISOR-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    W R I T E   L I N E                         *
      *                                                                *
      ******************************************************************

       S0800-WRITE-LINE                 SECTION.

           WRITE  O1-RCT-RPT-REC.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0800-WRITE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P O R T   T O T A L S                     *
      *                                                                *
      *   ANY SUSPENSION TAKES A FUNCTION AWAY FROM AN OPERATOR - THE  *
      *   STEP ENDS WITH A WARNING RETURN CODE SO IT IS FOLLOWED UP.   *
      *                                                                *
      ******************************************************************

       S0900-REPORT-TOTALS              SECTION.

           IF  S-FIRST-ROW-YES
               MOVE  SPACE               TO  O1-RCT-RPT-REC
               IF  W-SYSIN-OPEN
                   STRING  'NO NEW ITEMS OPENED FOR THIS CAMPAIGN'
                           DELIMITED BY SIZE INTO  O1-RCT-RPT-REC
               ELSE
                   STRING  'NO ITEMS LEFT UNANSWERED PAST DEADLINE'
                           DELIMITED BY SIZE INTO  O1-RCT-RPT-REC
               END-IF
               PERFORM  S0800-WRITE-LINE
           ELSE
               PERFORM  S0700-SUPERVISOR-TOTAL
           END-IF.

           DISPLAY  'S0900:ROWS READ             CNT = '
                    A-ROW-READ-CNT.
           DISPLAY  'S0900:SUPERVISORS LISTED    CNT = '
                    A-SUPV-CNT.
           IF  W-SYSIN-OPEN
               DISPLAY  'S0900:ITEMS OPENED          CNT = '
                        A-OPEN-CNT
               DISPLAY  'S0900:ALREADY IN CAMPAIGN   CNT = '
                        A-SKIP-CNT
               DISPLAY  'S0900:WITHOUT SUPERVISOR    CNT = '
                        A-NOSUPV-CNT
           ELSE
               DISPLAY  'S0900:AUTHORITIES SUSPENDED CNT = '
                        A-SUSP-CNT
               DISPLAY  'S0900:NO LONGER LIVE        CNT = '
                        A-GONE-CNT
               IF  A-SUSP-CNT            >   ZERO
                   MOVE  C-WARN-RETURN-CODE  TO  RETURN-CODE
               END-IF
           END-IF.

       S0900-REPORT-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               C L O S E   R E P O R T   F I L E                *
      *                                                                *
      ******************************************************************

       S0950-CLOSE-RPT-FILE             SECTION.

           CLOSE  O1-RCT-RPT-FILE.

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
      *            A B E N D   W I T H   R O L L B A C K               *
      *                                                                *
      *   AN UPDATE HAS FAILED PART-WAY - BACK OUT THE WHOLE RUN SO    *
      *   NO GRANT IS LEFT SUSPENDED WITHOUT ITS AUDIT ROW.  THE       *
      *   CAMPAIGN STEP CAN SIMPLY BE RERUN.                           *
      *                                                                *
      ******************************************************************

       S0990-ABEND-ROLLBACK             SECTION.

           EXEC  SQL  ROLLBACK   END-EXEC.
           DISPLAY  '**** ROLLBACK COMPLETED !!!!!!!!! ****'.
           MOVE  U-ABEND-CODE1           TO  RETURN-CODE.
           PERFORM  S0960-LOG-BATCH-CTL.
           PERFORM  S0100-MAIN-PROCESS-EXIT.

       S0990-ABEND-ROLLBACK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             E N D   O F   P R O G R A M    LCBBGRCT            *
      *                                                                *
      ******************************************************************
