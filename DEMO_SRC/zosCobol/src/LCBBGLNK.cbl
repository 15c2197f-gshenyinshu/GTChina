      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBBGLNK.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                  L   C   B   B   G   L   N   K                 *
      *                                                                *
      *  FUNCTION       -  DAILY SOCKET LINK AVAILABILITY REPORT.      *
      *                    SUMMARISES THE LCBPHBT HEARTBEAT PROBES     *
      *                    LOGGED ON LCBD2CTL.LINK_STAT FOR THE        *
      *                    SYSIN-SUPPLIED RUN DATE - ONE LINE PER      *
      *                    ROUTE DESTINATION AND ENDPOINT WITH THE     *
      *                    PROBE COUNT, FAILED PROBES, AVAILABILITY    *
      *                    PERCENT AND AVERAGE / WORST ROUND TRIP -    *
      *                    FOLLOWED BY EVERY ACTIVE-ENDPOINT SWITCH    *
      *                    LOGGED ON ROUTE_SWITCH_LOG THAT DAY.  AN    *
      *                    ENDPOINT BELOW THE AVAILABILITY TARGET IS   *
      *                    FLAGGED AND RETURN-CODE IS SET TO A         *
      *                    WARNING LEVEL, AS LCBBGRCN DOES, SO THE     *
      *                    SCHEDULER CAN ALERT OPERATIONS WITHOUT      *
      *                    FAILING THE STEP.                           *
      *                                                                *
      *  TRANSACTION    -  NONE                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  ENTRY POINTS   -  TOP OF PROGRAM; LCBBGLNK                    *
      *                                                                *
      *  INPUT PARMS    -  SYSIN  :  W-SYSIN-RUN-DT (PIC X(08))        *
      *                              W-SYSIN-TARGET-PCT (PIC 9(03),    *
      *                              ZERO/SPACE = 99)                  *
      *                                                                *
      *  INPUT FILES    -  NONE  ( LCBD2CTL.LINK_STAT AND              *
      *                             ROUTE_SWITCH_LOG VIA CURSOR )      *
      *                                                                *
      *  OUTPUT FILES   -  O1-LINK-RPT-FILE - DDNAME LCBNCLNK          *
      *                                                                *
      *  SUB    PROGRAM -  NONE                                        *
      *                                                                *
      *  TABLE                                                 CRUD    *
      *  LCBD2CTL.LINK_STAT                                    R       *
      *  LCBD2CTL.ROUTE_SWITCH_LOG                             R       *
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

           SELECT  O1-LINK-RPT-FILE    ASSIGN  TO  LCBNCLNK.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       FILE                            SECTION.

      ****************************************************************
      *                                                              *
      *     O1-LINK-RPT-FILE                      DDNAME - LCBNCLNK  *
      * - PER-DESTINATION LINK AVAILABILITY REPORT                   *
      *                                                              *
      ****************************************************************
       FD  O1-LINK-RPT-FILE

           RECORDING  MODE           IS  F
           RECORD     CONTAINS       80  CHARACTERS
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  O1-LINK-RPT-REC.

       01  O1-LINK-RPT-REC                PIC  X(80).

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'LCBBGLNK - WORKING STORAGE BEGINS HERE'.

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
      ****************************************************************

       01  ACCUMULATORS.

           05  A-ENDPT-READ-CNT         PIC  9(09)  VALUE  ZERO.
           05  A-ENDPT-BELOW-CNT        PIC  9(09)  VALUE  ZERO.
           05  A-SWITCH-READ-CNT        PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT           PIC  9(09)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *                     C O N S T A N T S                        *
      *                                                              *
      ****************************************************************

       01  CONSTANTS.

           05  C-PROG-ID                PIC  X(08)  VALUE 'LCBBGLNK'.
           05  C-SYSIN-ERR-MSG          PIC  X(45)  VALUE
               'S0300:ERROR=INVALID SYSIN LINK REPORT DT'.
           05  C-DEFAULT-TARGET-PCT     PIC  9(03)  VALUE 99.
           05  C-WARN-RETURN-CODE       PIC  S9(04) COMP  VALUE +4.

      ****************************************************************
      *                                                              *
      *                S Y S I N   I N F O R M A T I O N             *
      *                                                              *
      *    ONE CARD: THE PROBE DATE TO REPORT AND THE AVAILABILITY   *
      *    TARGET PERCENT BELOW WHICH AN ENDPOINT IS FLAGGED.        *
      *                                                              *
      ****************************************************************

       01  W-SYSIN-INFO.
           05  W-SYSIN-RUN-DT           PIC  X(08)  VALUE  SPACE.
           05  FILLER                   PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-TARGET-PCT       PIC  X(03)  VALUE  SPACE.
           05  FILLER                   PIC  X(68)  VALUE  SPACES.

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
           05  W-SYSTEM-DATE            PIC  X(08)  VALUE SPACE.
           05  W-SYSTEM-TIME            PIC  X(06)  VALUE SPACE.
           05  W-START-DATE             PIC  X(08)  VALUE SPACE.
           05  W-START-TIME             PIC  X(06)  VALUE SPACE.
           05  W-TARGET-PCT             PIC  9(03)  VALUE ZERO.
           05  W-PROBE-CNT              PIC  S9(09) COMP  VALUE +0.
           05  W-OK-CNT                 PIC  S9(09) COMP  VALUE +0.
           05  W-AVG-RTT                PIC  S9(09) COMP  VALUE +0.
           05  W-MAX-RTT                PIC  S9(09) COMP  VALUE +0.
           05  W-AVAIL-PCT              PIC  S9(03)V9(02) COMP-3
                                                    VALUE +0.

      ****************************************************************
      *                                                              *
      *    REPORT DETAIL LINE - ONE PER DESTINATION / ENDPOINT       *
      *                                                              *
      ****************************************************************

       01  W-RPT-DETAIL.
           05  W-RPT-MSG-TP             PIC  X(04).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RPT-DEST-CD            PIC  X(04).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-ENDPOINT           PIC  X(03).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RPT-PROBE-CNT          PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RPT-FAIL-CNT           PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-AVAIL-PCT          PIC  ZZ9.99.
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-AVG-RTT            PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RPT-MAX-RTT            PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-STATUS             PIC  X(10).
           05  FILLER                   PIC  X(11)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    REPORT SWITCH LINE - ONE PER ROUTE_SWITCH_LOG ROW         *
      *                                                              *
      ****************************************************************

       01  W-RPT-SWITCH.
           05  W-RSW-MSG-TP             PIC  X(04).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RSW-DEST-CD            PIC  X(04).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RSW-TM                 PIC  X(06).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RSW-FROM-EP            PIC  X(01).
           05  FILLER                   PIC  X(02)  VALUE '->'.
           05  W-RSW-TO-EP              PIC  X(01).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RSW-REASON             PIC  X(40).
           05  FILLER                   PIC  X(15)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    LINK_STAT / ROUTE_SWITCH_LOG / BATCH_CTL_LOG RECORDS      *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    LCBYLNK
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
      *          D E C L A R E   C U R S O R   C U R - L S T         *
      *                                                              *
      *    ONE ROW PER DESTINATION AND ENDPOINT PROBED ON THE DATE.   *
      *    THE ROUND TRIP IS AVERAGED OVER THE PROBES THAT ANSWERED  *
      *    ONLY - A FAILED CONNECT'S ELAPSED TIME IS A TIMEOUT, NOT  *
      *    A LATENCY.                                                *
      *                                                              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CUR-LST  CURSOR  FOR
                 SELECT   MSG_TP
                 ,        DEST_CD
                 ,        ENDPOINT
                 ,        COUNT(*)
                 ,        SUM(CASE WHEN OK_FG = 'Y' THEN 1 ELSE 0 END)
                 ,        COALESCE(AVG(CASE WHEN OK_FG = 'Y'
                                            THEN RTT_MS END), 0)
                 ,        COALESCE(MAX(CASE WHEN OK_FG = 'Y'
                                            THEN RTT_MS END), 0)
                 FROM     LCBD2CTL.LINK_STAT
                 WHERE    PROBE_DT  =  :W-SYSIN-RUN-DT
                 GROUP BY MSG_TP, DEST_CD, ENDPOINT
                 ORDER BY DEST_CD, MSG_TP, ENDPOINT DESC
           END-EXEC.

      ****************************************************************
      *                                                              *
      *          D E C L A R E   C U R S O R   C U R - R S W         *
      *                                                              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CUR-RSW  CURSOR  FOR
                 SELECT   MSG_TP
                 ,        DEST_CD
                 ,        SWITCH_TM
                 ,        FROM_EP
                 ,        TO_EP
                 ,        REASON
                 FROM     LCBD2CTL.ROUTE_SWITCH_LOG
                 WHERE    SWITCH_DT  =  :W-SYSIN-RUN-DT
                 ORDER BY DEST_CD, MSG_TP, SWITCH_TM
           END-EXEC.

      ****************************************************************
      *                                                              *
      *       E N D   O F   W O R K I N G - S T O R A G E            *
      *                                                              *
      ****************************************************************

       01  WS-END                       PIC  X(40)
           VALUE 'LCBBGLNK - WORKING STORAGE ENDS HERE'.

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

           PERFORM  S0400-OPEN-LST-CURSOR.
           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S0500-FETCH-LST
              IF  NOT  S-NO-DATA
                  PERFORM  S0600-REPORT-ENDPOINT
              END-IF
           END-PERFORM.
           PERFORM  S0650-CLOSE-LST-CURSOR.

           PERFORM  S0700-SWITCH-HEADING.
           PERFORM  S0710-OPEN-RSW-CURSOR.
           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S0720-FETCH-RSW
              IF  NOT  S-NO-DATA
                  PERFORM  S0730-REPORT-SWITCH
              END-IF
           END-PERFORM.
           PERFORM  S0750-CLOSE-RSW-CURSOR.

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

           IF  W-SYSIN-RUN-DT            =   SPACE
           OR  W-SYSIN-RUN-DT            NOT NUMERIC
               DISPLAY  C-SYSIN-ERR-MSG
               DISPLAY  'S0300:RUN-DT=' W-SYSIN-RUN-DT
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           IF  W-SYSIN-TARGET-PCT        NUMERIC
           AND W-SYSIN-TARGET-PCT        >   ZERO
           AND W-SYSIN-TARGET-PCT        NOT >  '100'
               MOVE  W-SYSIN-TARGET-PCT  TO  W-TARGET-PCT
           ELSE
               MOVE  C-DEFAULT-TARGET-PCT
                                         TO  W-TARGET-PCT
           END-IF.

           DISPLAY  'S0300:LINK REPORT RUN-DT     = ' W-SYSIN-RUN-DT.
           DISPLAY  'S0300:AVAILABILITY TARGET %  = ' W-TARGET-PCT.

       S0300-VERIFICATION-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 O P E N   R E P O R T   F I L E                *
      *                                                                *
      ******************************************************************

       S0350-OPEN-RPT-FILE              SECTION.

           OPEN  OUTPUT  O1-LINK-RPT-FILE.

           MOVE  SPACE                   TO  O1-LINK-RPT-REC.
           STRING  'SOCKET LINK AVAILABILITY REPORT - PROBE-DT '
                   W-SYSIN-RUN-DT
                   '  TARGET '
                   W-TARGET-PCT
                   '%'
                   DELIMITED BY SIZE     INTO  O1-LINK-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-LINK-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-LINK-RPT-REC.
           STRING  'MSG  DEST  EP   PROBES  FAILED  AVAIL%'
                   '  AVG-MS  MAX-MS  STATUS'
                   DELIMITED BY SIZE     INTO  O1-LINK-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0350-OPEN-RPT-FILE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              O P E N   L I N K _ S T A T   C U R S O R         *
      *                                                                *
      ******************************************************************

       S0400-OPEN-LST-CURSOR            SECTION.

           EXEC  SQL
                 OPEN  CUR-LST
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0400:DB ERROR LINK_STAT OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

       S0400-OPEN-LST-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  F E T C H   L I N K _ S T A T                 *
      *                                                                *
      ******************************************************************

       S0500-FETCH-LST                  SECTION.

           EXEC  SQL
                 FETCH  CUR-LST
                 INTO  :LST-MSG-TP
                 ,     :LST-DEST-CD
                 ,     :LST-ENDPOINT
                 ,     :W-PROBE-CNT
                 ,     :W-OK-CNT
                 ,     :W-AVG-RTT
                 ,     :W-MAX-RTT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-ENDPT-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0500:DB ERROR LINK_STAT FETCH='
                              W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0960-LOG-BATCH-CTL
                     PERFORM  S0100-MAIN-PROCESS-EXIT
           END-EVALUATE.

       S0500-FETCH-LST-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                R E P O R T   E N D P O I N T                   *
      *                                                                *
      *   AVAILABILITY IS ANSWERED PROBES OVER ALL PROBES.  AN         *
      *   ENDPOINT UNDER THE TARGET IS FLAGGED AND COUNTED SO THE      *
      *   STEP ENDS WITH A WARNING RETURN CODE.                        *
      *                                                                *
      ******************************************************************

       S0600-REPORT-ENDPOINT            SECTION.

           IF  W-PROBE-CNT               >   ZERO
               COMPUTE  W-AVAIL-PCT  ROUNDED  =
                        W-OK-CNT  *  100  /  W-PROBE-CNT
           ELSE
               MOVE  ZERO                TO  W-AVAIL-PCT
           END-IF.

           MOVE  LST-MSG-TP              TO  W-RPT-MSG-TP.
           MOVE  LST-DEST-CD             TO  W-RPT-DEST-CD.

           IF  LST-ENDPOINT              =   'A'
               MOVE  'ALT'               TO  W-RPT-ENDPOINT
           ELSE
               MOVE  'PRI'               TO  W-RPT-ENDPOINT
           END-IF.

           MOVE  W-PROBE-CNT             TO  W-RPT-PROBE-CNT.
           COMPUTE  W-RPT-FAIL-CNT  =  W-PROBE-CNT  -  W-OK-CNT.
           MOVE  W-AVAIL-PCT             TO  W-RPT-AVAIL-PCT.
           MOVE  W-AVG-RTT               TO  W-RPT-AVG-RTT.
           MOVE  W-MAX-RTT               TO  W-RPT-MAX-RTT.

           IF  W-AVAIL-PCT               <   W-TARGET-PCT
               MOVE  'BELOW TGT'         TO  W-RPT-STATUS
               ADD   1                   TO  A-ENDPT-BELOW-CNT
           ELSE
               MOVE  'OK'                TO  W-RPT-STATUS
           END-IF.

           MOVE  W-RPT-DETAIL            TO  O1-LINK-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0600-REPORT-ENDPOINT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *            C L O S E   L I N K _ S T A T   C U R S O R         *
      *                                                                *
      ******************************************************************

       S0650-CLOSE-LST-CURSOR           SECTION.

           EXEC  SQL
                 CLOSE  CUR-LST
           END-EXEC.

           IF  A-ENDPT-READ-CNT          =   ZERO
               MOVE  SPACE               TO  O1-LINK-RPT-REC
               STRING  '*** NO HEARTBEAT PROBES LOGGED FOR THIS '
                       'DATE - IS LHBT RUNNING? ***'
                       DELIMITED BY SIZE INTO  O1-LINK-RPT-REC
               PERFORM  S0800-WRITE-LINE
           END-IF.

       S0650-CLOSE-LST-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                S W I T C H   H E A D I N G                     *
      *                                                                *
      ******************************************************************

       S0700-SWITCH-HEADING             SECTION.

           MOVE  SPACE                   TO  O1-LINK-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-LINK-RPT-REC.
           STRING  'ACTIVE-ENDPOINT SWITCHES'
                   DELIMITED BY SIZE     INTO  O1-LINK-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-LINK-RPT-REC.
           STRING  'MSG  DEST  TIME    EP    REASON'
                   DELIMITED BY SIZE     INTO  O1-LINK-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0700-SWITCH-HEADING-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *         O P E N   R O U T E _ S W I T C H _ L O G   C U R S O R*
      *                                                                *
      ******************************************************************

       S0710-OPEN-RSW-CURSOR            SECTION.

           EXEC  SQL
                 OPEN  CUR-RSW
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0710:DB ERROR ROUTE_SWITCH_LOG OPEN='
                        W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

       S0710-OPEN-RSW-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              F E T C H   R O U T E _ S W I T C H _ L O G       *
      *                                                                *
      ******************************************************************

       S0720-FETCH-RSW                  SECTION.

           EXEC  SQL
                 FETCH  CUR-RSW
                 INTO  :RSW-MSG-TP
                 ,     :RSW-DEST-CD
                 ,     :RSW-SWITCH-TM
                 ,     :RSW-FROM-EP
                 ,     :RSW-TO-EP
                 ,     :RSW-REASON
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-SWITCH-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0720:DB ERROR ROUTE_SWITCH_LOG FETCH='
                              W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0960-LOG-BATCH-CTL
                     PERFORM  S0100-MAIN-PROCESS-EXIT
           END-EVALUATE.

       S0720-FETCH-RSW-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                R E P O R T   S W I T C H                       *
      *                                                                *
      ******************************************************************

       S0730-REPORT-SWITCH              SECTION.

           MOVE  RSW-MSG-TP              TO  W-RSW-MSG-TP.
           MOVE  RSW-DEST-CD             TO  W-RSW-DEST-CD.
           MOVE  RSW-SWITCH-TM           TO  W-RSW-TM.
           MOVE  RSW-FROM-EP             TO  W-RSW-FROM-EP.
           MOVE  RSW-TO-EP               TO  W-RSW-TO-EP.
           MOVE  RSW-REASON              TO  W-RSW-REASON.

           MOVE  W-RPT-SWITCH            TO  O1-LINK-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0730-REPORT-SWITCH-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *      C L O S E   R O U T E _ S W I T C H _ L O G   C U R S O R *
      *                                                                *
      ******************************************************************

       S0750-CLOSE-RSW-CURSOR           SECTION.

           EXEC  SQL
                 CLOSE  CUR-RSW
           END-EXEC.

           IF  A-SWITCH-READ-CNT         =   ZERO
               MOVE  SPACE               TO  O1-LINK-RPT-REC
               STRING  'NO SWITCHES ON THIS DATE'
                       DELIMITED BY SIZE INTO  O1-LINK-RPT-REC
               PERFORM  S0800-WRITE-LINE
           END-IF.

       S0750-CLOSE-RSW-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    W R I T E   L I N E                         *
      *                                                                *
      ******************************************************************

       S0800-WRITE-LINE                 SECTION.

           WRITE  O1-LINK-RPT-REC.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0800-WRITE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P O R T   T O T A L S                     *
      *                                                                *
      ******************************************************************

       S0900-REPORT-TOTALS              SECTION.

           DISPLAY  'S0900:ENDPOINTS REPORTED    CNT = '
                    A-ENDPT-READ-CNT.
           DISPLAY  'S0900:BELOW TARGET          CNT = '
                    A-ENDPT-BELOW-CNT.
           DISPLAY  'S0900:ENDPOINT SWITCHES     CNT = '
                    A-SWITCH-READ-CNT.

           IF  A-ENDPT-BELOW-CNT         >   ZERO
           OR  A-ENDPT-READ-CNT          =   ZERO
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

           CLOSE  O1-LINK-RPT-FILE.

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
           MOVE      A-ENDPT-READ-CNT    TO  BCTL-READ-CNT.
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
      *             E N D   O F   P R O G R A M    LCBBGLNK            *
      *                                                                *
      ******************************************************************
