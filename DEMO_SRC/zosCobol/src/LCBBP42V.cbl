      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBBP42V.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                  L   C   B   B   P   4   2   V                 *
      *                                                                *
      *  FUNCTION       -  DAILY POSTING REVERSAL REPORT BY OPERATOR.  *
      *                    LISTS EVERY TP420 REVERSAL MIRROR ('R')     *
      *                    AND CORRECTION ('C') ENTRY RAISED, POSTED   *
      *                    OR RETURNED ON THE SYSIN-SUPPLIED RUN DATE, *
      *                    GROUPED BY THE OPERATOR WHO RAISED IT, WITH *
      *                    THE ORIGINAL POSTING KEY IT UNDOES, THE     *
      *                    APPROVER, ITS STATE (POSTED / RETURNED /    *
      *                    PENDING), AMOUNT AND REASON.  A SUBTOTAL    *
      *                    CLOSES EACH OPERATOR AND A GRAND TOTAL THE  *
      *                    REPORT.  REVERSALS STILL PENDING AT THE END *
      *                    OF THE DAY SET RETURN-CODE TO A WARNING     *
      *                    LEVEL, AS LCBBGLNK DOES, SO THE SCHEDULER   *
      *                    CAN ALERT THE SUPERVISORS WITHOUT FAILING   *
      *                    THE STEP.                                   *
      *                                                                *
      *  TRANSACTION    -  NONE                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  ENTRY POINTS   -  TOP OF PROGRAM; LCBBP42V                    *
      *                                                                *
      *  INPUT PARMS    -  SYSIN  :  W-SYSIN-RUN-DT (PIC X(08))        *
      *                                                                *
      *  INPUT FILES    -  NONE  ( LCBD2P42.TP420 VIA CURSOR )         *
      *                                                                *
      *  OUTPUT FILES   -  O1-REVS-RPT-FILE - DDNAME LCBNCREV          *
      *                                                                *
      *  SUB    PROGRAM -  NONE                                        *
      *                                                                *
      *  TABLE                                                 CRUD    *
      *  LCBD2P42.TP420                                        R       *
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

           SELECT  O1-REVS-RPT-FILE    ASSIGN  TO  LCBNCREV.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       FILE                            SECTION.

      ****************************************************************
      *                                                              *
      *     O1-REVS-RPT-FILE                      DDNAME - LCBNCREV  *
      * - DAILY POSTING REVERSAL REPORT BY OPERATOR                  *
      *                                                              *
      ****************************************************************
       FD  O1-REVS-RPT-FILE

           RECORDING  MODE           IS  F
           RECORD     CONTAINS      132  CHARACTERS
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  O1-REVS-RPT-REC.

       01  O1-REVS-RPT-REC                PIC  X(132).

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'LCBBP42V - WORKING STORAGE BEGINS HERE'.

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
      *    A-OPR-* ARE ONE OPERATOR'S, A-TOT-* THE WHOLE RUN'S.      *
      *                                                              *
      ****************************************************************

       01  ACCUMULATORS.

           05  A-ROW-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-OPR-REVS-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-OPR-CORR-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-OPR-POST-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-OPR-RTN-CNT            PIC  9(07)  VALUE  ZERO.
           05  A-OPR-PEND-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-OPR-REVS-AMT           PIC  S9(15) COMP-3 VALUE +0.
           05  A-TOT-OPER-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-TOT-REVS-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-TOT-CORR-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-TOT-POST-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-TOT-RTN-CNT            PIC  9(07)  VALUE  ZERO.
           05  A-TOT-PEND-CNT           PIC  9(07)  VALUE  ZERO.
           05  A-TOT-REVS-AMT           PIC  S9(15) COMP-3 VALUE +0.

      ****************************************************************
      *                                                              *
      *                     C O N S T A N T S                        *
      *                                                              *
      ****************************************************************

       01  CONSTANTS.

           05  C-PROG-ID                PIC  X(08)  VALUE 'LCBBP42V'.
           05  C-SYSIN-ERR-MSG          PIC  X(45)  VALUE
               'S0300:ERROR=INVALID SYSIN REVERSAL RPT DT'.
           05  C-WARN-RETURN-CODE       PIC  S9(04) COMP  VALUE +4.

      ****************************************************************
      *                                                              *
      *                S Y S I N   I N F O R M A T I O N             *
      *                                                              *
      *    ONE CARD: THE BUSINESS DATE TO REPORT.                    *
      *                                                              *
      ****************************************************************

       01  W-SYSIN-INFO.
           05  W-SYSIN-RUN-DT           PIC  X(08)  VALUE  SPACE.
           05  FILLER                   PIC  X(72)  VALUE  SPACES.

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
           05  W-PREV-OPER              PIC  X(08)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    TP420 REVERSAL / CORRECTION ROW - CURSOR HOST VARIABLES   *
      *                                                              *
      ****************************************************************

       01  W-REVS-ROW.
           05  W-RV-REQ-K-ID            PIC  X(08).
           05  W-RV-ENTRY-TP            PIC  X(01).
           05  W-RV-REQ-D               PIC  X(08).
           05  W-RV-TBL-ID              PIC  X(08).
           05  W-RV-SEQ-N               PIC  X(03).
           05  W-RV-ORG-REQ-D           PIC  X(08).
           05  W-RV-ORG-SEQ-N           PIC  X(03).
           05  W-RV-ALNC-K-ID           PIC  X(08).
           05  W-RV-EFT-D               PIC  X(08).
           05  W-RV-RTN-D               PIC  X(08).
           05  W-RV-REQ-AMT             PIC  S9(13) COMP-3.
           05  W-RV-REVS-RSN            PIC  X(40).

      ****************************************************************
      *                                                              *
      *    REPORT DETAIL LINE - ONE PER REVERSAL / CORRECTION ENTRY  *
      *                                                              *
      ****************************************************************

       01  W-RPT-DETAIL.
           05  W-RPT-OPER               PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-TYPE               PIC  X(04).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-REQ-D              PIC  X(08).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RPT-TBL-ID             PIC  X(08).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RPT-SEQ-N              PIC  X(03).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-ORG-REQ-D          PIC  X(08).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RPT-ORG-SEQ-N          PIC  X(03).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-APPV               PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-STATUS             PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-AMT                PIC  ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPT-RSN                PIC  X(40).

      ****************************************************************
      *                                                              *
      *    REPORT TOTAL LINE - PER OPERATOR AND FOR THE RUN          *
      *                                                              *
      ****************************************************************

       01  W-RPT-TOTAL.
           05  W-RTO-LABEL              PIC  X(20).
           05  FILLER                   PIC  X(06)  VALUE ' REVS '.
           05  W-RTO-REVS-CNT           PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(07)  VALUE '  CORR '.
           05  W-RTO-CORR-CNT           PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(09)  VALUE '  POSTED '.
           05  W-RTO-POST-CNT           PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(11)  VALUE '  RETURNED '.
           05  W-RTO-RTN-CNT            PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(10)  VALUE '  PENDING '.
           05  W-RTO-PEND-CNT           PIC  ZZZZZZ9.
           05  FILLER                   PIC  X(09)  VALUE '  AMOUNT '.
           05  W-RTO-AMT                PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC  X(04)  VALUE SPACE.

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
      *          D E C L A R E   C U R S O R   C U R - R E V         *
      *                                                              *
      *    EVERY MIRROR AND CORRECTION THAT WAS RAISED, POSTED OR    *
      *    RETURNED ON THE DATE, IN OPERATOR ORDER FOR THE CONTROL   *
      *    BREAK.  A CORRECTION FOLLOWS ITS MIRROR (NEXT SEQUENCE).  *
      *                                                              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CUR-REV  CURSOR  FOR
                 SELECT   REQ_K_ID
                 ,        ENTRY_TP
                 ,        CD_MDF_REQ_D
                 ,        CD_TBL_ID
                 ,        CD_MDF_REQ_SEQ_N
                 ,        COALESCE(ORG_REQ_D, ' ')
                 ,        COALESCE(ORG_REQ_SEQ_N, ' ')
                 ,        ALNC_K_ID
                 ,        EFT_D
                 ,        RTN_D
                 ,        COALESCE(REQ_AMT, 0)
                 ,        COALESCE(REVS_RSN, ' ')
                 FROM     LCBD2P42.TP420
                 WHERE    ENTRY_TP  IN  ('R', 'C')
                 AND     (CD_MDF_REQ_D  =  :W-SYSIN-RUN-DT
                 OR       EFT_D         =  :W-SYSIN-RUN-DT
                 OR       RTN_D         =  :W-SYSIN-RUN-DT)
                 ORDER BY REQ_K_ID, CD_MDF_REQ_D, CD_TBL_ID,
                          CD_MDF_REQ_SEQ_N
                 WITH     UR
           END-EXEC.

      ****************************************************************
      *                                                              *
      *       E N D   O F   W O R K I N G - S T O R A G E            *
      *                                                              *
      ****************************************************************

       01  WS-END                       PIC  X(40)
           VALUE 'LCBBP42V - WORKING STORAGE ENDS HERE'.

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

           PERFORM  S0400-OPEN-REV-CURSOR.
           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S0500-FETCH-REV
              IF  NOT  S-NO-DATA
                  PERFORM  S0600-REPORT-ENTRY
              END-IF
           END-PERFORM.
           PERFORM  S0650-CLOSE-REV-CURSOR.

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

           DISPLAY  'S0300:REVERSAL REPORT RUN-DT = ' W-SYSIN-RUN-DT.

       S0300-VERIFICATION-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 O P E N   R E P O R T   F I L E                *
      *                                                                *
      ******************************************************************

       S0350-OPEN-RPT-FILE              SECTION.

           OPEN  OUTPUT  O1-REVS-RPT-FILE.

           MOVE  SPACE                   TO  O1-REVS-RPT-REC.
           STRING  'POSTING REVERSAL REPORT BY OPERATOR - BUSINESS-DT '
                   W-SYSIN-RUN-DT
                   DELIMITED BY SIZE     INTO  O1-REVS-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-REVS-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-REVS-RPT-REC.
           STRING  'OPERATOR  TYPE  REQ-DT   TABLE    SEQ  '
                   'ORG-DT   SEQ  APPROVER  STATUS   '
                   '         AMOUNT  REASON'
                   DELIMITED BY SIZE     INTO  O1-REVS-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0350-OPEN-RPT-FILE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                O P E N   T P 4 2 0   C U R S O R               *
      *                                                                *
      ******************************************************************

       S0400-OPEN-REV-CURSOR            SECTION.

           EXEC  SQL
                 OPEN  CUR-REV
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0400:DB ERROR TP420 OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

       S0400-OPEN-REV-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    F E T C H   T P 4 2 0                       *
      *                                                                *
      ******************************************************************

       S0500-FETCH-REV                  SECTION.

           EXEC  SQL
                 FETCH  CUR-REV
                 INTO  :W-RV-REQ-K-ID
                 ,     :W-RV-ENTRY-TP
                 ,     :W-RV-REQ-D
                 ,     :W-RV-TBL-ID
                 ,     :W-RV-SEQ-N
                 ,     :W-RV-ORG-REQ-D
                 ,     :W-RV-ORG-SEQ-N
                 ,     :W-RV-ALNC-K-ID
                 ,     :W-RV-EFT-D
                 ,     :W-RV-RTN-D
                 ,     :W-RV-REQ-AMT
                 ,     :W-RV-REVS-RSN
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-ROW-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0500:DB ERROR TP420 FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0960-LOG-BATCH-CTL
                     PERFORM  S0100-MAIN-PROCESS-EXIT
           END-EVALUATE.

       S0500-FETCH-REV-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P O R T   E N T R Y                       *
      *                                                                *
      *   A CHANGE OF OPERATOR CLOSES THE PREVIOUS ONE'S SUBTOTAL.     *
      *   THE AMOUNT IS SUMMED OVER MIRRORS ONLY - A CORRECTION        *
      *   CARRIES THE SAME AMOUNT AND WOULD COUNT IT TWICE.            *
      *                                                                *
      ******************************************************************

       S0600-REPORT-ENTRY               SECTION.

           IF  W-RV-REQ-K-ID             NOT =  W-PREV-OPER
               IF  W-PREV-OPER           NOT =  SPACE
                   PERFORM  S0700-OPERATOR-TOTAL
               END-IF
               MOVE  W-RV-REQ-K-ID       TO  W-PREV-OPER
               ADD   1                   TO  A-TOT-OPER-CNT
           END-IF.

           MOVE  W-RV-REQ-K-ID           TO  W-RPT-OPER.
           MOVE  W-RV-REQ-D              TO  W-RPT-REQ-D.
           MOVE  W-RV-TBL-ID             TO  W-RPT-TBL-ID.
           MOVE  W-RV-SEQ-N              TO  W-RPT-SEQ-N.
           MOVE  W-RV-ORG-REQ-D          TO  W-RPT-ORG-REQ-D.
           MOVE  W-RV-ORG-SEQ-N          TO  W-RPT-ORG-SEQ-N.
           MOVE  W-RV-ALNC-K-ID          TO  W-RPT-APPV.
           MOVE  W-RV-REQ-AMT            TO  W-RPT-AMT.
           MOVE  W-RV-REVS-RSN           TO  W-RPT-RSN.

           IF  W-RV-ENTRY-TP             =   'R'
               MOVE  'REVS'              TO  W-RPT-TYPE
               ADD   1                   TO  A-OPR-REVS-CNT
               ADD   W-RV-REQ-AMT        TO  A-OPR-REVS-AMT
           ELSE
               MOVE  'CORR'              TO  W-RPT-TYPE
               ADD   1                   TO  A-OPR-CORR-CNT
           END-IF.

           EVALUATE  TRUE
               WHEN  W-RV-EFT-D          >   SPACE
                     MOVE  'POSTED'      TO  W-RPT-STATUS
                     ADD   1             TO  A-OPR-POST-CNT
               WHEN  W-RV-RTN-D          >   SPACE
                     MOVE  'RETURNED'    TO  W-RPT-STATUS
                     ADD   1             TO  A-OPR-RTN-CNT
               WHEN  OTHER
                     MOVE  'PENDING'     TO  W-RPT-STATUS
                     ADD   1             TO  A-OPR-PEND-CNT
           END-EVALUATE.

           MOVE  W-RPT-DETAIL            TO  O1-REVS-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0600-REPORT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *            C L O S E   T P 4 2 0   C U R S O R                 *
      *                                                                *
      ******************************************************************

       S0650-CLOSE-REV-CURSOR           SECTION.

           EXEC  SQL
                 CLOSE  CUR-REV
           END-EXEC.

           IF  A-ROW-READ-CNT            =   ZERO
               MOVE  SPACE               TO  O1-REVS-RPT-REC
               STRING  'NO REVERSALS OR CORRECTIONS ON THIS DATE'
                       DELIMITED BY SIZE INTO  O1-REVS-RPT-REC
               PERFORM  S0800-WRITE-LINE
           ELSE
               PERFORM  S0700-OPERATOR-TOTAL
           END-IF.

       S0650-CLOSE-REV-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                O P E R A T O R   T O T A L                     *
      *                                                                *
      ******************************************************************

       S0700-OPERATOR-TOTAL             SECTION.

           MOVE  SPACE                   TO  W-RTO-LABEL.
           STRING  '  TOTAL '  W-PREV-OPER
                   DELIMITED BY SIZE     INTO  W-RTO-LABEL.
           MOVE  A-OPR-REVS-CNT          TO  W-RTO-REVS-CNT.
           MOVE  A-OPR-CORR-CNT          TO  W-RTO-CORR-CNT.
           MOVE  A-OPR-POST-CNT          TO  W-RTO-POST-CNT.
           MOVE  A-OPR-RTN-CNT           TO  W-RTO-RTN-CNT.
           MOVE  A-OPR-PEND-CNT          TO  W-RTO-PEND-CNT.
           MOVE  A-OPR-REVS-AMT          TO  W-RTO-AMT.

           MOVE  W-RPT-TOTAL             TO  O1-REVS-RPT-REC.
           PERFORM  S0800-WRITE-LINE.
           MOVE  SPACE                   TO  O1-REVS-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           ADD   A-OPR-REVS-CNT          TO  A-TOT-REVS-CNT.
           ADD   A-OPR-CORR-CNT          TO  A-TOT-CORR-CNT.
           ADD   A-OPR-POST-CNT          TO  A-TOT-POST-CNT.
           ADD   A-OPR-RTN-CNT           TO  A-TOT-RTN-CNT.
           ADD   A-OPR-PEND-CNT          TO  A-TOT-PEND-CNT.
           ADD   A-OPR-REVS-AMT          TO  A-TOT-REVS-AMT.

           MOVE  ZERO                    TO  A-OPR-REVS-CNT
                                             A-OPR-CORR-CNT
                                             A-OPR-POST-CNT
                                             A-OPR-RTN-CNT
                                             A-OPR-PEND-CNT
                                             A-OPR-REVS-AMT.

       S0700-OPERATOR-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    W R I T E   L I N E                         *
      *                                                                *
      ******************************************************************

       S0800-WRITE-LINE                 SECTION.

           WRITE  O1-REVS-RPT-REC.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0800-WRITE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P O R T   T O T A L S                     *
      *                                                                *
      *   REVERSALS STILL PENDING AT THE END OF THE DAY LEAVE POSTED   *
      *   ENTRIES HELD - THE STEP ENDS WITH A WARNING RETURN CODE.     *
      *                                                                *
      ******************************************************************

       S0900-REPORT-TOTALS              SECTION.

           MOVE  SPACE                   TO  W-RTO-LABEL.
           STRING  'GRAND TOTAL'
                   DELIMITED BY SIZE     INTO  W-RTO-LABEL.
           MOVE  A-TOT-REVS-CNT          TO  W-RTO-REVS-CNT.
           MOVE  A-TOT-CORR-CNT          TO  W-RTO-CORR-CNT.
           MOVE  A-TOT-POST-CNT          TO  W-RTO-POST-CNT.
           MOVE  A-TOT-RTN-CNT           TO  W-RTO-RTN-CNT.
           MOVE  A-TOT-PEND-CNT          TO  W-RTO-PEND-CNT.
           MOVE  A-TOT-REVS-AMT          TO  W-RTO-AMT.
           MOVE  W-RPT-TOTAL             TO  O1-REVS-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           DISPLAY  'S0900:ENTRIES REPORTED      CNT = '
                    A-ROW-READ-CNT.
           DISPLAY  'S0900:OPERATORS             CNT = '
                    A-TOT-OPER-CNT.
           DISPLAY  'S0900:PENDING               CNT = '
                    A-TOT-PEND-CNT.

           IF  A-TOT-PEND-CNT            >   ZERO
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

           CLOSE  O1-REVS-RPT-FILE.

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
      *             E N D   O F   P R O G R A M    LCBBP42V            *
      *                                                                *
      ******************************************************************
