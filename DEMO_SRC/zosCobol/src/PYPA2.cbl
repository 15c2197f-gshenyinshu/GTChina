      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           PYPA2.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    P  Y  P  A  2                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  STATUTORY RATE-TABLE MAINTENANCE UNDER      *
      *                    DUAL CONTROL.  A NEW EFFECTIVE-DATED RATE   *
      *                    ('A') OR A CORRECTION OF AN EXISTING        *
      *                    ROW'S RATE ('C') FOR THE TRYBP PENALTY /    *
      *                    INTEREST TABLE (MAPB2) OR THE TRYBR         *
      *                    LATE-REFUND INTEREST TABLE (PYSB5/PYSE5)    *
      *                    IS ENTERED TO THE TRYBQ PENDING QUEUE; A    *
      *                    SECOND OPERATOR (NEVER THE ENTERER)         *
      *                    APPROVES, WHICH APPLIES THE RATE AND        *
      *                    WRITES THE BEFORE/AFTER AUDIT TO TRYBS.     *
      *                    A BACK-DATED RATE, OR ONE FALLING INSIDE A  *
      *                    WINDOW A LATER ROW ALREADY OPENS, IS        *
      *                    REFUSED UNLESS A SUPERVISOR OVERRIDES WITH  *
      *                    A REASON.  INQUIRY AND APPROVAL SHOW HOW    *
      *                    MANY TTJBD BALANCES OR TRYBD CASES THE      *
      *                    CHANGE TOUCHES.                             *
      *                                                                *
      *  TRANSACTION    -  PYA2                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  250 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  250 BYTE             *
      *                                                                *
      *  ACTION CODES   -  'A' ENTER NEW RATE     'C' ENTER CORRECTION *
      *                    'V' APPROVE            'R' REJECT           *
      *                    'I' INQUIRE                                 *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWA.TRYBP (  PENALTY / INTEREST RATES    )            CRU    *
      *  DRWA.TRYBR (  LATE-REFUND INTEREST RATES  )            CRU    *
      *  DRWA.TRYBQ (  RATE PENDING-CHANGE QUEUE   )            CRU    *
      *  DRWA.TRYBS (  RATE CHANGE AUDIT           )            C      *
      *  DTJB.TTJBD / DRWA.TRYBD (  IMPACT COUNT   )            R      *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/10/15    S.K.CHOI         INITIAL CODING                  *
      ******************************************************************
           EJECT
      *****************************************************************
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT                     DIVISION.

      ******************************************************************
      *                                                                *
      *                   D A T A   D I V I S I O N                    *
      *                                                                *
      ******************************************************************
       DATA                            DIVISION.

      ******************************************************************
      *                                                                *
      *                 W O R K I N G   S T O R A G E                  *
      *                                                                *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
       01  WS-START                    PIC X(50)
           VALUE 'PYPA2 - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-PYPA2             PIC  X(05)  VALUE 'PYPA2'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
      *    NO RATE ABOVE THIS IS TAKEN AS ANYTHING BUT A KEYING SLIP.
           05  C-MAX-RATE-PCT          PIC S9(03)V9(4) COMP-3
                                                   VALUE +100.
      *    PYSB5 HANDS PYSE5 AT MOST THIS MANY TRYBR RATES.
           05  C-MAX-TRYBR-ROWS        PIC S9(04)  COMP VALUE +10.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.
           05  S-RATE-FOUND            PIC  X(01)  VALUE 'N'.
               88  S-RATE-FOUND-YES                VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-RATE-TBL-NM           PIC  X(05)  VALUE SPACE.
      *    THE RATE ROW OF THE CHANGE'S EFFECTIVE DATE AS IT STANDS
      *    (ZERO WHEN THERE IS NONE) - THE BEFORE IMAGE OF THE AUDIT.
           05  W-BEF-PENALTY-RATE      PIC S9(03)V9(4) COMP-3.
           05  W-BEF-INT-RATE          PIC S9(03)V9(4) COMP-3.
      *    THE LATEST EFFECTIVE DATE ON THE TABLE AND ITS ROW COUNT.
           05  W-LAST-EFF-DT           PIC  X(08).
           05  W-RATE-ROW-CNT          PIC S9(04)  COMP.
      *    WINDOW EXCEPTIONS OF THE CHANGE, AS S3600 FINDS THEM NOW.
           05  W-BACKDT-FG             PIC  X(01).
           05  W-OVERLAP-FG            PIC  X(01).
           05  W-IMPACT-CNT            PIC S9(09)  COMP.
           05  W-RETRO-CNT             PIC S9(09)  COMP.

      *****************************************************************
      *    PARAMETER AREA OF THE CENTRAL LCBSAUTH AUTHORITY CHECK,    *
      *    CARRIED AS LCBSAUTH ITSELF DEFINES IT.                     *
      *****************************************************************
       01  L-SAUTH-PARM.
           05  L-SAUTH-INPUT.
               10  L-SAUTH-OPID         PIC  X(08).
               10  L-SAUTH-FUNC-CD      PIC  X(08).
               10  L-SAUTH-CHK-CNT      PIC  S9(09) COMP-3.
               10  L-SAUTH-TODAY        PIC  X(08).
           05  L-SAUTH-OUTPUT.
               10  L-SAUTH-AUTH-FG      PIC  X(01).
               10  L-SAUTH-RC           PIC  X(02).

       01  W-COMM-AREA.
           05  W-COMM-ACTION           PIC  X(01).
               88  W-COMM-ACTION-ADD               VALUE 'A'.
               88  W-COMM-ACTION-CHANGE            VALUE 'C'.
               88  W-COMM-ACTION-ENTER             VALUE 'A' 'C'.
               88  W-COMM-ACTION-APPROVE           VALUE 'V'.
               88  W-COMM-ACTION-REJECT            VALUE 'R'.
               88  W-COMM-ACTION-INQUIRE           VALUE 'I'.
           05  W-COMM-CHG-SEQNO        PIC  9(09).
      *    'P' TRYBP PENALTY / INTEREST    'R' TRYBR LATE-REFUND
           05  W-COMM-RATE-TBL         PIC  X(01).
               88  W-COMM-RATE-TBL-OK              VALUE 'P' 'R'.
           05  W-COMM-EFF-DT           PIC  X(08).
           05  W-COMM-PENALTY-RATE     PIC  9(03)V9(04).
           05  W-COMM-INT-RATE         PIC  9(03)V9(04).
      *    'Y' - SUPERVISOR OVERRIDE OF A BACK-DATED OR OVERLAPPING
      *    WINDOW; W-COMM-RSN-TXT THEN CARRIES THE REASON.  ON A
      *    REJECT IT CARRIES THE REJECTION REASON.
           05  W-COMM-OVRD-FG          PIC  X(01).
           05  W-COMM-RSN-TXT          PIC  X(40).
           05  W-COMM-OPID             PIC  X(08).
      *    INQUIRY / APPROVAL OUTPUTS - THE RATE IN FORCE TODAY, ANY
      *    PENDING CHANGE ON THE TABLE, AND THE IMPACT ESTIMATE.
           05  W-COMM-CUR-EFF-DT       PIC  X(08).
           05  W-COMM-CUR-PENALTY-RATE PIC  9(03)V9(04).
           05  W-COMM-CUR-INT-RATE     PIC  9(03)V9(04).
           05  W-COMM-PEND-SEQNO       PIC  9(09).
           05  W-COMM-IMPACT-CNT       PIC  9(09).
           05  W-COMM-RETRO-CNT        PIC  9(09).
           05  W-COMM-BACKDT-FG        PIC  X(01).
           05  W-COMM-OVERLAP-FG       PIC  X(01).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(35).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRYBP          *
      *                                ********************************
           EXEC  SQL   INCLUDE  PYOB7   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRYBR          *
      *                                ********************************
           EXEC  SQL   INCLUDE  PYOB6   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRYBQ          *
      *                                ********************************
           EXEC  SQL   INCLUDE  PYOB9   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRYBS          *
      *                                ********************************
           EXEC  SQL   INCLUDE  PYOBA   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'PYPA2 - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(250).

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE               DIVISION.

       S0000-BEGIN              SECTION.

           PERFORM   S1000-INIT.

           PERFORM   S2000-MAIN.

           PERFORM   S9000-FINAL.

       S0000-BEGIN-EXIT.
           EXIT.
      *****************************************************************
      *S1000-INIT
      *****************************************************************
       S1000-INIT               SECTION.

           MOVE  L-COMM-AREA           TO  W-COMM-AREA.
           MOVE  SPACE                 TO  W-COMM-RC
                                           W-COMM-MSG.
           PERFORM  S8200-GET-SYSTEM-DATE.

       S1000-INIT-EXIT.
           EXIT.
      *****************************************************************
      *S2000-MAIN
      *****************************************************************
       S2000-MAIN               SECTION.

      * ENTRY AND APPROVAL ARE SEPARATE CONTROLLED FUNCTIONS -
      * HOLDING BOTH DOES NOT LET ONE OPERATOR APPROVE HIS OWN
      * ENTRY (THAT IS CHECKED AGAIN AT S2400 AGAINST THE ROW).
           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-ENTER
                     MOVE  'PYA2RTMT'  TO  L-SAUTH-FUNC-CD
                     PERFORM  S8100-AUTH-CHECK
               WHEN  W-COMM-ACTION-APPROVE
               WHEN  W-COMM-ACTION-REJECT
                     MOVE  'PYA2RTAP'  TO  L-SAUTH-FUNC-CD
                     PERFORM  S8100-AUTH-CHECK
               WHEN  OTHER
                     CONTINUE
           END-EVALUATE.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2000-MAIN-EXIT
           END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-ENTER
                     PERFORM  S2100-ENTER-CHANGE
               WHEN  W-COMM-ACTION-APPROVE
                     PERFORM  S2400-APPROVE-CHANGE
               WHEN  W-COMM-ACTION-REJECT
                     PERFORM  S2700-REJECT-CHANGE
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2800-INQUIRE-RATE
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-ENTER-CHANGE
      *      NEW RATE OR CORRECTION ENTERED TO THE TRYBQ PENDING
      *      QUEUE.  NOTHING TOUCHES TRYBP / TRYBR UNTIL A SECOND
      *      OPERATOR APPROVES.
      *****************************************************************
       S2100-ENTER-CHANGE       SECTION.

           IF  NOT  W-COMM-RATE-TBL-OK
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RATE TABLE MUST BE P (TRYBP) OR R (TRYBR)'
                                        TO  W-COMM-MSG
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           IF  W-COMM-EFF-DT        NOT  NUMERIC
           OR  W-COMM-EFF-DT (5:2)  <  '01'
           OR  W-COMM-EFF-DT (5:2)  >  '12'
           OR  W-COMM-EFF-DT (7:2)  <  '01'
           OR  W-COMM-EFF-DT (7:2)  >  '31'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'EFFECTIVE DATE REQUIRED (YYYYMMDD)'
                                        TO  W-COMM-MSG
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           IF  W-COMM-PENALTY-RATE  NOT  NUMERIC
           OR  W-COMM-INT-RATE      NOT  NUMERIC
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RATES MUST BE NUMERIC (999V9999)'
                                        TO  W-COMM-MSG
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           IF  W-COMM-PENALTY-RATE  >  C-MAX-RATE-PCT
           OR  W-COMM-INT-RATE      >  C-MAX-RATE-PCT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RATE OVER 100 PERCENT - CHECK THE KEYING'
                                        TO  W-COMM-MSG
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           IF  W-COMM-RATE-TBL      =  'R'
           AND W-COMM-PENALTY-RATE  NOT =  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'TRYBR CARRIES NO PENALTY RATE - LEAVE IT ZERO'
                                        TO  W-COMM-MSG
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           MOVE  W-COMM-RATE-TBL       TO  RATE-TBL          OF TRYBQ.
           MOVE  W-COMM-ACTION         TO  CHG-TP            OF TRYBQ.
           MOVE  W-COMM-EFF-DT         TO  EFF-DT            OF TRYBQ.
           MOVE  W-COMM-PENALTY-RATE   TO  PENALTY-RATE-PCT  OF TRYBQ.
           MOVE  W-COMM-INT-RATE       TO  INT-RATE-PCT      OF TRYBQ.

           PERFORM  S3000-SELECT-RATE.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           IF  W-COMM-ACTION-ADD  AND  S-RATE-FOUND-YES
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RATE ALREADY EFFECTIVE ON THAT DATE - USE C'
                                        TO  W-COMM-MSG
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           IF  W-COMM-ACTION-CHANGE  AND  NOT  S-RATE-FOUND-YES
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO RATE EFFECTIVE ON THAT DATE'
                                        TO  W-COMM-MSG
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           IF  W-COMM-ACTION-CHANGE
           AND W-BEF-PENALTY-RATE  =  PENALTY-RATE-PCT OF TRYBQ
           AND W-BEF-INT-RATE      =  INT-RATE-PCT     OF TRYBQ
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RATES AS ENTERED ARE ALREADY ON THE TABLE'
                                        TO  W-COMM-MSG
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

      * ONE OUTSTANDING REQUEST PER RATE TABLE AT A TIME.
           PERFORM  S3100-PENDING-CHECK.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           PERFORM  S3600-WINDOW-CHECK.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           IF  W-COMM-ACTION-ADD
           AND W-COMM-RATE-TBL  =  'R'
           AND W-RATE-ROW-CNT   NOT <  C-MAX-TRYBR-ROWS
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'TRYBR FULL - PYSB5 CARRIES AT MOST 10 RATES'
                                        TO  W-COMM-MSG
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           PERFORM  S2200-OVERRIDE-CHECK.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           PERFORM  S3500-IMPACT-ESTIMATE.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-ENTER-CHANGE-EXIT
           END-IF.

           PERFORM  S3200-NEXT-CHG-SEQNO.

           MOVE  CHG-SEQNO OF TRYBQ    TO  W-COMM-CHG-SEQNO.
           MOVE  W-BACKDT-FG           TO  BACKDT-FG     OF TRYBQ.
           MOVE  W-OVERLAP-FG          TO  OVERLAP-FG    OF TRYBQ.
           MOVE  W-IMPACT-CNT          TO  IMPACT-CNT    OF TRYBQ.
           MOVE  W-RETRO-CNT           TO  RETRO-CNT     OF TRYBQ.
           MOVE  'P'                   TO  APPV-STAUS    OF TRYBQ.
           MOVE  W-COMM-OPID           TO  ENTER-OPID    OF TRYBQ.
           MOVE  W-SYS-DT              TO  ENTER-DT      OF TRYBQ.
           MOVE  SPACE                 TO  APPV-OPID     OF TRYBQ
                                           APPV-DT       OF TRYBQ
                                           RJCT-RSN      OF TRYBQ.

           EXEC  SQL  INSERT  INTO  DRWA.TRYBQ
                             (CHG_SEQNO,
                              RATE_TBL,
                              CHG_TP,
                              EFF_DT,
                              PENALTY_RATE_PCT,
                              INT_RATE_PCT,
                              BACKDT_FG,
                              OVERLAP_FG,
                              OVRD_OPID,
                              OVRD_RSN,
                              IMPACT_CNT,
                              RETRO_CNT,
                              APPV_STAUS,
                              ENTER_OPID,
                              ENTER_DT,
                              APPV_OPID,
                              APPV_DT,
                              RJCT_RSN  )
                       VALUES
                             (:TRYBQ.CHG-SEQNO,
                              :TRYBQ.RATE-TBL,
                              :TRYBQ.CHG-TP,
                              :TRYBQ.EFF-DT,
                              :TRYBQ.PENALTY-RATE-PCT,
                              :TRYBQ.INT-RATE-PCT,
                              :TRYBQ.BACKDT-FG,
                              :TRYBQ.OVERLAP-FG,
                              :TRYBQ.OVRD-OPID,
                              :TRYBQ.OVRD-RSN,
                              :TRYBQ.IMPACT-CNT,
                              :TRYBQ.RETRO-CNT,
                              :TRYBQ.APPV-STAUS,
                              :TRYBQ.ENTER-OPID,
                              :TRYBQ.ENTER-DT,
                              :TRYBQ.APPV-OPID,
                              :TRYBQ.APPV-DT,
                              :TRYBQ.RJCT-RSN  )
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  W-IMPACT-CNT      TO  W-COMM-IMPACT-CNT
               MOVE  W-RETRO-CNT       TO  W-COMM-RETRO-CNT
               MOVE  W-BACKDT-FG       TO  W-COMM-BACKDT-FG
               MOVE  W-OVERLAP-FG      TO  W-COMM-OVERLAP-FG
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'RATE CHANGE ENTERED - AWAITING APPROVAL'
                                        TO  W-COMM-MSG
           ELSE
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRYBQ INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
           END-IF.

       S2100-ENTER-CHANGE-EXIT.
           EXIT.
      *****************************************************************
      *S2200-OVERRIDE-CHECK
      *      A BACK-DATED OR OVERLAPPING WINDOW IS QUEUED ONLY ON A
      *      SUPERVISOR OVERRIDE WITH A REASON.  THE OVERRIDING
      *      OPERATOR IS RECORDED ON THE QUEUE ROW AND THE AUDIT.
      *****************************************************************
       S2200-OVERRIDE-CHECK     SECTION.

           MOVE  SPACE                 TO  OVRD-OPID OF TRYBQ
                                           OVRD-RSN  OF TRYBQ.

           IF  W-BACKDT-FG   NOT =  'Y'
           AND W-OVERLAP-FG  NOT =  'Y'
               GO TO  S2200-OVERRIDE-CHECK-EXIT
           END-IF.

           MOVE  W-BACKDT-FG           TO  W-COMM-BACKDT-FG.
           MOVE  W-OVERLAP-FG          TO  W-COMM-OVERLAP-FG.

           IF  W-COMM-OVRD-FG  NOT =  'Y'
               MOVE  C-RC01            TO  W-COMM-RC
               EVALUATE  TRUE
                   WHEN  W-BACKDT-FG  =  'Y'  AND  W-OVERLAP-FG  =  'Y'
                         MOVE
               'BACK-DATED AND OVERLAPPING - SUPERVISOR MUST OVERRIDE'
                                        TO  W-COMM-MSG
                   WHEN  W-BACKDT-FG  =  'Y'
                         MOVE
               'EFFECTIVE DATE BACK-DATED - SUPERVISOR MUST OVERRIDE'
                                        TO  W-COMM-MSG
                   WHEN  OTHER
                         MOVE
               'OVERLAPS A LATER RATE WINDOW - SUPERVISOR MUST OVERRIDE'
                                        TO  W-COMM-MSG
               END-EVALUATE
               GO TO  S2200-OVERRIDE-CHECK-EXIT
           END-IF.

           IF  W-COMM-RSN-TXT  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OVERRIDE REASON REQUIRED'    TO  W-COMM-MSG
               GO TO  S2200-OVERRIDE-CHECK-EXIT
           END-IF.

           MOVE  'PYA2RTSV'            TO  L-SAUTH-FUNC-CD.
           PERFORM  S8100-AUTH-CHECK.

           IF  W-COMM-RC  NOT =  SPACE
               MOVE  'OVERRIDE IS A SUPERVISOR FUNCTION'
                                        TO  W-COMM-MSG
               GO TO  S2200-OVERRIDE-CHECK-EXIT
           END-IF.

           MOVE  W-COMM-OPID           TO  OVRD-OPID OF TRYBQ.
           MOVE  W-COMM-RSN-TXT        TO  OVRD-RSN  OF TRYBQ.

       S2200-OVERRIDE-CHECK-EXIT.
           EXIT.
      *****************************************************************
      *S2400-APPROVE-CHANGE
      *      SECOND-OPERATOR APPROVAL: RE-CHECKS THE WINDOW AS IT
      *      STANDS TODAY, TAKES A FRESH IMPACT ESTIMATE, APPLIES
      *      THE RATE, WRITES THE TRYBS AUDIT ROW, AND CLOSES THE
      *      TRYBQ QUEUE ENTRY.
      *****************************************************************
       S2400-APPROVE-CHANGE     SECTION.

           PERFORM  S3300-SELECT-TRYBQ.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2400-APPROVE-CHANGE-EXIT
           END-IF.

           IF  ENTER-OPID OF TRYBQ  =  W-COMM-OPID
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'ENTERER MAY NOT APPROVE OWN CHANGE'
                                        TO  W-COMM-MSG
               GO TO  S2400-APPROVE-CHANGE-EXIT
           END-IF.

           PERFORM  S3000-SELECT-RATE.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2400-APPROVE-CHANGE-EXIT
           END-IF.

      * A CHANGE LEFT WAITING PAST ITS EFFECTIVE DATE HAS BECOME
      * BACK-DATED SINCE IT WAS ENTERED - IT GOES NO FURTHER
      * WITHOUT THE OVERRIDE IT NEVER HAD.
           PERFORM  S3600-WINDOW-CHECK.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2400-APPROVE-CHANGE-EXIT
           END-IF.

           IF ( W-BACKDT-FG   =  'Y'
           OR   W-OVERLAP-FG  =  'Y' )
           AND  OVRD-OPID OF TRYBQ  =  SPACE
               MOVE  W-BACKDT-FG       TO  W-COMM-BACKDT-FG
               MOVE  W-OVERLAP-FG      TO  W-COMM-OVERLAP-FG
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE
               'NOW BACK-DATED/OVERLAPPING - RE-ENTER WITH OVERRIDE'
                                        TO  W-COMM-MSG
               GO TO  S2400-APPROVE-CHANGE-EXIT
           END-IF.

           PERFORM  S3500-IMPACT-ESTIMATE.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2400-APPROVE-CHANGE-EXIT
           END-IF.

           MOVE  W-IMPACT-CNT          TO  W-COMM-IMPACT-CNT.
           MOVE  W-RETRO-CNT           TO  W-COMM-RETRO-CNT.

           EVALUATE  TRUE
               WHEN  CHG-TP-ADD OF TRYBQ
                     PERFORM  S2500-APPLY-ADD
               WHEN  CHG-TP-CHANGE OF TRYBQ
                     PERFORM  S2600-APPLY-CHANGE
           END-EVALUATE.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2400-APPROVE-CHANGE-EXIT
           END-IF.

           PERFORM  S3400-INSERT-TRYBS.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2400-APPROVE-CHANGE-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWA.TRYBQ
                         SET  APPV_STAUS = 'A',
                              APPV_OPID  = :W-COMM-OPID,
                              APPV_DT    = :W-SYS-DT
                       WHERE  CHG_SEQNO  = :TRYBQ.CHG-SEQNO
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'RATE CHANGE APPROVED AND APPLIED'
                                        TO  W-COMM-MSG
           ELSE
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRYBQ UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
           END-IF.

       S2400-APPROVE-CHANGE-EXIT.
           EXIT.
      *****************************************************************
      *S2500-APPLY-ADD
      *****************************************************************
       S2500-APPLY-ADD          SECTION.

           IF  S-RATE-FOUND-YES
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RATE ALREADY EFFECTIVE ON THAT DATE'
                                        TO  W-COMM-MSG
               GO TO  S2500-APPLY-ADD-EXIT
           END-IF.

           IF  RATE-TBL-TRYBP OF TRYBQ

               EXEC  SQL  INSERT  INTO  DRWA.TRYBP
                                 (EFF_DT,
                                  PENALTY_RATE_PCT,
                                  INT_RATE_PCT  )
                           VALUES
                                 (:TRYBQ.EFF-DT,
                                  :TRYBQ.PENALTY-RATE-PCT,
                                  :TRYBQ.INT-RATE-PCT  )
               END-EXEC

           ELSE

               EXEC  SQL  INSERT  INTO  DRWA.TRYBR
                                 (EFF_DT,
                                  INT_RATE_PCT  )
                           VALUES
                                 (:TRYBQ.EFF-DT,
                                  :TRYBQ.INT-RATE-PCT  )
               END-EXEC

           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  W-RATE-TBL-NM     TO  W-COMM-MSG(1:5)
               MOVE  ' INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(6:24)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
           END-IF.

       S2500-APPLY-ADD-EXIT.
           EXIT.
      *****************************************************************
      *S2600-APPLY-CHANGE
      *      CORRECTS THE RATE OF THE ROW OF THE EFFECTIVE DATE; THE
      *      DATE ITSELF IS THE KEY AND IS NEVER MOVED.
      *****************************************************************
       S2600-APPLY-CHANGE       SECTION.

           IF  NOT  S-RATE-FOUND-YES
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO RATE EFFECTIVE ON THAT DATE'
                                        TO  W-COMM-MSG
               GO TO  S2600-APPLY-CHANGE-EXIT
           END-IF.

           IF  RATE-TBL-TRYBP OF TRYBQ

               EXEC  SQL  UPDATE  DRWA.TRYBP
                             SET  PENALTY_RATE_PCT =
                                         :TRYBQ.PENALTY-RATE-PCT,
                                  INT_RATE_PCT     =
                                         :TRYBQ.INT-RATE-PCT
                           WHERE  EFF_DT  = :TRYBQ.EFF-DT
               END-EXEC

           ELSE

               EXEC  SQL  UPDATE  DRWA.TRYBR
                             SET  INT_RATE_PCT     =
                                         :TRYBQ.INT-RATE-PCT
                           WHERE  EFF_DT  = :TRYBQ.EFF-DT
               END-EXEC

           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  W-RATE-TBL-NM     TO  W-COMM-MSG(1:5)
               MOVE  ' UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(6:24)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
           END-IF.

       S2600-APPLY-CHANGE-EXIT.
           EXIT.
      *****************************************************************
      *S2700-REJECT-CHANGE
      *****************************************************************
       S2700-REJECT-CHANGE      SECTION.

           IF  W-COMM-RSN-TXT  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'REJECTION REASON REQUIRED'   TO  W-COMM-MSG
               GO TO  S2700-REJECT-CHANGE-EXIT
           END-IF.

           PERFORM  S3300-SELECT-TRYBQ.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2700-REJECT-CHANGE-EXIT
           END-IF.

           IF  ENTER-OPID OF TRYBQ  =  W-COMM-OPID
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'ENTERER MAY NOT DECIDE OWN CHANGE'
                                        TO  W-COMM-MSG
               GO TO  S2700-REJECT-CHANGE-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWA.TRYBQ
                         SET  APPV_STAUS = 'R',
                              APPV_OPID  = :W-COMM-OPID,
                              APPV_DT    = :W-SYS-DT,
                              RJCT_RSN   = :W-COMM-RSN-TXT
                       WHERE  CHG_SEQNO  = :TRYBQ.CHG-SEQNO
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'RATE CHANGE REJECTED'        TO  W-COMM-MSG
           ELSE
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRYBQ UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
           END-IF.

       S2700-REJECT-CHANGE-EXIT.
           EXIT.
      *****************************************************************
      *S2800-INQUIRE-RATE
      *      THE RATE IN FORCE TODAY ON THE TABLE AND ANY PENDING
      *      CHANGE AGAINST IT.  GIVEN A CHANGE NUMBER, THE PENDING
      *      CHANGE ITSELF WITH ITS WINDOW EXCEPTIONS AND A FRESH
      *      IMPACT ESTIMATE - WHAT THE APPROVER LOOKS AT FIRST.
      *****************************************************************
       S2800-INQUIRE-RATE       SECTION.

           MOVE  ZERO                  TO  W-COMM-CUR-PENALTY-RATE
                                           W-COMM-CUR-INT-RATE
                                           W-COMM-PEND-SEQNO
                                           W-COMM-IMPACT-CNT
                                           W-COMM-RETRO-CNT.
           MOVE  SPACE                 TO  W-COMM-CUR-EFF-DT
                                           W-COMM-BACKDT-FG
                                           W-COMM-OVERLAP-FG.

           IF  W-COMM-CHG-SEQNO  NOT  NUMERIC
               MOVE  ZERO              TO  W-COMM-CHG-SEQNO
           END-IF.

           IF  W-COMM-CHG-SEQNO  >  ZERO
               PERFORM  S3300-SELECT-TRYBQ
               IF  W-COMM-RC  NOT =  SPACE
                   GO TO  S2800-INQUIRE-RATE-EXIT
               END-IF
               MOVE  RATE-TBL         OF TRYBQ  TO  W-COMM-RATE-TBL
               MOVE  CHG-TP           OF TRYBQ  TO  W-COMM-ACTION
               MOVE  EFF-DT           OF TRYBQ  TO  W-COMM-EFF-DT
               MOVE  PENALTY-RATE-PCT OF TRYBQ  TO  W-COMM-PENALTY-RATE
               MOVE  INT-RATE-PCT     OF TRYBQ  TO  W-COMM-INT-RATE
               MOVE  OVRD-RSN         OF TRYBQ  TO  W-COMM-RSN-TXT
               IF  OVRD-OPID OF TRYBQ  =  SPACE
                   MOVE  'N'            TO  W-COMM-OVRD-FG
               ELSE
                   MOVE  'Y'            TO  W-COMM-OVRD-FG
               END-IF
           ELSE
               IF  NOT  W-COMM-RATE-TBL-OK
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'RATE TABLE MUST BE P (TRYBP) OR R (TRYBR)'
                                        TO  W-COMM-MSG
                   GO TO  S2800-INQUIRE-RATE-EXIT
               END-IF
               MOVE  W-COMM-RATE-TBL    TO  RATE-TBL OF TRYBQ
           END-IF.

           PERFORM  S3700-RATE-IN-FORCE.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2800-INQUIRE-RATE-EXIT
           END-IF.

           IF  W-COMM-CHG-SEQNO  =  ZERO
               EXEC  SQL  SELECT  CHG_SEQNO
                            INTO  :TRYBQ.CHG-SEQNO
                            FROM  DRWA.TRYBQ
                           WHERE  RATE_TBL   = :TRYBQ.RATE-TBL
                             AND  APPV_STAUS = 'P'
                           FETCH  FIRST  1  ROW  ONLY
               END-EXEC
               IF  SQLCODE  =  0
                   MOVE  CHG-SEQNO OF TRYBQ  TO  W-COMM-PEND-SEQNO
               END-IF
               MOVE  C-RC00             TO  W-COMM-RC
               GO TO  S2800-INQUIRE-RATE-EXIT
           END-IF.

           MOVE  W-COMM-CHG-SEQNO      TO  W-COMM-PEND-SEQNO.

           PERFORM  S3600-WINDOW-CHECK.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2800-INQUIRE-RATE-EXIT
           END-IF.

           MOVE  W-BACKDT-FG           TO  W-COMM-BACKDT-FG.
           MOVE  W-OVERLAP-FG          TO  W-COMM-OVERLAP-FG.

           PERFORM  S3500-IMPACT-ESTIMATE.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2800-INQUIRE-RATE-EXIT
           END-IF.

           MOVE  W-IMPACT-CNT          TO  W-COMM-IMPACT-CNT.
           MOVE  W-RETRO-CNT           TO  W-COMM-RETRO-CNT.
           MOVE  C-RC00                TO  W-COMM-RC.

       S2800-INQUIRE-RATE-EXIT.
           EXIT.
      *****************************************************************
      *S3000-SELECT-RATE
      *      THE ROW OF THE CHANGE'S EFFECTIVE DATE ON ITS TABLE -
      *      THE BEFORE IMAGE, ZERO WHEN THERE IS NONE.
      *****************************************************************
       S3000-SELECT-RATE        SECTION.

           MOVE  'N'                   TO  S-RATE-FOUND.
           MOVE  ZERO                  TO  W-BEF-PENALTY-RATE
                                           W-BEF-INT-RATE.

           IF  RATE-TBL-TRYBP OF TRYBQ

               MOVE  'TRYBP'           TO  W-RATE-TBL-NM
               EXEC  SQL  SELECT  PENALTY_RATE_PCT,
                                  INT_RATE_PCT
                            INTO  :TRYBP.PENALTY-RATE-PCT,
                                  :TRYBP.INT-RATE-PCT
                            FROM  DRWA.TRYBP
                           WHERE  EFF_DT = :TRYBQ.EFF-DT
               END-EXEC
               IF  SQLCODE  =  0
                   MOVE  PENALTY-RATE-PCT OF TRYBP
                                        TO  W-BEF-PENALTY-RATE
                   MOVE  INT-RATE-PCT OF TRYBP
                                        TO  W-BEF-INT-RATE
               END-IF

           ELSE

               MOVE  'TRYBR'           TO  W-RATE-TBL-NM
               EXEC  SQL  SELECT  INT_RATE_PCT
                            INTO  :TRYBR.INT-RATE-PCT
                            FROM  DRWA.TRYBR
                           WHERE  EFF_DT = :TRYBQ.EFF-DT
               END-EXEC
               IF  SQLCODE  =  0
                   MOVE  INT-RATE-PCT OF TRYBR
                                        TO  W-BEF-INT-RATE
               END-IF

           END-IF.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'Y'         TO  S-RATE-FOUND
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  W-RATE-TBL-NM
                                        TO  W-COMM-MSG(1:5)
                     MOVE  ' SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(6:24)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S3000-SELECT-RATE-EXIT.
           EXIT.
      *****************************************************************
      *S3100-PENDING-CHECK
      *****************************************************************
       S3100-PENDING-CHECK      SECTION.

           EXEC  SQL  SELECT  CHG_SEQNO
                        INTO  :TRYBQ.CHG-SEQNO
                        FROM  DRWA.TRYBQ
                       WHERE  RATE_TBL   = :TRYBQ.RATE-TBL
                         AND  APPV_STAUS = 'P'
                       FETCH  FIRST  1  ROW  ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  CHG-SEQNO OF TRYBQ
                                        TO  W-COMM-PEND-SEQNO
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'CHANGE ALREADY PENDING FOR RATE TABLE'
                                        TO  W-COMM-MSG
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRYBQ SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S3100-PENDING-CHECK-EXIT.
           EXIT.
      *****************************************************************
      *S3200-NEXT-CHG-SEQNO
      *****************************************************************
       S3200-NEXT-CHG-SEQNO     SECTION.

           EXEC  SQL  SELECT  COALESCE(MAX(CHG_SEQNO),0) + 1
                        INTO  :TRYBQ.CHG-SEQNO
                        FROM  DRWA.TRYBQ
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  1                 TO  CHG-SEQNO OF TRYBQ
           END-IF.

       S3200-NEXT-CHG-SEQNO-EXIT.
           EXIT.
      *****************************************************************
      *S3300-SELECT-TRYBQ
      *****************************************************************
       S3300-SELECT-TRYBQ       SECTION.

           MOVE  W-COMM-CHG-SEQNO      TO  CHG-SEQNO OF TRYBQ.

           EXEC  SQL  SELECT  RATE_TBL,
                              CHG_TP,
                              EFF_DT,
                              PENALTY_RATE_PCT,
                              INT_RATE_PCT,
                              BACKDT_FG,
                              OVERLAP_FG,
                              OVRD_OPID,
                              OVRD_RSN,
                              APPV_STAUS,
                              ENTER_OPID,
                              ENTER_DT
                        INTO  :TRYBQ.RATE-TBL,
                              :TRYBQ.CHG-TP,
                              :TRYBQ.EFF-DT,
                              :TRYBQ.PENALTY-RATE-PCT,
                              :TRYBQ.INT-RATE-PCT,
                              :TRYBQ.BACKDT-FG,
                              :TRYBQ.OVERLAP-FG,
                              :TRYBQ.OVRD-OPID,
                              :TRYBQ.OVRD-RSN,
                              :TRYBQ.APPV-STAUS,
                              :TRYBQ.ENTER-OPID,
                              :TRYBQ.ENTER-DT
                        FROM  DRWA.TRYBQ
                       WHERE  CHG_SEQNO = :TRYBQ.CHG-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     IF  NOT  APPV-STAUS-PENDING OF TRYBQ
                         MOVE  C-RC01  TO  W-COMM-RC
                         MOVE  'CHANGE ALREADY DECIDED'
                                        TO  W-COMM-MSG
                     END-IF
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'PENDING CHANGE NOT FOUND'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRYBQ SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S3300-SELECT-TRYBQ-EXIT.
           EXIT.
      *****************************************************************
      *S3400-INSERT-TRYBS
      *      BEFORE/AFTER AUDIT OF THE APPLIED CHANGE.  THE BEFORE
      *      IMAGE IS WHAT S3000 READ (ZERO FOR AN ADD).
      *****************************************************************
       S3400-INSERT-TRYBS       SECTION.

           MOVE  CHG-SEQNO         OF TRYBQ  TO  CHG-SEQNO  OF TRYBS.
           MOVE  RATE-TBL          OF TRYBQ  TO  RATE-TBL   OF TRYBS.
           MOVE  CHG-TP            OF TRYBQ  TO  CHG-TP     OF TRYBS.
           MOVE  EFF-DT            OF TRYBQ  TO  EFF-DT     OF TRYBS.
           MOVE  W-BEF-PENALTY-RATE     TO  BEF-PENALTY-RATE-PCT
                                                         OF TRYBS.
           MOVE  PENALTY-RATE-PCT  OF TRYBQ
                                        TO  AFT-PENALTY-RATE-PCT
                                                         OF TRYBS.
           MOVE  W-BEF-INT-RATE         TO  BEF-INT-RATE-PCT
                                                         OF TRYBS.
           MOVE  INT-RATE-PCT      OF TRYBQ
                                        TO  AFT-INT-RATE-PCT
                                                         OF TRYBS.
           MOVE  W-IMPACT-CNT           TO  IMPACT-CNT   OF TRYBS.
           MOVE  W-RETRO-CNT            TO  RETRO-CNT    OF TRYBS.
           MOVE  ENTER-OPID        OF TRYBQ  TO  ENTER-OPID OF TRYBS.
           MOVE  OVRD-OPID         OF TRYBQ  TO  OVRD-OPID  OF TRYBS.
           MOVE  W-COMM-OPID            TO  APPV-OPID    OF TRYBS.
           MOVE  W-SYS-DT               TO  CHG-DT       OF TRYBS.
           MOVE  W-SYS-TIME             TO  CHG-TIME     OF TRYBS.

           EXEC  SQL  INSERT  INTO  DRWA.TRYBS
                             (CHG_SEQNO,
                              RATE_TBL,
                              CHG_TP,
                              EFF_DT,
                              BEF_PENALTY_RATE_PCT,
                              AFT_PENALTY_RATE_PCT,
                              BEF_INT_RATE_PCT,
                              AFT_INT_RATE_PCT,
                              IMPACT_CNT,
                              RETRO_CNT,
                              ENTER_OPID,
                              OVRD_OPID,
                              APPV_OPID,
                              CHG_DT,
                              CHG_TIME  )
                       VALUES
                             (:TRYBS.CHG-SEQNO,
                              :TRYBS.RATE-TBL,
                              :TRYBS.CHG-TP,
                              :TRYBS.EFF-DT,
                              :TRYBS.BEF-PENALTY-RATE-PCT,
                              :TRYBS.AFT-PENALTY-RATE-PCT,
                              :TRYBS.BEF-INT-RATE-PCT,
                              :TRYBS.AFT-INT-RATE-PCT,
                              :TRYBS.IMPACT-CNT,
                              :TRYBS.RETRO-CNT,
                              :TRYBS.ENTER-OPID,
                              :TRYBS.OVRD-OPID,
                              :TRYBS.APPV-OPID,
                              :TRYBS.CHG-DT,
                              :TRYBS.CHG-TIME  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRYBS INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
           END-IF.

       S3400-INSERT-TRYBS-EXIT.
           EXIT.
      *****************************************************************
      *S3500-IMPACT-ESTIMATE
      *      TRYBP - EVERY OVERDUE TTJBD BALANCE MAPB2 ACCRUES ON AT
      *              THE RATE OF THE NIGHT.  MAPB2 NEVER RE-ACCRUES A
      *              PAST NIGHT, SO NOTHING IS SETTLED RETROSPECTIVELY.
      *      TRYBR - PENDING TRYBD CASES WHOSE DELAY RUNS PAST THE
      *              EFFECTIVE DATE (PYSB5 CHARGES THEM AT THE NEW
      *              RATE), AND CASES ALREADY DIVIDED OVER SUCH A
      *              DELAY, WHICH A RE-RUN WOULD HAVE TO REOPEN.
      *****************************************************************
       S3500-IMPACT-ESTIMATE    SECTION.

           MOVE  ZERO                  TO  W-IMPACT-CNT
                                           W-RETRO-CNT.

           IF  RATE-TBL-TRYBP OF TRYBQ

               EXEC  SQL  SELECT  COUNT(*)
                            INTO  :W-IMPACT-CNT
                            FROM  DTJB.TTJBD
                           WHERE  NOPAY_AMT  >  0
                            WITH  UR
               END-EXEC

               IF  SQLCODE  NOT =  0
                   MOVE  SQLCODE       TO  W-SQLCODE
                   MOVE  C-RC02        TO  W-COMM-RC
                   MOVE  'TTJBD SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                   MOVE  W-SQLCODE     TO  W-COMM-MSG(30:5)
               END-IF

               GO TO  S3500-IMPACT-ESTIMATE-EXIT

           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-IMPACT-CNT
                        FROM  DRWA.TRYBD
                       WHERE  PROCESS_STATUS = 'P'
                         AND (PAY_DT         = ' '
                          OR  PAY_DT         > :TRYBQ.EFF-DT)
                        WITH  UR
           END-EXEC.

           IF  SQLCODE  =  0
               EXEC  SQL  SELECT  COUNT(*)
                            INTO  :W-RETRO-CNT
                            FROM  DRWA.TRYBD
                           WHERE  PROCESS_STATUS = 'D'
                             AND  PAY_DT         > :TRYBQ.EFF-DT
                             AND  DUE_DT         < PAY_DT
                            WITH  UR
               END-EXEC
           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRYBD SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
           END-IF.

       S3500-IMPACT-ESTIMATE-EXIT.
           EXIT.
      *****************************************************************
      *S3600-WINDOW-CHECK
      *      BACK-DATED - THE RATE WOULD TAKE EFFECT BEFORE TODAY,
      *                   CHANGING WHAT PAST RUNS ALREADY CHARGED.
      *      OVERLAP    - A NEW RATE DATED BEFORE THE LATEST ROW ON
      *                   THE TABLE LANDS INSIDE A WINDOW THAT ROW
      *                   ALREADY OPENS.  (A CORRECTION KEEPS ITS
      *                   ROW'S OWN WINDOW.)
      *      ALSO LEAVES THE TABLE'S ROW COUNT IN W-RATE-ROW-CNT.
      *****************************************************************
       S3600-WINDOW-CHECK       SECTION.

           MOVE  'N'                   TO  W-BACKDT-FG
                                           W-OVERLAP-FG.

           IF  EFF-DT OF TRYBQ  <  W-SYS-DT
               MOVE  'Y'               TO  W-BACKDT-FG
           END-IF.

           IF  RATE-TBL-TRYBP OF TRYBQ
               EXEC  SQL  SELECT  COALESCE(MAX(EFF_DT), ' '),
                                  COUNT(*)
                            INTO  :W-LAST-EFF-DT,
                                  :W-RATE-ROW-CNT
                            FROM  DRWA.TRYBP
               END-EXEC
           ELSE
               EXEC  SQL  SELECT  COALESCE(MAX(EFF_DT), ' '),
                                  COUNT(*)
                            INTO  :W-LAST-EFF-DT,
                                  :W-RATE-ROW-CNT
                            FROM  DRWA.TRYBR
               END-EXEC
           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  W-RATE-TBL-NM     TO  W-COMM-MSG(1:5)
               MOVE  ' SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(6:24)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
               GO TO  S3600-WINDOW-CHECK-EXIT
           END-IF.

           IF  CHG-TP-ADD OF TRYBQ
           AND W-LAST-EFF-DT   NOT =  SPACE
           AND EFF-DT OF TRYBQ  <  W-LAST-EFF-DT
               MOVE  'Y'               TO  W-OVERLAP-FG
           END-IF.

       S3600-WINDOW-CHECK-EXIT.
           EXIT.
      *****************************************************************
      *S3700-RATE-IN-FORCE
      *      THE ROW WITH THE LATEST EFF_DT NOT AFTER TODAY - THE ONE
      *      MAPB2 / PYSB5 WOULD CHARGE TONIGHT.
      *****************************************************************
       S3700-RATE-IN-FORCE      SECTION.

           IF  RATE-TBL-TRYBP OF TRYBQ

               MOVE  'TRYBP'           TO  W-RATE-TBL-NM
               EXEC  SQL  SELECT  EFF_DT,
                                  PENALTY_RATE_PCT,
                                  INT_RATE_PCT
                            INTO  :TRYBP.EFF-DT,
                                  :TRYBP.PENALTY-RATE-PCT,
                                  :TRYBP.INT-RATE-PCT
                            FROM  DRWA.TRYBP
                           WHERE  EFF_DT <= :W-SYS-DT
                           ORDER  BY EFF_DT DESC
                           FETCH  FIRST  1  ROW  ONLY
               END-EXEC
               IF  SQLCODE  =  0
                   MOVE  EFF-DT OF TRYBP
                                        TO  W-COMM-CUR-EFF-DT
                   MOVE  PENALTY-RATE-PCT OF TRYBP
                                        TO  W-COMM-CUR-PENALTY-RATE
                   MOVE  INT-RATE-PCT OF TRYBP
                                        TO  W-COMM-CUR-INT-RATE
               END-IF

           ELSE

               MOVE  'TRYBR'           TO  W-RATE-TBL-NM
               EXEC  SQL  SELECT  EFF_DT,
                                  INT_RATE_PCT
                            INTO  :TRYBR.EFF-DT,
                                  :TRYBR.INT-RATE-PCT
                            FROM  DRWA.TRYBR
                           WHERE  EFF_DT <= :W-SYS-DT
                           ORDER  BY EFF_DT DESC
                           FETCH  FIRST  1  ROW  ONLY
               END-EXEC
               IF  SQLCODE  =  0
                   MOVE  EFF-DT OF TRYBR
                                        TO  W-COMM-CUR-EFF-DT
                   MOVE  INT-RATE-PCT OF TRYBR
                                        TO  W-COMM-CUR-INT-RATE
               END-IF

           END-IF.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  W-RATE-TBL-NM     TO  W-COMM-MSG(1:5)
               MOVE  ' SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(6:24)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
           END-IF.

       S3700-RATE-IN-FORCE-EXIT.
           EXIT.
      *****************************************************************
      *S8100-AUTH-CHECK
      *****************************************************************
       S8100-AUTH-CHECK         SECTION.

           MOVE  W-COMM-OPID           TO  L-SAUTH-OPID.
           MOVE  ZERO                  TO  L-SAUTH-CHK-CNT.
           MOVE  W-SYS-DT              TO  L-SAUTH-TODAY.

           CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM.

           IF  L-SAUTH-AUTH-FG  NOT =  'Y'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OPERATOR NOT AUTHORIZED FOR FUNCTION'
                                        TO  W-COMM-MSG
           END-IF.

       S8100-AUTH-CHECK-EXIT.
           EXIT.
      *****************************************************************
      *S8200-GET-SYSTEM-DATE
      *****************************************************************
       S8200-GET-SYSTEM-DATE    SECTION.

           EXEC  CICS  ASKTIME
                       ABSTIME (W-ABSTIME)
           END-EXEC.

           EXEC  CICS  FORMATTIME
                       ABSTIME (W-ABSTIME)
                       YYYYMMDD(W-DB2DATE)
                       TIME    (W-TIME)
                       DATESEP
                       TIMESEP
           END-EXEC.

           MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
           MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
           MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).

           MOVE  W-TIME(1:2)           TO  W-SYS-TIME(1:2).
           MOVE  W-TIME(4:2)           TO  W-SYS-TIME(3:2).
           MOVE  W-TIME(7:2)           TO  W-SYS-TIME(5:2).

       S8200-GET-SYSTEM-DATE-EXIT.
           EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
       S9000-FINAL              SECTION.

           IF  S-ROLLBACK-YES
               EXEC  CICS  SYNCPOINT  ROLLBACK  END-EXEC
           END-IF.

           MOVE  W-COMM-AREA           TO  L-COMM-AREA.

           EXEC CICS RETURN END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  PYPA2                             *
      *                                                                *
      ******************************************************************
