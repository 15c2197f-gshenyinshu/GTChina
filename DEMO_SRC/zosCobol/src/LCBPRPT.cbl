      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LCBPRPT.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  C  B  P  R  P  T                         *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  ON-DEMAND REPORT REQUESTS.  OFFERS THE      *
      *                    LCBD2CTL.RPT_CATALOG REPORTS, PROMPTS FOR   *
      *                    AND VALIDATES THEIR PARAMETERS, CHECKS THE  *
      *                    REQUESTER'S AUTHORITY THROUGH LCBSAUTH AND  *
      *                    RUNS ONE REQUEST:                           *
      *                     - A BATCH REPORT IS SUBMITTED THROUGH      *
      *                       LCBSTRDR AS A GENERATED JOB - THE        *
      *                       REPORT STEP WITH ITS SYSIN CARD, THEN    *
      *                       LCBBRPTC, WHICH QUEUES THE OUTPUT ON     *
      *                       TRWAP FOR THE REQUESTER OR MARKS THE     *
      *                       REQUEST FAILED;                          *
      *                     - AN ONLINE REPORT (THE MAPMS STATEMENT)   *
      *                       IS LINKED AT ONCE AND QUEUES ITS OWN     *
      *                       TRWAP ROW.                               *
      *                    EVERY REQUEST, REJECTED OR NOT, IS LOGGED   *
      *                    ON LCBD2CTL.RPT_REQUEST WITH REQUESTER AND  *
      *                    PARAMETERS, AND ITS STATUS CAN BE ENQUIRED. *
      *                                                                *
      *  TRANSACTION    -  LRPT                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  900 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  900 BYTE             *
      *                                                                *
      *  ACTION CODES   -  'L' CATALOG LIST     'P' PARAMETER PROMPT   *
      *                    'Q' REQUEST A RUN    'I' REQUEST INQUIRY    *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  LCBD2CTL.RPT_CATALOG                                    R     *
      *  LCBD2CTL.RPT_REQUEST                                    CRU   *
      *  DRWA.TRWAD / DRWH.TRWAV ( RECEIPT CHECK )               R     *
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
           VALUE 'LCBPRPT - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LCBPRPT           PIC  X(08)  VALUE 'LCBPRPT'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-PGM-LCBSTRDR          PIC  X(08)  VALUE 'LCBSTRDR'.
           05  C-PGM-LCBBRPTC          PIC  X(08)  VALUE 'LCBBRPTC'.
           05  C-LIST-MAX              PIC  9(02)  VALUE 10.
      *    BATCH REPORTS OF THE SUITE ARE 132-BYTE PRINT FILES.
           05  C-OUT-DSN-HLQ           PIC  X(12)
               VALUE 'LCB.RPTREQ.Y'.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.
           05  S-LIST-END              PIC  X(01)  VALUE 'N'.
               88  S-LIST-END-YES                  VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-LIST-IX               PIC  9(02)  VALUE ZERO.
           05  W-CARD-IX               PIC S9(04)  COMP VALUE +0.
           05  W-ROW-CNT               PIC S9(09)  COMP VALUE +0.
           05  W-REJECT-REASON         PIC  X(40)  VALUE SPACE.
           05  W-JCL-CARD              PIC  X(80)  VALUE SPACE.
           05  W-REQ-NO-ED             PIC  9(07)  VALUE ZERO.
           05  W-CHK-DT                PIC  X(08)  VALUE SPACE.
           05  W-CHK-DT-R  REDEFINES  W-CHK-DT.
               10  W-CHK-YYYY          PIC  9(04).
               10  W-CHK-MM            PIC  9(02).
               10  W-CHK-DD            PIC  9(02).
           05  W-CHK-DT-OK             PIC  X(01)  VALUE 'N'.
               88  W-CHK-DT-OK-YES                 VALUE 'Y'.

      *    THE SYSIN CARD OF A BATCH REPORT - THE JEPB8 / JEPB1
      *    RECEIPT-KEY AND DATE-RANGE LAYOUT - AND THE SAME CARD AS
      *    LOGGED FOR AN ONLINE TAXPAYER/PERIOD REPORT.
       01  W-PARM-CARD.
           05  W-PARM-TXOFF            PIC  X(03).
           05  W-PARM-YY               PIC  X(04).
           05  W-PARM-SEQNO            PIC  9(07).
           05  W-PARM-DT-FR            PIC  X(08).
           05  W-PARM-DT-TO            PIC  X(08).
           05  W-PARM-SOURCE           PIC  X(01).
           05  FILLER                  PIC  X(49).
       01  W-PARM-CARD-T  REDEFINES  W-PARM-CARD.
           05  W-PARM-T-TXOFF          PIC  X(03).
           05  W-PARM-T-BUSNID         PIC  X(10).
           05  W-PARM-T-DT-FR          PIC  X(08).
           05  W-PARM-T-DT-TO          PIC  X(08).
           05  FILLER                  PIC  X(51).

      *    THE COMPLETION STEP'S SYSIN CARD.
       01  W-CLOSE-CARD.
           05  W-CLOSE-ACTION          PIC  X(01).
           05  W-CLOSE-REQ-YY          PIC  X(04).
           05  W-CLOSE-REQ-SEQNO       PIC  9(07).
           05  FILLER                  PIC  X(68)  VALUE SPACE.

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

      *****************************************************************
      *    JOB-SUBMIT COMMAREA OF LCBSTRDR.                           *
      *****************************************************************
       01  W-TRDR-AREA.
           COPY  LCBYTRDR.

      *****************************************************************
      *    COMMAREA OF AN ONLINE (MAPMS) REPORT, CARRIED AS MAPMS     *
      *    ITSELF DEFINES IT.                                         *
      *****************************************************************
       01  W-MAPMS-AREA.
           05  W-MAPMS-TXOFF-CD        PIC  X(03).
           05  W-MAPMS-BUSNID          PIC  X(10).
           05  W-MAPMS-PERIOD-FR       PIC  X(08).
           05  W-MAPMS-PERIOD-TO       PIC  X(08).
           05  W-MAPMS-STMT-NO         PIC  9(07).
           05  W-MAPMS-RC              PIC  X(04).
           05  W-MAPMS-MSG             PIC  X(78).
           05  W-MAPMS-CHANNEL         PIC  X(01).
           05  FILLER                  PIC  X(81).

       01  W-COMM-AREA.
           05  W-COMM-ACTION           PIC  X(01).
               88  W-COMM-ACTION-LIST              VALUE 'L'.
               88  W-COMM-ACTION-PROMPT            VALUE 'P'.
               88  W-COMM-ACTION-REQUEST           VALUE 'Q'.
               88  W-COMM-ACTION-INQUIRY           VALUE 'I'.
           05  W-COMM-OPID             PIC  X(08).
      *    REPORT ID - ALSO THE CATALOG-LIST SCROLL KEY.
           05  W-COMM-RPT-ID           PIC  X(08).
      *    PARAMETERS - WHICH ARE ASKED FOR DEPENDS ON THE REPORT'S
      *    PARAMETER KIND (R RECEIPT, D DATES, T TAXPAYER/PERIOD).
           05  W-COMM-TXOFF            PIC  X(03).
           05  W-COMM-YY               PIC  X(04).
           05  W-COMM-SEQNO            PIC  9(07).
           05  W-COMM-BUSNID           PIC  X(10).
           05  W-COMM-DT-FR            PIC  X(08).
           05  W-COMM-DT-TO            PIC  X(08).
      *    REQUEST NUMBER - SET BY 'Q', OPTIONAL KEY OF 'I'.
           05  W-COMM-REQ-YY           PIC  X(04).
           05  W-COMM-REQ-SEQNO        PIC  9(07).
           05  W-COMM-PROMPT           PIC  X(50).
           05  W-COMM-LIST-CNT         PIC  9(02).
           05  W-COMM-LIST             OCCURS  10  TIMES.
               10  W-COMM-L-RPT-ID     PIC  X(08).
               10  W-COMM-L-DESC       PIC  X(40).
               10  W-COMM-L-PARM-KIND  PIC  X(01).
               10  W-COMM-L-REQ-YY     PIC  X(04).
               10  W-COMM-L-REQ-SEQNO  PIC  9(07).
               10  W-COMM-L-REQ-D      PIC  X(08).
               10  W-COMM-L-STATUS     PIC  X(01).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(08).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA     END-EXEC.

           EXEC  SQL   INCLUDE  LCBYRPT   END-EXEC.

      ******************************************************************
      *    CUR-CAT : ACTIVE CATALOG ENTRIES AFTER THE SCROLL KEY.      *
      ******************************************************************
           EXEC  SQL
                 DECLARE  CUR-CAT  CURSOR  FOR
                 SELECT   RPT_ID
                 ,        RPT_DESC
                 ,        PARM_KIND
                 FROM     LCBD2CTL.RPT_CATALOG
                 WHERE    ACTIVE_FG  =  'Y'
                 AND      RPT_ID     >  :W-COMM-RPT-ID
                 ORDER BY RPT_ID
           END-EXEC.

      ******************************************************************
      *    CUR-REQ : THE REQUESTER'S REQUESTS, NEWEST FIRST.           *
      ******************************************************************
           EXEC  SQL
                 DECLARE  CUR-REQ  CURSOR  FOR
                 SELECT   REQ_YY
                 ,        REQ_SEQNO
                 ,        RPT_ID
                 ,        REQ_D
                 ,        STATUS
                 ,        REASON
                 FROM     LCBD2CTL.RPT_REQUEST
                 WHERE    REQ_OPID  =  :W-COMM-OPID
                 ORDER BY REQ_YY     DESC
                 ,        REQ_SEQNO  DESC
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LCBPRPT - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(900).

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

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-LIST
                     PERFORM  S2100-CATALOG-LIST
               WHEN  W-COMM-ACTION-PROMPT
                     PERFORM  S2200-PROMPT
               WHEN  W-COMM-ACTION-REQUEST
                     PERFORM  S2300-REQUEST
               WHEN  W-COMM-ACTION-INQUIRY
                     PERFORM  S2400-INQUIRY
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-CATALOG-LIST
      *      UP TO 10 ACTIVE REPORTS AFTER W-COMM-RPT-ID (BLANK FOR
      *      THE FIRST PAGE).
      *****************************************************************
       S2100-CATALOG-LIST       SECTION.

           PERFORM  S2900-CLEAR-LIST.

           EXEC  SQL  OPEN  CUR-CAT    END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'CATALOG OPEN FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:30)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(31:5)
               GO TO  S2100-CATALOG-LIST-EXIT
           END-IF.

           PERFORM  S2110-FETCH-ONE-CAT
                    UNTIL  S-LIST-END-YES
                       OR  W-COMM-LIST-CNT  NOT <  C-LIST-MAX.

           EXEC  SQL  CLOSE  CUR-CAT   END-EXEC.

           IF  W-COMM-RC  =  SPACE
               MOVE  C-RC00            TO  W-COMM-RC
               IF  W-COMM-LIST-CNT  =  ZERO
                   MOVE  'NO FURTHER REPORTS IN THE CATALOG'
                                        TO  W-COMM-MSG
               END-IF
           END-IF.

       S2100-CATALOG-LIST-EXIT.
           EXIT.
      *****************************************************************
      *S2110-FETCH-ONE-CAT
      *****************************************************************
       S2110-FETCH-ONE-CAT      SECTION.

           EXEC  SQL
                 FETCH  CUR-CAT
                 INTO  :RCAT-RPT-ID
                 ,     :RCAT-RPT-DESC
                 ,     :RCAT-PARM-KIND
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1           TO  W-COMM-LIST-CNT
                     MOVE  W-COMM-LIST-CNT  TO  W-LIST-IX
                     MOVE  RCAT-RPT-ID
                       TO  W-COMM-L-RPT-ID    (W-LIST-IX)
                     MOVE  RCAT-RPT-DESC
                       TO  W-COMM-L-DESC      (W-LIST-IX)
                     MOVE  RCAT-PARM-KIND
                       TO  W-COMM-L-PARM-KIND (W-LIST-IX)
               WHEN  100
                     MOVE  'Y'         TO  S-LIST-END
               WHEN  OTHER
                     MOVE  'Y'         TO  S-LIST-END
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'CATALOG FETCH FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2110-FETCH-ONE-CAT-EXIT.
           EXIT.
      *****************************************************************
      *S2200-PROMPT
      *      THE PARAMETERS THE REPORT ASKS FOR.
      *****************************************************************
       S2200-PROMPT             SECTION.

           PERFORM  S2310-READ-CATALOG.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2200-PROMPT-EXIT
           END-IF.

           PERFORM  S2900-CLEAR-LIST.
           MOVE  1                     TO  W-COMM-LIST-CNT.
           MOVE  RCAT-RPT-ID           TO  W-COMM-L-RPT-ID    (1).
           MOVE  RCAT-RPT-DESC         TO  W-COMM-L-DESC      (1).
           MOVE  RCAT-PARM-KIND        TO  W-COMM-L-PARM-KIND (1).

           EVALUATE  TRUE
               WHEN  RCAT-PARM-RECEIPT
                     MOVE  'RECEIPT NO - OFFICE / YEAR / SEQUENCE'
                                        TO  W-COMM-PROMPT
               WHEN  RCAT-PARM-DATES
                     MOVE  'DATE FROM / DATE TO (YYYYMMDD)'
                                        TO  W-COMM-PROMPT
               WHEN  RCAT-PARM-TAXPAYER
                     MOVE  'OFFICE / BUSINESS ID / PERIOD FROM / TO'
                                        TO  W-COMM-PROMPT
           END-EVALUATE.

           MOVE  C-RC00                TO  W-COMM-RC.

       S2200-PROMPT-EXIT.
           EXIT.
      *****************************************************************
      *S2300-REQUEST
      *      NUMBER THE REQUEST, CHECK AUTHORITY AND PARAMETERS, RUN
      *      IT AND LOG IT.  A REJECTED REQUEST IS LOGGED TOO.
      *****************************************************************
       S2300-REQUEST            SECTION.

           PERFORM  S2310-READ-CATALOG.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2300-REQUEST-EXIT
           END-IF.

           PERFORM  S2320-NEXT-REQ-NO.

           IF  S-ROLLBACK-YES
               GO TO  S2300-REQUEST-EXIT
           END-IF.

           MOVE  SPACE                 TO  W-REJECT-REASON.
           MOVE  SPACE                 TO  W-PARM-CARD.

           PERFORM  S2330-CHECK-AUTH.

           IF  W-REJECT-REASON  =  SPACE
               PERFORM  S2340-CHECK-PARMS
           END-IF.

           IF  S-ROLLBACK-YES
               GO TO  S2300-REQUEST-EXIT
           END-IF.

           PERFORM  S2350-BUILD-CARD.

           IF  W-REJECT-REASON  NOT =  SPACE
               MOVE  'X'               TO  RREQ-STATUS
               MOVE  W-REJECT-REASON   TO  RREQ-REASON
               PERFORM  S2380-LOG-REQUEST
               IF  NOT  S-ROLLBACK-YES
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  W-REJECT-REASON
                                       TO  W-COMM-MSG
               END-IF
               GO TO  S2300-REQUEST-EXIT
           END-IF.

           IF  RCAT-RUN-BATCH
               MOVE  'S'               TO  RREQ-STATUS
               PERFORM  S2380-LOG-REQUEST
               IF  NOT  S-ROLLBACK-YES
                   PERFORM  S2360-SUBMIT-JOB
               END-IF
           ELSE
               PERFORM  S2370-RUN-ONLINE
               PERFORM  S2380-LOG-REQUEST
           END-IF.

           IF  S-ROLLBACK-YES
               GO TO  S2300-REQUEST-EXIT
           END-IF.

           MOVE  RREQ-REQ-YY           TO  W-COMM-REQ-YY.
           MOVE  RREQ-REQ-SEQNO        TO  W-COMM-REQ-SEQNO.
           MOVE  RREQ-REQ-SEQNO        TO  W-REQ-NO-ED.
           MOVE  SPACE                 TO  W-COMM-MSG.

           EVALUATE  TRUE
               WHEN  RREQ-STATUS-SUBMITTED
                     MOVE  C-RC00      TO  W-COMM-RC
                     STRING  'REQUEST ' RREQ-REQ-YY '-' W-REQ-NO-ED
                             ' SUBMITTED AS JOB ' RREQ-JOB-NM
                             DELIMITED BY SIZE  INTO  W-COMM-MSG
                     END-STRING
               WHEN  RREQ-STATUS-DONE
                     MOVE  C-RC00      TO  W-COMM-RC
                     STRING  'REQUEST ' RREQ-REQ-YY '-' W-REQ-NO-ED
                             ' DONE - OUTPUT QUEUED FOR YOU'
                             DELIMITED BY SIZE  INTO  W-COMM-MSG
                     END-STRING
               WHEN  OTHER
                     MOVE  C-RC02      TO  W-COMM-RC
                     STRING  'REQUEST ' RREQ-REQ-YY '-' W-REQ-NO-ED
                             ' FAILED - ' RREQ-REASON
                             DELIMITED BY SIZE  INTO  W-COMM-MSG
                     END-STRING
           END-EVALUATE.

       S2300-REQUEST-EXIT.
           EXIT.
      *****************************************************************
      *S2310-READ-CATALOG
      *****************************************************************
       S2310-READ-CATALOG       SECTION.

           EXEC  SQL  SELECT  RPT_ID, RPT_DESC, RUN_TP, PGM_ID,
                              RPT_DD, PARM_KIND, ARCH_FG, FUNC_CD,
                              FORM_ID, ACTIVE_FG
                        INTO  :RCAT-RPT-ID, :RCAT-RPT-DESC,
                              :RCAT-RUN-TP, :RCAT-PGM-ID,
                              :RCAT-RPT-DD, :RCAT-PARM-KIND,
                              :RCAT-ARCH-FG, :RCAT-FUNC-CD,
                              :RCAT-FORM-ID, :RCAT-ACTIVE-FG
                        FROM  LCBD2CTL.RPT_CATALOG
                       WHERE  RPT_ID  = :W-COMM-RPT-ID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     IF  NOT  RCAT-ACTIVE-YES
                         MOVE  C-RC03  TO  W-COMM-RC
                         MOVE  'REPORT IS WITHDRAWN FROM THE CATALOG'
                                        TO  W-COMM-MSG
                     END-IF
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'REPORT NOT IN THE CATALOG'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'CATALOG SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2310-READ-CATALOG-EXIT.
           EXIT.
      *****************************************************************
      *S2320-NEXT-REQ-NO
      *      NEXT REQUEST NUMBER OF THE YEAR.
      *****************************************************************
       S2320-NEXT-REQ-NO        SECTION.

           INITIALIZE                  RREQ-REC.
           MOVE  W-SYS-DT (1:4)        TO  RREQ-REQ-YY.

           EXEC  SQL  SELECT  COALESCE(MAX(REQ_SEQNO), 0) + 1
                        INTO  :RREQ-REQ-SEQNO
                        FROM  LCBD2CTL.RPT_REQUEST
                       WHERE  REQ_YY  = :RREQ-REQ-YY
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'                TO  S-ROLLBACK
               MOVE  SQLCODE            TO  W-SQLCODE
               MOVE  C-RC02             TO  W-COMM-RC
               MOVE  'REQUEST NUMBERING FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:34)
               MOVE  W-SQLCODE          TO  W-COMM-MSG(35:5)
               GO TO  S2320-NEXT-REQ-NO-EXIT
           END-IF.

           MOVE  RCAT-RPT-ID           TO  RREQ-RPT-ID.
           MOVE  W-COMM-OPID           TO  RREQ-REQ-OPID.
           MOVE  W-SYS-DT              TO  RREQ-REQ-D.
           MOVE  W-SYS-TIME            TO  RREQ-REQ-TM.

       S2320-NEXT-REQ-NO-EXIT.
           EXIT.
      *****************************************************************
      *S2330-CHECK-AUTH
      *****************************************************************
       S2330-CHECK-AUTH         SECTION.

           MOVE  W-COMM-OPID           TO  L-SAUTH-OPID.
           MOVE  RCAT-FUNC-CD          TO  L-SAUTH-FUNC-CD.
           MOVE  ZERO                  TO  L-SAUTH-CHK-CNT.
           MOVE  W-SYS-DT              TO  L-SAUTH-TODAY.

           CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM.

           IF  L-SAUTH-AUTH-FG  NOT =  'Y'
               MOVE  'REQUESTER NOT AUTHORIZED FOR THIS REPORT'
                                        TO  W-REJECT-REASON
           END-IF.

       S2330-CHECK-AUTH-EXIT.
           EXIT.
      *****************************************************************
      *S2340-CHECK-PARMS
      *      THE PARAMETERS OF THE REPORT'S KIND MUST BE PRESENT AND
      *      VALID; A RECEIPT MUST EXIST.
      *****************************************************************
       S2340-CHECK-PARMS        SECTION.

           IF  W-COMM-SEQNO  NOT  NUMERIC
               MOVE  ZERO              TO  W-COMM-SEQNO
           END-IF.

           EVALUATE  TRUE
               WHEN  RCAT-PARM-RECEIPT
                     IF  W-COMM-TXOFF  =  SPACE
                     OR  W-COMM-YY     NOT  NUMERIC
                     OR  W-COMM-SEQNO  =  ZERO
                         MOVE  'RECEIPT NUMBER IS REQUIRED'
                                        TO  W-REJECT-REASON
                     ELSE
                         PERFORM  S2345-CHECK-RECEIPT
                     END-IF

               WHEN  RCAT-PARM-TAXPAYER
               AND  ( W-COMM-TXOFF   =  SPACE
                 OR   W-COMM-BUSNID  =  SPACE )
                     MOVE  'OFFICE AND BUSINESS ID ARE REQUIRED'
                                        TO  W-REJECT-REASON

               WHEN  OTHER
                     CONTINUE
           END-EVALUATE.

           IF  W-REJECT-REASON  NOT =  SPACE
           OR  RCAT-PARM-RECEIPT
               GO TO  S2340-CHECK-PARMS-EXIT
           END-IF.

      *    DATES AND TAXPAYER/PERIOD REPORTS NEED A VALID RANGE.
           MOVE  W-COMM-DT-FR          TO  W-CHK-DT.
           PERFORM  S8300-CHECK-DATE.
           IF  NOT  W-CHK-DT-OK-YES
               MOVE  'DATE FROM IS NOT A VALID YYYYMMDD DATE'
                                        TO  W-REJECT-REASON
               GO TO  S2340-CHECK-PARMS-EXIT
           END-IF.

           MOVE  W-COMM-DT-TO          TO  W-CHK-DT.
           PERFORM  S8300-CHECK-DATE.
           IF  NOT  W-CHK-DT-OK-YES
               MOVE  'DATE TO IS NOT A VALID YYYYMMDD DATE'
                                        TO  W-REJECT-REASON
               GO TO  S2340-CHECK-PARMS-EXIT
           END-IF.

           IF  W-COMM-DT-FR  >  W-COMM-DT-TO
               MOVE  'DATE FROM IS AFTER DATE TO'
                                        TO  W-REJECT-REASON
           END-IF.

       S2340-CHECK-PARMS-EXIT.
           EXIT.
      *****************************************************************
      *S2345-CHECK-RECEIPT
      *      A LIVE RECEIPT, OR - FOR A REPORT THAT CAN READ THE
      *      ARCHIVE - ONE LAPB9 HAS MOVED TO DRWH.
      *****************************************************************
       S2345-CHECK-RECEIPT      SECTION.

           MOVE  SPACE                 TO  W-PARM-SOURCE.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-ROW-CNT
                        FROM  DRWA.TRWAD
                       WHERE  RCVE_NO_TXOFF  = :W-COMM-TXOFF
                         AND  RCVE_NO_YY     = :W-COMM-YY
                         AND  RCVE_NO_SEQNO  = :W-COMM-SEQNO
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'                TO  S-ROLLBACK
               MOVE  SQLCODE            TO  W-SQLCODE
               MOVE  C-RC02             TO  W-COMM-RC
               MOVE  'RECEIPT CHECK FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:30)
               MOVE  W-SQLCODE          TO  W-COMM-MSG(31:5)
               GO TO  S2345-CHECK-RECEIPT-EXIT
           END-IF.

           IF  W-ROW-CNT  >  ZERO
               GO TO  S2345-CHECK-RECEIPT-EXIT
           END-IF.

           IF  RCAT-ARCH-YES
               EXEC  SQL  SELECT  COUNT(*)
                            INTO  :W-ROW-CNT
                            FROM  DRWH.TRWAV
                           WHERE  RCVE_NO_TXOFF  = :W-COMM-TXOFF
                             AND  RCVE_NO_YY     = :W-COMM-YY
                             AND  RCVE_NO_SEQNO  = :W-COMM-SEQNO
               END-EXEC
               IF  SQLCODE  =  0
               AND W-ROW-CNT  >  ZERO
                   MOVE  'A'            TO  W-PARM-SOURCE
                   GO TO  S2345-CHECK-RECEIPT-EXIT
               END-IF
           END-IF.

           MOVE  'RECEIPT NOT FOUND'    TO  W-REJECT-REASON.

       S2345-CHECK-RECEIPT-EXIT.
           EXIT.
      *****************************************************************
      *S2350-BUILD-CARD
      *      THE PARAMETERS AS THE REPORT TAKES THEM - ALSO WHAT IS
      *      LOGGED ON THE REQUEST.
      *****************************************************************
       S2350-BUILD-CARD         SECTION.

           IF  RCAT-PARM-TAXPAYER
               MOVE  SPACE             TO  W-PARM-CARD-T
               MOVE  W-COMM-TXOFF      TO  W-PARM-T-TXOFF
               MOVE  W-COMM-BUSNID     TO  W-PARM-T-BUSNID
               MOVE  W-COMM-DT-FR      TO  W-PARM-T-DT-FR
               MOVE  W-COMM-DT-TO      TO  W-PARM-T-DT-TO
           ELSE
               MOVE  W-COMM-TXOFF      TO  W-PARM-TXOFF
               MOVE  W-COMM-YY         TO  W-PARM-YY
               MOVE  W-COMM-SEQNO      TO  W-PARM-SEQNO
               MOVE  W-COMM-DT-FR      TO  W-PARM-DT-FR
               MOVE  W-COMM-DT-TO      TO  W-PARM-DT-TO
               IF  RCAT-PARM-RECEIPT
                   MOVE  SPACE         TO  W-PARM-DT-FR
                                           W-PARM-DT-TO
               ELSE
                   MOVE  SPACE         TO  W-PARM-TXOFF
                                           W-PARM-YY
                                           W-PARM-SOURCE
                   MOVE  ZERO          TO  W-PARM-SEQNO
               END-IF
           END-IF.

           MOVE  W-PARM-CARD           TO  RREQ-PARM-CARD.

       S2350-BUILD-CARD-EXIT.
           EXIT.
      *****************************************************************
      *S2360-SUBMIT-JOB
      *      THE GENERATED JOB, THROUGH LCBSTRDR:
      *        STEP1  THE REPORT, ITS REPORT DD ON A NEW DATASET
      *        STEP2  LCBBRPTC 'D' - QUEUE THE OUTPUT (STEP1 RC <= 4)
      *        STEP3  LCBBRPTC 'E' - MARK FAILED (STEP1 RC > 4 OR
      *               ABEND)
      *****************************************************************
       S2360-SUBMIT-JOB         SECTION.

           INITIALIZE                  W-TRDR-AREA.
           MOVE  'SUBMIT'              TO  TRDR-EYE.
           MOVE  ZERO                  TO  W-CARD-IX.

           MOVE  SPACE                 TO  W-JCL-CARD.
           STRING  '//' RREQ-JOB-NM
                   ' JOB (LCB),''RPTREQ'',CLASS=A,MSGCLASS=X'
                   DELIMITED BY SIZE  INTO  W-JCL-CARD
           END-STRING.
           PERFORM  S2365-ADD-CARD.

           MOVE  SPACE                 TO  W-JCL-CARD.
           STRING  '//STEP1    EXEC PGM='  RCAT-PGM-ID
                   DELIMITED BY SIZE  INTO  W-JCL-CARD
           END-STRING.
           PERFORM  S2365-ADD-CARD.

           MOVE  SPACE                 TO  W-JCL-CARD.
           STRING  '//'  RCAT-RPT-DD  ' DD DSN='
                                       DELIMITED BY SIZE
                   RREQ-OUT-DSN        DELIMITED BY SPACE
                   ','                 DELIMITED BY SIZE
                   INTO  W-JCL-CARD
           END-STRING.
           PERFORM  S2365-ADD-CARD.

           MOVE  '//            DISP=(NEW,CATLG,DELETE),'
                                       TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  '//            SPACE=(CYL,(5,5),RLSE),RECFM=FB,LRECL=1
      -          '32'                  TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  '//SYSIN    DD *'     TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  W-PARM-CARD           TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  '/*'                  TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  RREQ-REQ-YY           TO  W-CLOSE-REQ-YY.
           MOVE  RREQ-REQ-SEQNO        TO  W-CLOSE-REQ-SEQNO.

           MOVE  SPACE                 TO  W-JCL-CARD.
           STRING  '//STEP2    EXEC PGM='  C-PGM-LCBBRPTC
                   ',COND=(4,LT,STEP1)'
                   DELIMITED BY SIZE  INTO  W-JCL-CARD
           END-STRING.
           PERFORM  S2365-ADD-CARD.

           MOVE  '//SYSIN    DD *'     TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  'D'                   TO  W-CLOSE-ACTION.
           MOVE  W-CLOSE-CARD          TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  '/*'                  TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  SPACE                 TO  W-JCL-CARD.
           STRING  '//STEP3    EXEC PGM='  C-PGM-LCBBRPTC
                   ',COND=((4,GE,STEP1),EVEN)'
                   DELIMITED BY SIZE  INTO  W-JCL-CARD
           END-STRING.
           PERFORM  S2365-ADD-CARD.

           MOVE  '//SYSIN    DD *'     TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  'E'                   TO  W-CLOSE-ACTION.
           MOVE  W-CLOSE-CARD          TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  '/*'                  TO  W-JCL-CARD.
           PERFORM  S2365-ADD-CARD.

           MOVE  W-CARD-IX             TO  TRDR-CARD-CNT.

           EXEC  CICS  LINK  PROGRAM (C-PGM-LCBSTRDR)
                             COMMAREA(W-TRDR-AREA)
                             LENGTH  (LENGTH OF W-TRDR-AREA)
                             RESP    (W-RETURN-CODE)
           END-EXEC.

           IF  W-RETURN-NORMAL
           AND TRDR-RC-OK
               GO TO  S2360-SUBMIT-JOB-EXIT
           END-IF.

           MOVE  'E'                   TO  RREQ-STATUS.
           MOVE  'JOB SUBMIT FAILED - TRY AGAIN LATER'
                                       TO  RREQ-REASON.

           EXEC  SQL  UPDATE  LCBD2CTL.RPT_REQUEST
                         SET  STATUS     = :RREQ-STATUS,
                              REASON     = :RREQ-REASON,
                              DONE_D     = :W-SYS-DT,
                              DONE_TM    = :W-SYS-TIME
                       WHERE  REQ_YY     = :RREQ-REQ-YY
                         AND  REQ_SEQNO  = :RREQ-REQ-SEQNO
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'                TO  S-ROLLBACK
               MOVE  SQLCODE            TO  W-SQLCODE
               MOVE  C-RC02             TO  W-COMM-RC
               MOVE  'REQUEST UPDATE FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:31)
               MOVE  W-SQLCODE          TO  W-COMM-MSG(32:5)
           END-IF.

       S2360-SUBMIT-JOB-EXIT.
           EXIT.
      *****************************************************************
      *S2365-ADD-CARD
      *****************************************************************
       S2365-ADD-CARD           SECTION.

           ADD   1                     TO  W-CARD-IX.
           MOVE  W-JCL-CARD            TO  TRDR-CARD (W-CARD-IX).

       S2365-ADD-CARD-EXIT.
           EXIT.
      *****************************************************************
      *S2370-RUN-ONLINE
      *      AN ONLINE REPORT RUNS AT ONCE AND QUEUES ITS OWN TRWAP
      *      ROW UNDER THE STATEMENT NUMBER IT RETURNS.
      *****************************************************************
       S2370-RUN-ONLINE         SECTION.

           INITIALIZE                  W-MAPMS-AREA.
           MOVE  W-COMM-TXOFF          TO  W-MAPMS-TXOFF-CD.
           MOVE  W-COMM-BUSNID         TO  W-MAPMS-BUSNID.
           MOVE  W-COMM-DT-FR          TO  W-MAPMS-PERIOD-FR.
           MOVE  W-COMM-DT-TO          TO  W-MAPMS-PERIOD-TO.

           EXEC  CICS  LINK  PROGRAM (RCAT-PGM-ID)
                             COMMAREA(W-MAPMS-AREA)
                             LENGTH  (LENGTH OF W-MAPMS-AREA)
                             RESP    (W-RETURN-CODE)
           END-EXEC.

           MOVE  W-SYS-DT              TO  RREQ-DONE-D.
           MOVE  W-SYS-TIME            TO  RREQ-DONE-TM.

           IF  W-RETURN-NORMAL
           AND W-MAPMS-RC  =  C-RC00
               MOVE  'D'               TO  RREQ-STATUS
               MOVE  W-COMM-TXOFF      TO  RREQ-DLV-TXOFF
               MOVE  W-SYS-DT (1:4)    TO  RREQ-DLV-YY
               MOVE  W-MAPMS-STMT-NO   TO  RREQ-DLV-SEQNO
           ELSE
               MOVE  'E'               TO  RREQ-STATUS
               IF  W-RETURN-NORMAL
                   MOVE  W-MAPMS-MSG   TO  RREQ-REASON
               ELSE
                   MOVE  'REPORT PROGRAM COULD NOT BE LINKED'
                                       TO  RREQ-REASON
               END-IF
           END-IF.

       S2370-RUN-ONLINE-EXIT.
           EXIT.
      *****************************************************************
      *S2380-LOG-REQUEST
      *****************************************************************
       S2380-LOG-REQUEST        SECTION.

           IF  RREQ-STATUS-SUBMITTED
               MOVE  RREQ-REQ-SEQNO    TO  W-REQ-NO-ED
               MOVE  SPACE             TO  RREQ-JOB-NM
                                           RREQ-OUT-DSN
               STRING  'R' W-REQ-NO-ED
                       DELIMITED BY SIZE  INTO  RREQ-JOB-NM
               END-STRING
               STRING  C-OUT-DSN-HLQ  RREQ-REQ-YY  '.R'  W-REQ-NO-ED
                       DELIMITED BY SIZE  INTO  RREQ-OUT-DSN
               END-STRING
           END-IF.

           EXEC  SQL  INSERT  INTO  LCBD2CTL.RPT_REQUEST
                             (REQ_YY      ,
                              REQ_SEQNO   ,
                              RPT_ID      ,
                              REQ_OPID    ,
                              REQ_D       ,
                              REQ_TM      ,
                              PARM_CARD   ,
                              STATUS      ,
                              REASON      ,
                              JOB_NM      ,
                              OUT_DSN     ,
                              DLV_TXOFF   ,
                              DLV_YY      ,
                              DLV_SEQNO   ,
                              DONE_D      ,
                              DONE_TM       )
                       VALUES
                             (:RREQ-REQ-YY      ,
                              :RREQ-REQ-SEQNO   ,
                              :RREQ-RPT-ID      ,
                              :RREQ-REQ-OPID    ,
                              :RREQ-REQ-D       ,
                              :RREQ-REQ-TM      ,
                              :RREQ-PARM-CARD   ,
                              :RREQ-STATUS      ,
                              :RREQ-REASON      ,
                              :RREQ-JOB-NM      ,
                              :RREQ-OUT-DSN     ,
                              :RREQ-DLV-TXOFF   ,
                              :RREQ-DLV-YY      ,
                              :RREQ-DLV-SEQNO   ,
                              :RREQ-DONE-D      ,
                              :RREQ-DONE-TM       )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'                TO  S-ROLLBACK
               MOVE  SQLCODE            TO  W-SQLCODE
               MOVE  C-RC02             TO  W-COMM-RC
               MOVE  'REQUEST LOG FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:28)
               MOVE  W-SQLCODE          TO  W-COMM-MSG(29:5)
           END-IF.

       S2380-LOG-REQUEST-EXIT.
           EXIT.
      *****************************************************************
      *S2400-INQUIRY
      *      ONE REQUEST BY NUMBER, OR THE REQUESTER'S LATEST 10.
      *      THE LIST DESCRIPTION CARRIES THE REASON OF A REJECTED
      *      OR FAILED REQUEST.
      *****************************************************************
       S2400-INQUIRY            SECTION.

           PERFORM  S2900-CLEAR-LIST.

           IF  W-COMM-REQ-SEQNO  NOT  NUMERIC
               MOVE  ZERO              TO  W-COMM-REQ-SEQNO
           END-IF.

           IF  W-COMM-REQ-SEQNO  =  ZERO
               GO TO  S2450-INQUIRY-LIST
           END-IF.

           EXEC  SQL  SELECT  REQ_YY, REQ_SEQNO, RPT_ID, REQ_D,
                              STATUS, REASON, REQ_OPID
                        INTO  :RREQ-REQ-YY, :RREQ-REQ-SEQNO,
                              :RREQ-RPT-ID, :RREQ-REQ-D,
                              :RREQ-STATUS, :RREQ-REASON,
                              :RREQ-REQ-OPID
                        FROM  LCBD2CTL.RPT_REQUEST
                       WHERE  REQ_YY     = :W-COMM-REQ-YY
                         AND  REQ_SEQNO  = :W-COMM-REQ-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     IF  RREQ-REQ-OPID  NOT =  W-COMM-OPID
                         MOVE  C-RC03  TO  W-COMM-RC
                         MOVE  'REQUEST NOT FOUND FOR THIS REQUESTER'
                                        TO  W-COMM-MSG
                     ELSE
                         MOVE  1       TO  W-COMM-LIST-CNT
                                           W-LIST-IX
                         PERFORM  S2420-MOVE-REQ-TO-LIST
                         MOVE  C-RC00  TO  W-COMM-RC
                     END-IF
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'REQUEST NOT FOUND FOR THIS REQUESTER'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'REQUEST SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

           GO TO  S2400-INQUIRY-EXIT.

       S2450-INQUIRY-LIST.

           EXEC  SQL  OPEN  CUR-REQ    END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'REQUEST OPEN FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:30)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(31:5)
               GO TO  S2400-INQUIRY-EXIT
           END-IF.

           PERFORM  S2410-FETCH-ONE-REQ
                    UNTIL  S-LIST-END-YES
                       OR  W-COMM-LIST-CNT  NOT <  C-LIST-MAX.

           EXEC  SQL  CLOSE  CUR-REQ   END-EXEC.

           IF  W-COMM-RC  =  SPACE
               MOVE  C-RC00            TO  W-COMM-RC
               IF  W-COMM-LIST-CNT  =  ZERO
                   MOVE  'NO REQUESTS ON FILE FOR THIS REQUESTER'
                                        TO  W-COMM-MSG
               END-IF
           END-IF.

       S2400-INQUIRY-EXIT.
           EXIT.
      *****************************************************************
      *S2410-FETCH-ONE-REQ
      *****************************************************************
       S2410-FETCH-ONE-REQ      SECTION.

           EXEC  SQL
                 FETCH  CUR-REQ
                 INTO  :RREQ-REQ-YY
                 ,     :RREQ-REQ-SEQNO
                 ,     :RREQ-RPT-ID
                 ,     :RREQ-REQ-D
                 ,     :RREQ-STATUS
                 ,     :RREQ-REASON
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1           TO  W-COMM-LIST-CNT
                     MOVE  W-COMM-LIST-CNT  TO  W-LIST-IX
                     PERFORM  S2420-MOVE-REQ-TO-LIST
               WHEN  100
                     MOVE  'Y'         TO  S-LIST-END
               WHEN  OTHER
                     MOVE  'Y'         TO  S-LIST-END
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'REQUEST FETCH FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2410-FETCH-ONE-REQ-EXIT.
           EXIT.
      *****************************************************************
      *S2420-MOVE-REQ-TO-LIST
      *****************************************************************
       S2420-MOVE-REQ-TO-LIST   SECTION.

           MOVE  RREQ-RPT-ID     TO  W-COMM-L-RPT-ID    (W-LIST-IX).
           MOVE  RREQ-REASON     TO  W-COMM-L-DESC      (W-LIST-IX).
           MOVE  RREQ-REQ-YY     TO  W-COMM-L-REQ-YY    (W-LIST-IX).
           MOVE  RREQ-REQ-SEQNO  TO  W-COMM-L-REQ-SEQNO (W-LIST-IX).
           MOVE  RREQ-REQ-D      TO  W-COMM-L-REQ-D     (W-LIST-IX).
           MOVE  RREQ-STATUS     TO  W-COMM-L-STATUS    (W-LIST-IX).

       S2420-MOVE-REQ-TO-LIST-EXIT.
           EXIT.
      *****************************************************************
      *S2900-CLEAR-LIST
      *****************************************************************
       S2900-CLEAR-LIST         SECTION.

           MOVE  ZERO                  TO  W-COMM-LIST-CNT
                                           W-LIST-IX.
           MOVE  'N'                   TO  S-LIST-END.

           PERFORM  VARYING  W-LIST-IX  FROM  1  BY  1
                     UNTIL   W-LIST-IX  >  C-LIST-MAX
               INITIALIZE  W-COMM-LIST (W-LIST-IX)
           END-PERFORM.
           MOVE  ZERO                  TO  W-LIST-IX.

       S2900-CLEAR-LIST-EXIT.
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
      *S8300-CHECK-DATE
      *      W-CHK-DT MUST BE A YYYYMMDD DATE (MONTH 1-12, DAY 1-31).
      *****************************************************************
       S8300-CHECK-DATE         SECTION.

           MOVE  'N'                   TO  W-CHK-DT-OK.

           IF  W-CHK-DT  NOT  NUMERIC
               GO TO  S8300-CHECK-DATE-EXIT
           END-IF.

           IF  W-CHK-YYYY  <  1900
           OR  W-CHK-MM    <  1  OR  W-CHK-MM  >  12
           OR  W-CHK-DD    <  1  OR  W-CHK-DD  >  31
               GO TO  S8300-CHECK-DATE-EXIT
           END-IF.

           MOVE  'Y'                   TO  W-CHK-DT-OK.

       S8300-CHECK-DATE-EXIT.
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
      *              PROGRAM  ID  :  LCBPRPT                           *
      *                                                                *
      ******************************************************************
