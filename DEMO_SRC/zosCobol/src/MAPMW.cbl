      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           MAPMW.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    M  A  P  M  W                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  WRITE-OFF OF UNCOLLECTIBLE ARREARS UNDER    *
      *                     DUAL CONTROL, ONE TTJBD ITEM (RESID /      *
      *                     TXPAYER-TP / TXTP-CD) AT A TIME.           *
      *                     W-COMM-FUNC:                               *
      *                       'R'  REQUEST - REASON CODE (DS BUSINESS  *
      *                            DISSOLVED, BK BANKRUPT, SL STATUTE  *
      *                            OF LIMITATIONS) AND THE SUPPORTING  *
      *                            DOCUMENT REFERENCE.  THE REQUEST    *
      *                            IS PARKED ON THE TRWBY APPROVAL     *
      *                            REGISTER (RTN-TP 'W')               *
      *                       'I'  INQUIRE ONE REQUEST (WO-SEQNO ZERO  *
      *                            = THE ITEM'S LATEST)                *
      *                       'A'  APPROVE - A DIFFERENT OPERATOR      *
      *                            WHOSE LCBSAUTH 'MAPWOAPV' LIMIT     *
      *                            COVERS THE AMOUNT.  POSTS THE TTJAC *
      *                            'WO' OFFSET ROWS PER COMPONENT AND  *
      *                            TAKES THE PRINCIPAL OFF TTJBD, SO   *
      *                            MAPB2 ACCRUES NOTHING MORE          *
      *                       'J'  REJECT A PENDING REQUEST            *
      *                     A LATER PAYMENT REINSTATES THE DEBT        *
      *                     (MAPB5); THE MONTHLY REGISTER IS MAPB6'S.  *
      *                                                                *
      *  TRANSACTION    -  MAMW                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  400 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  400 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DTAA.TTAAA (  BUSINESS MASTER  )                         R    *
      *  DTJB.TTJBD (  ARREARS  )                                 RU   *
      *  DTJA.TTJAC (  ACCOUNT ACTIVITY  )                        CR   *
      *  DTJA.TTJAH (  BALANCE SUMMARY, VIA MAPSE  )              CU   *
      *  DTJB.TTJBI (  WRITE-OFF REGISTER  )                      CRU  *
      *  DRWB.TRWBY (  PENDING-APPROVAL REGISTER  )              CRUD  *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/10/15    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         EACH 'WO' ROW IS ADDED INTO ITS *
      *                                TTJAH BALANCE SUMMARY (MAPSE)   *
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
           VALUE 'MAPMW - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-MAPMW             PIC  X(05)  VALUE 'MAPMW'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-PGM-MAPSE             PIC  X(08)  VALUE 'MAPSE'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
      *    THE TRWBY REGISTER KEY CLASS RESERVED FOR WRITE-OFFS - THE
      *    RTN-TP PIGEONHOLE, NEVER A REAL RETURN TYPE.
           05  C-RTN-TP-WRITEOFF       PIC  X(01)  VALUE 'W'.
      *    TTJAC TRANSACTION TYPE OF A WRITE-OFF OFFSET ROW.
           05  C-TRANS-TP-WRITEOFF     PIC  X(02)  VALUE 'WO'.
      *    LARGEST AMOUNT THE LCBSAUTH CHECK FIELD CAN CARRY.
           05  C-AUTH-AMT-MAX          PIC  S9(09) COMP-3
                                                   VALUE +999999999.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-OPEN-CNT              PIC  S9(09) COMP VALUE +0.
           05  W-NOPAY-AMT             PIC  S9(13)V9(02) COMP-3
                                                   VALUE +0.
           05  W-OPEN-PEN              PIC  S9(13)V9(02) COMP-3
                                                   VALUE +0.
           05  W-OPEN-INT              PIC  S9(13)V9(02) COMP-3
                                                   VALUE +0.
           05  W-OPEN-TOT              PIC  S9(13)V9(02) COMP-3
                                                   VALUE +0.
           05  W-AUTH-AMT              PIC  S9(13)     COMP-3
                                                   VALUE +0.
      *    ONE TTJAC POSTING.
           05  W-NEXT-SEQNO            PIC  S9(07) COMP-3 VALUE +0.
           05  W-FIRST-SEQNO           PIC  S9(07) COMP-3 VALUE +0.
           05  W-COMPONENT-CD          PIC  X(01)  VALUE SPACE.
           05  W-DETAIL-NM             PIC  X(50)  VALUE SPACE.
           05  W-POST-AMT              PIC  S9(13)V9(02) COMP-3
                                                   VALUE +0.

       01  W-COMM-AREA.
           05  W-COMM-FUNC             PIC  X(01).
               88  W-COMM-FUNC-REQUEST             VALUE 'R'.
               88  W-COMM-FUNC-INQUIRE             VALUE 'I'.
               88  W-COMM-FUNC-APPROVE             VALUE 'A'.
               88  W-COMM-FUNC-REJECT              VALUE 'J'.
           05  W-COMM-OPID             PIC  X(08).
      *    THE TTJBD ITEM AND THE REQUEST NUMBER ON IT - RETURNED BY
      *    'R', KEYED FOR THE REST.
           05  W-COMM-ITEM-KEY.
               10  W-COMM-RESID        PIC  X(13).
               10  W-COMM-TXPAYER-TP   PIC  X(01).
               10  W-COMM-TXTP-CD      PIC  X(02).
               10  W-COMM-WO-SEQNO     PIC  9(04).
           05  W-COMM-DETAIL.
               10  W-COMM-RSN-CD       PIC  X(02).
               10  W-COMM-DOC-REF      PIC  X(30).
               10  W-COMM-STAUS        PIC  X(01).
               10  W-COMM-TXOFF-CD     PIC  X(03).
               10  W-COMM-BUSNID       PIC  X(10).
               10  W-COMM-PRIN-AMT     PIC  S9(13)V9(02).
               10  W-COMM-PEN-AMT      PIC  S9(13)V9(02).
               10  W-COMM-INT-AMT      PIC  S9(13)V9(02).
               10  W-COMM-REQ-AMT      PIC  S9(13)V9(02).
               10  W-COMM-REQ-OPID     PIC  X(08).
               10  W-COMM-REQ-DT       PIC  X(08).
               10  W-COMM-APPV-OPID    PIC  X(08).
               10  W-COMM-APPV-DT      PIC  X(08).
               10  W-COMM-POST-DT      PIC  X(08).
               10  W-COMM-REINST-DT    PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(135).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TTJBI          *
      *                                ********************************
           EXEC  SQL   INCLUDE  TJOBI   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWBY          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOBY   END-EXEC.

      ****************************************************************
      *    PARAMETER AREA OF THE CENTRAL LCBSAUTH AUTHORITY CHECK,    *
      *    CARRIED AS LCBSAUTH ITSELF DEFINES IT.                     *
      ****************************************************************
       01  L-SAUTH-PARM.
           05  L-SAUTH-INPUT.
               10  L-SAUTH-OPID         PIC  X(08).
               10  L-SAUTH-FUNC-CD      PIC  X(08).
               10  L-SAUTH-CHK-CNT      PIC  S9(09) COMP-3.
               10  L-SAUTH-TODAY        PIC  X(08).
           05  L-SAUTH-OUTPUT.
               10  L-SAUTH-AUTH-FG      PIC  X(01).
               10  L-SAUTH-RC           PIC  X(02).

      ****************************************************************
      *    PARAMETER AREA OF THE MAPSE BALANCE SUMMARY SERVICE,       *
      *    CARRIED AS MAPSE ITSELF DEFINES IT.                        *
      ****************************************************************
       01  L-MAPSE-AREA.
           05  L-MAPSE-INPUT.
               10  L-MAPSE-BUSNID       PIC  X(10).
               10  L-MAPSE-TXTP-CD      PIC  X(02).
               10  L-MAPSE-TRANS-DT     PIC  X(08).
               10  L-MAPSE-TRANS-TP     PIC  X(02).
               10  L-MAPSE-TRANS-AMT    PIC  S9(13)V9(02) COMP-3.
           05  L-MAPSE-OUTPUT.
               10  L-MAPSE-RETURN-STATUS
                                        PIC  X(01).

       01  WS-END                      PIC X(40)
           VALUE 'MAPMW - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(400).

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

           IF  W-COMM-OPID  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OPERATOR REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           IF  W-COMM-RESID       =  SPACE
           OR  W-COMM-TXPAYER-TP  =  SPACE
           OR  W-COMM-TXTP-CD     =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RESID, TAXPAYER TYPE AND TAX TYPE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           IF  W-COMM-WO-SEQNO  NOT NUMERIC
               MOVE  ZERO              TO  W-COMM-WO-SEQNO
           END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-FUNC-REQUEST
                     PERFORM  S2100-REQUEST-WRITEOFF
               WHEN  W-COMM-FUNC-INQUIRE
                     PERFORM  S2500-INQUIRE-WRITEOFF
               WHEN  W-COMM-FUNC-APPROVE
                     PERFORM  S2600-APPROVE-WRITEOFF
               WHEN  W-COMM-FUNC-REJECT
                     PERFORM  S2700-REJECT-WRITEOFF
               WHEN  OTHER
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'FUNCTION MUST BE R, I, A OR J'
                                        TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-REQUEST-WRITEOFF
      *      ONE OPEN REQUEST PER ITEM.  THE AMOUNTS ARE SHOWN AS AT
      *      TODAY AND WORKED OUT AGAIN AT APPROVAL.
      *****************************************************************
       S2100-REQUEST-WRITEOFF   SECTION.

           MOVE  W-COMM-OPID           TO  L-SAUTH-OPID.
           MOVE  'MAPWOREQ'            TO  L-SAUTH-FUNC-CD.
           MOVE  ZERO                  TO  L-SAUTH-CHK-CNT.
           MOVE  W-SYS-DT              TO  L-SAUTH-TODAY.
           CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM.
           IF  L-SAUTH-AUTH-FG  NOT =  'Y'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OPERATOR NOT AUTHORIZED TO REQUEST WRITE-OFF'
                                        TO  W-COMM-MSG
               GO TO  S2100-REQUEST-WRITEOFF-EXIT
           END-IF.

           IF  W-COMM-RSN-CD  NOT =  'DS'  AND  'BK'  AND  'SL'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'REASON MUST BE DS, BK OR SL'
                                        TO  W-COMM-MSG
               GO TO  S2100-REQUEST-WRITEOFF-EXIT
           END-IF.

           IF  W-COMM-DOC-REF  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'SUPPORTING DOCUMENT REFERENCE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2100-REQUEST-WRITEOFF-EXIT
           END-IF.

           PERFORM  S2800-OPEN-AMOUNTS.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-REQUEST-WRITEOFF-EXIT
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-OPEN-CNT
                        FROM  DTJB.TTJBI
                       WHERE  RESID      = :W-COMM-RESID
                         AND  TXPAYER_TP = :W-COMM-TXPAYER-TP
                         AND  TXTP_CD    = :W-COMM-TXTP-CD
                         AND  WO_STAUS   = 'P'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJBI SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2100-REQUEST-WRITEOFF-EXIT
           END-IF.

           IF  W-OPEN-CNT  >  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'A WRITE-OFF REQUEST IS ALREADY PENDING'
                                        TO  W-COMM-MSG
               GO TO  S2100-REQUEST-WRITEOFF-EXIT
           END-IF.

           INITIALIZE                  TTJBI.
           MOVE  W-COMM-RESID          TO  RESID      OF TTJBI.
           MOVE  W-COMM-TXPAYER-TP     TO  TXPAYER-TP OF TTJBI.
           MOVE  W-COMM-TXTP-CD        TO  TXTP-CD    OF TTJBI.

           EXEC  SQL  SELECT  COALESCE(MAX(WO_SEQNO), 0) + 1
                        INTO  :TTJBI.WO-SEQNO
                        FROM  DTJB.TTJBI
                       WHERE  RESID      = :TTJBI.RESID
                         AND  TXPAYER_TP = :TTJBI.TXPAYER-TP
                         AND  TXTP_CD    = :TTJBI.TXTP-CD
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJBI SEQNO FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:28)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2100-REQUEST-WRITEOFF-EXIT
           END-IF.

           MOVE  W-COMM-TXOFF-CD       TO  TXOFF-CD       OF TTJBI.
           MOVE  W-COMM-BUSNID         TO  BUSNID         OF TTJBI.
           MOVE  W-COMM-RSN-CD         TO  WO-RSN-CD      OF TTJBI.
           MOVE  W-COMM-DOC-REF        TO  DOC-REF        OF TTJBI.
           MOVE  'P'                   TO  WO-STAUS       OF TTJBI.
           MOVE  W-OPEN-TOT            TO  REQ-AMT        OF TTJBI.
           MOVE  W-NOPAY-AMT           TO  PRIN-AMT       OF TTJBI.
           MOVE  W-OPEN-PEN            TO  PEN-AMT        OF TTJBI.
           MOVE  W-OPEN-INT            TO  INT-AMT        OF TTJBI.
           MOVE  W-COMM-OPID           TO  REQ-OPID       OF TTJBI.
           MOVE  W-SYS-DT              TO  REQ-DT         OF TTJBI
                                            STAUS-DT       OF TTJBI.
           MOVE  W-SYS-TIME            TO  REQ-TIME       OF TTJBI.
           MOVE  SPACE                 TO  APPV-OPID      OF TTJBI
                                            APPV-DT        OF TTJBI
                                            POST-DT        OF TTJBI
                                            REINST-DT      OF TTJBI.
           MOVE  ZERO                  TO  POST-SEQNO     OF TTJBI
                                            REINST-PAY-AMT OF TTJBI.

           EXEC  SQL  INSERT  INTO  DTJB.TTJBI
                           (RESID,          TXPAYER_TP,
                            TXTP_CD,        WO_SEQNO,
                            TXOFF_CD,       BUSNID,
                            WO_RSN_CD,      DOC_REF,
                            WO_STAUS,       REQ_AMT,
                            PRIN_AMT,       PEN_AMT,
                            INT_AMT,        REQ_OPID,
                            REQ_DT,         REQ_TIME,
                            APPV_OPID,      APPV_DT,
                            POST_DT,        POST_SEQNO,
                            REINST_DT,      REINST_PAY_AMT,
                            STAUS_DT)
                     VALUES
                           (:TTJBI.RESID,
                            :TTJBI.TXPAYER-TP,
                            :TTJBI.TXTP-CD,
                            :TTJBI.WO-SEQNO,
                            :TTJBI.TXOFF-CD,
                            :TTJBI.BUSNID,
                            :TTJBI.WO-RSN-CD,
                            :TTJBI.DOC-REF,
                            :TTJBI.WO-STAUS,
                            :TTJBI.REQ-AMT,
                            :TTJBI.PRIN-AMT,
                            :TTJBI.PEN-AMT,
                            :TTJBI.INT-AMT,
                            :TTJBI.REQ-OPID,
                            :TTJBI.REQ-DT,
                            :TTJBI.REQ-TIME,
                            :TTJBI.APPV-OPID,
                            :TTJBI.APPV-DT,
                            :TTJBI.POST-DT,
                            :TTJBI.POST-SEQNO,
                            :TTJBI.REINST-DT,
                            :TTJBI.REINST-PAY-AMT,
                            :TTJBI.STAUS-DT)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJBI INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2100-REQUEST-WRITEOFF-EXIT
           END-IF.

           PERFORM  S2150-PARK-REQUEST.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-REQUEST-WRITEOFF-EXIT
           END-IF.

           MOVE  WO-SEQNO OF TTJBI     TO  W-COMM-WO-SEQNO.
           PERFORM  S2900-MOVE-DETAIL.

           MOVE  C-RC00                TO  W-COMM-RC.
           MOVE  'WRITE-OFF REQUESTED - TRWBY APPROVAL REQUIRED'
                                        TO  W-COMM-MSG.

       S2100-REQUEST-WRITEOFF-EXIT.
           EXIT.
      *****************************************************************
      *S2150-PARK-REQUEST
      *      THE SAME TRWBY SECOND-PAIR-OF-EYES REGISTER MJP17
      *      DELETIONS AND LAP18 MERGES PASS.  AFFECTED-CNT CARRIES
      *      THE WHOLE AMOUNT FOR THE APPROVER'S WORK LIST.
      *****************************************************************
       S2150-PARK-REQUEST       SECTION.

           PERFORM  S2850-AUTH-AMOUNT.

           MOVE  W-COMM-RESID          TO  RESID-BUSNID  OF TRWBY.
           MOVE  W-COMM-TXTP-CD        TO  TXTP-CD       OF TRWBY.
           MOVE  SPACE                 TO  ASS-YYMM-FR   OF TRWBY.
           MOVE  C-RTN-TP-WRITEOFF     TO  RTN-TP        OF TRWBY.
           MOVE  ZERO                  TO  RTN-SERIAL-NO OF TRWBY.
           MOVE  WO-SEQNO OF TTJBI     TO  SERIAL-NO     OF TRWBY.
           MOVE  W-COMM-TXPAYER-TP     TO  TXPAYER-TP    OF TRWBY.
           MOVE  'P'                   TO  PEND-STAUS    OF TRWBY.
           MOVE  L-SAUTH-CHK-CNT       TO  AFFECTED-CNT  OF TRWBY.
           MOVE  W-COMM-OPID           TO  REQ-OPID      OF TRWBY.
           MOVE  W-SYS-DT              TO  REQ-DT        OF TRWBY.
           MOVE  SPACE                 TO  APPV-OPID     OF TRWBY
                                           APPV-DT       OF TRWBY.

           EXEC  SQL  INSERT  INTO  DRWB.TRWBY
                             (RESID_BUSNID,
                              TXTP_CD,
                              ASS_YYMM_FR,
                              RTN_TP,
                              RTN_SERIAL_NO,
                              SERIAL_NO,
                              TXPAYER_TP,
                              PEND_STAUS,
                              AFFECTED_CNT,
                              REQ_OPID,
                              REQ_DT,
                              APPV_OPID,
                              APPV_DT  )
                       VALUES
                             (:TRWBY.RESID-BUSNID,
                              :TRWBY.TXTP-CD,
                              :TRWBY.ASS-YYMM-FR,
                              :TRWBY.RTN-TP,
                              :TRWBY.RTN-SERIAL-NO,
                              :TRWBY.SERIAL-NO,
                              :TRWBY.TXPAYER-TP,
                              :TRWBY.PEND-STAUS,
                              :TRWBY.AFFECTED-CNT,
                              :TRWBY.REQ-OPID,
                              :TRWBY.REQ-DT,
                              :TRWBY.APPV-OPID,
                              :TRWBY.APPV-DT  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWBY INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
           END-IF.

       S2150-PARK-REQUEST-EXIT.
           EXIT.
      *****************************************************************
      *S2500-INQUIRE-WRITEOFF
      *****************************************************************
       S2500-INQUIRE-WRITEOFF   SECTION.

           PERFORM  S2880-SELECT-TTJBI.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2500-INQUIRE-WRITEOFF-EXIT
           END-IF.

           PERFORM  S2900-MOVE-DETAIL.
           MOVE  C-RC00                TO  W-COMM-RC.

       S2500-INQUIRE-WRITEOFF-EXIT.
           EXIT.
      *****************************************************************
      *S2600-APPROVE-WRITEOFF
      *      THE APPROVER MAY NOT BE THE REQUESTER AND MUST HOLD A
      *      'MAPWOAPV' LIMIT COVERING THE AMOUNT AS IT STANDS TODAY.
      *      THE TRWBY ROW IS CONSUMED, THE COMPONENTS ARE OFFSET BY
      *      'WO' ROWS ON TTJAC (THE FIRST ROW'S KEY IS KEPT ON TTJBI
      *      SO MAPB5 KNOWS WHICH PAYMENTS CAME LATER) AND THE
      *      PRINCIPAL COMES OFF TTJBD.  ANY FAILURE UNDOES IT ALL.
      *****************************************************************
       S2600-APPROVE-WRITEOFF   SECTION.

           PERFORM  S2880-SELECT-TTJBI.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2600-APPROVE-WRITEOFF-EXIT
           END-IF.

           IF  NOT  WO-STAUS-PENDING
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'WRITE-OFF REQUEST IS NOT PENDING'
                                        TO  W-COMM-MSG
               GO TO  S2600-APPROVE-WRITEOFF-EXIT
           END-IF.

           IF  REQ-OPID OF TTJBI  =  W-COMM-OPID
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'APPROVER MAY NOT APPROVE OWN WRITE-OFF'
                                        TO  W-COMM-MSG
               GO TO  S2600-APPROVE-WRITEOFF-EXIT
           END-IF.

           PERFORM  S2800-OPEN-AMOUNTS.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2600-APPROVE-WRITEOFF-EXIT
           END-IF.

           PERFORM  S2850-AUTH-AMOUNT.
           MOVE  W-COMM-OPID           TO  L-SAUTH-OPID.
           MOVE  'MAPWOAPV'            TO  L-SAUTH-FUNC-CD.
           MOVE  W-SYS-DT              TO  L-SAUTH-TODAY.
           CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM.
           IF  L-SAUTH-AUTH-FG  NOT =  'Y'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OPERATOR NOT AUTHORIZED FOR THIS WRITE-OFF AMOUNT'
                                        TO  W-COMM-MSG
               GO TO  S2600-APPROVE-WRITEOFF-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWBY
                         SET  PEND_STAUS    = 'C',
                              AFFECTED_CNT  = :L-SAUTH-CHK-CNT,
                              APPV_OPID     = :W-COMM-OPID,
                              APPV_DT       = :W-SYS-DT
                       WHERE  RESID_BUSNID  = :W-COMM-RESID
                         AND  TXTP_CD       = :W-COMM-TXTP-CD
                         AND  ASS_YYMM_FR   = ' '
                         AND  RTN_TP        = :C-RTN-TP-WRITEOFF
                         AND  RTN_SERIAL_NO = 0
                         AND  SERIAL_NO     = :TTJBI.WO-SEQNO
                         AND  TXPAYER_TP    = :W-COMM-TXPAYER-TP
                         AND  PEND_STAUS    = 'P'
                         AND  REQ_OPID     <> :W-COMM-OPID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO PARKED TRWBY REQUEST, OR SAME OPERATOR'
                                        TO  W-COMM-MSG
                     GO TO  S2600-APPROVE-WRITEOFF-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWBY UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
                     GO TO  S2600-APPROVE-WRITEOFF-EXIT
           END-EVALUATE.

           MOVE  ZERO                  TO  W-FIRST-SEQNO.

           IF  W-NOPAY-AMT  >  ZERO
               MOVE  'P'               TO  W-COMPONENT-CD
               MOVE  'WRITE-OFF OF PRINCIPAL'
                                        TO  W-DETAIL-NM
               MOVE  W-NOPAY-AMT       TO  W-POST-AMT
               PERFORM  S2650-POST-ONE
               IF  W-COMM-RC  NOT =  SPACE
                   GO TO  S2600-APPROVE-WRITEOFF-EXIT
               END-IF
           END-IF.

           IF  W-OPEN-PEN  >  ZERO
               MOVE  'N'               TO  W-COMPONENT-CD
               MOVE  'WRITE-OFF OF PENALTY'
                                        TO  W-DETAIL-NM
               MOVE  W-OPEN-PEN        TO  W-POST-AMT
               PERFORM  S2650-POST-ONE
               IF  W-COMM-RC  NOT =  SPACE
                   GO TO  S2600-APPROVE-WRITEOFF-EXIT
               END-IF
           END-IF.

           IF  W-OPEN-INT  >  ZERO
               MOVE  'I'               TO  W-COMPONENT-CD
               MOVE  'WRITE-OFF OF INTEREST'
                                        TO  W-DETAIL-NM
               MOVE  W-OPEN-INT        TO  W-POST-AMT
               PERFORM  S2650-POST-ONE
               IF  W-COMM-RC  NOT =  SPACE
                   GO TO  S2600-APPROVE-WRITEOFF-EXIT
               END-IF
           END-IF.

           EXEC  SQL  UPDATE  DTJB.TTJBD
                         SET  NOPAY_AMT  = NOPAY_AMT - :W-NOPAY-AMT
                       WHERE  RESID      = :W-COMM-RESID
                         AND  TXPAYER_TP = :W-COMM-TXPAYER-TP
                         AND  TXTP_CD    = :W-COMM-TXTP-CD
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJBD UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2600-APPROVE-WRITEOFF-EXIT
           END-IF.

           MOVE  W-OPEN-TOT            TO  REQ-AMT    OF TTJBI.
           MOVE  W-NOPAY-AMT           TO  PRIN-AMT   OF TTJBI.
           MOVE  W-OPEN-PEN            TO  PEN-AMT    OF TTJBI.
           MOVE  W-OPEN-INT            TO  INT-AMT    OF TTJBI.
           MOVE  W-COMM-OPID           TO  APPV-OPID  OF TTJBI.
           MOVE  W-SYS-DT              TO  APPV-DT    OF TTJBI
                                            POST-DT    OF TTJBI
                                            STAUS-DT   OF TTJBI.
           MOVE  W-FIRST-SEQNO         TO  POST-SEQNO OF TTJBI.

           EXEC  SQL  UPDATE  DTJB.TTJBI
                         SET  WO_STAUS   = 'W',
                              REQ_AMT    = :TTJBI.REQ-AMT,
                              PRIN_AMT   = :TTJBI.PRIN-AMT,
                              PEN_AMT    = :TTJBI.PEN-AMT,
                              INT_AMT    = :TTJBI.INT-AMT,
                              APPV_OPID  = :TTJBI.APPV-OPID,
                              APPV_DT    = :TTJBI.APPV-DT,
                              POST_DT    = :TTJBI.POST-DT,
                              POST_SEQNO = :TTJBI.POST-SEQNO,
                              STAUS_DT   = :TTJBI.STAUS-DT
                       WHERE  RESID      = :TTJBI.RESID
                         AND  TXPAYER_TP = :TTJBI.TXPAYER-TP
                         AND  TXTP_CD    = :TTJBI.TXTP-CD
                         AND  WO_SEQNO   = :TTJBI.WO-SEQNO
                         AND  WO_STAUS   = 'P'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJBI UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2600-APPROVE-WRITEOFF-EXIT
           END-IF.

           MOVE  'W'                   TO  WO-STAUS   OF TTJBI.
           PERFORM  S2900-MOVE-DETAIL.

           MOVE  C-RC00                TO  W-COMM-RC.
           MOVE  'ARREARS WRITTEN OFF'
                                        TO  W-COMM-MSG.

       S2600-APPROVE-WRITEOFF-EXIT.
           EXIT.
      *****************************************************************
      *S2650-POST-ONE
      *      ONE 'WO' OFFSET ROW, NUMBERED AS PYSE6 NUMBERS A PAYMENT
      *      SPLIT.
      *****************************************************************
       S2650-POST-ONE           SECTION.

           EXEC  SQL  SELECT  COALESCE(MAX(TRANS_SEQNO),0) + 1
                        INTO  :W-NEXT-SEQNO
                        FROM  DTJA.TTJAC
                       WHERE  BUSNID   = :TTJBI.BUSNID
                         AND  TRANS_DT = :W-SYS-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  1                 TO  W-NEXT-SEQNO
           END-IF.

           EXEC  SQL  INSERT  INTO  DTJA.TTJAC
                             (TXOFF_CD,
                              BUSNID,
                              TRANS_DT,
                              TRANS_SEQNO,
                              TRANS_TP,
                              COMPONENT_CD,
                              TXTP_CD,
                              DETAIL_NM,
                              TRANS_AMT,
                              POST_OPID  )
                       VALUES
                             (:TTJBI.TXOFF-CD,
                              :TTJBI.BUSNID,
                              :W-SYS-DT,
                              :W-NEXT-SEQNO,
                              :C-TRANS-TP-WRITEOFF,
                              :W-COMPONENT-CD,
                              :TTJBI.TXTP-CD,
                              :W-DETAIL-NM,
                              :W-POST-AMT,
                              :W-COMM-OPID  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJAC INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2650-POST-ONE-EXIT
           END-IF.

      *    THE ROW JUST POSTED, ADDED INTO ITS TTJAH BALANCE SUMMARY
      *    IN THE SAME UNIT OF WORK.
           MOVE  BUSNID OF TTJBI       TO  L-MAPSE-BUSNID.
           MOVE  TXTP-CD OF TTJBI      TO  L-MAPSE-TXTP-CD.
           MOVE  W-SYS-DT              TO  L-MAPSE-TRANS-DT.
           MOVE  C-TRANS-TP-WRITEOFF   TO  L-MAPSE-TRANS-TP.
           MOVE  W-POST-AMT            TO  L-MAPSE-TRANS-AMT.

           CALL  C-PGM-MAPSE  USING  L-MAPSE-AREA.

           IF  L-MAPSE-RETURN-STATUS  NOT =  SPACE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJAH SUMMARY UPDATE FAILED, STATUS='
                                        TO  W-COMM-MSG(1:36)
               MOVE  L-MAPSE-RETURN-STATUS
                                        TO  W-COMM-MSG(37:1)
               GO TO  S2650-POST-ONE-EXIT
           END-IF.

           IF  W-FIRST-SEQNO  =  ZERO
               MOVE  W-NEXT-SEQNO      TO  W-FIRST-SEQNO
           END-IF.

       S2650-POST-ONE-EXIT.
           EXIT.
      *****************************************************************
      *S2700-REJECT-WRITEOFF
      *      NEEDS THE APPROVER'S FUNCTION (ANY LIMIT).  THE REQUEST
      *      STAYS ON TTJBI AS REJECTED; ITS TRWBY ROW IS REMOVED SO
      *      THE APPROVER'S WORK LIST IS CLEAR OF IT.
      *****************************************************************
       S2700-REJECT-WRITEOFF    SECTION.

           MOVE  W-COMM-OPID           TO  L-SAUTH-OPID.
           MOVE  'MAPWOAPV'            TO  L-SAUTH-FUNC-CD.
           MOVE  ZERO                  TO  L-SAUTH-CHK-CNT.
           MOVE  W-SYS-DT              TO  L-SAUTH-TODAY.
           CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM.
           IF  L-SAUTH-AUTH-FG  NOT =  'Y'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OPERATOR NOT AUTHORIZED TO REJECT WRITE-OFF'
                                        TO  W-COMM-MSG
               GO TO  S2700-REJECT-WRITEOFF-EXIT
           END-IF.

           PERFORM  S2880-SELECT-TTJBI.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2700-REJECT-WRITEOFF-EXIT
           END-IF.

           IF  NOT  WO-STAUS-PENDING
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'WRITE-OFF REQUEST IS NOT PENDING'
                                        TO  W-COMM-MSG
               GO TO  S2700-REJECT-WRITEOFF-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DTJB.TTJBI
                         SET  WO_STAUS   = 'J',
                              APPV_OPID  = :W-COMM-OPID,
                              APPV_DT    = :W-SYS-DT,
                              STAUS_DT   = :W-SYS-DT
                       WHERE  RESID      = :TTJBI.RESID
                         AND  TXPAYER_TP = :TTJBI.TXPAYER-TP
                         AND  TXTP_CD    = :TTJBI.TXTP-CD
                         AND  WO_SEQNO   = :TTJBI.WO-SEQNO
                         AND  WO_STAUS   = 'P'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJBI UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2700-REJECT-WRITEOFF-EXIT
           END-IF.

           EXEC  SQL  DELETE  FROM  DRWB.TRWBY
                       WHERE  RESID_BUSNID  = :W-COMM-RESID
                         AND  TXTP_CD       = :W-COMM-TXTP-CD
                         AND  ASS_YYMM_FR   = ' '
                         AND  RTN_TP        = :C-RTN-TP-WRITEOFF
                         AND  RTN_SERIAL_NO = 0
                         AND  SERIAL_NO     = :TTJBI.WO-SEQNO
                         AND  TXPAYER_TP    = :W-COMM-TXPAYER-TP
                         AND  PEND_STAUS    = 'P'
           END-EXEC.

           IF  SQLCODE  NOT =  0  AND  NOT =  100
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWBY DELETE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
               GO TO  S2700-REJECT-WRITEOFF-EXIT
           END-IF.

           PERFORM  S2500-INQUIRE-WRITEOFF.
           MOVE  'WRITE-OFF REQUEST REJECTED'
                                        TO  W-COMM-MSG.

       S2700-REJECT-WRITEOFF-EXIT.
           EXIT.
      *****************************************************************
      *S2800-OPEN-AMOUNTS
      *      PRINCIPAL IS THE ITEM'S TTJBD BALANCE.  PENALTY AND
      *      INTEREST ARE WHAT MAPB2 ACCRUED ON THE TAX TYPE LESS
      *      WHAT PAYMENTS, OFFSETS AND EARLIER WRITE-OFFS COVERED -
      *      THE SAME ARITHMETIC AS THE PYSB6 REFUND OFFSET.  THE
      *      POSTINGS GO TO THE TAXPAYER'S LOWEST LIVE BUSINESS, AS
      *      MAPB2'S DO.
      *****************************************************************
       S2800-OPEN-AMOUNTS       SECTION.

           EXEC  SQL  SELECT  NOPAY_AMT
                        INTO  :W-NOPAY-AMT
                        FROM  DTJB.TTJBD
                       WHERE  RESID      = :W-COMM-RESID
                         AND  TXPAYER_TP = :W-COMM-TXPAYER-TP
                         AND  TXTP_CD    = :W-COMM-TXTP-CD
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'ARREARS ITEM NOT FOUND'  TO  W-COMM-MSG
                     GO TO  S2800-OPEN-AMOUNTS-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TTJBD SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:4)
                     GO TO  S2800-OPEN-AMOUNTS-EXIT
           END-EVALUATE.

           IF  W-NOPAY-AMT  NOT >  ZERO
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO OPEN BALANCE ON THE ARREARS ITEM'
                                        TO  W-COMM-MSG
               GO TO  S2800-OPEN-AMOUNTS-EXIT
           END-IF.

           EXEC  SQL  SELECT  BUSNID, TXOFF_CD
                        INTO  :W-COMM-BUSNID, :W-COMM-TXOFF-CD
                        FROM  DTAA.TTAAA
                       WHERE  RESID_CHIEF      = :W-COMM-RESID
                         AND  TXPAYER_TP_CHIEF = :W-COMM-TXPAYER-TP
                         AND  LAST_FG          = 'Y'
                       ORDER BY BUSNID
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO LIVE BUSINESS FOR THE TAXPAYER'
                                        TO  W-COMM-MSG
                     GO TO  S2800-OPEN-AMOUNTS-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TTAAA SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:4)
                     GO TO  S2800-OPEN-AMOUNTS-EXIT
           END-EVALUATE.

           EXEC  SQL
                 SELECT  COALESCE(SUM(CASE WHEN TRANS_TP = 'PN'
                                           THEN TRANS_AMT
                                           WHEN COMPONENT_CD = 'N'
                                           THEN - TRANS_AMT
                                           ELSE 0 END), 0)
                 ,       COALESCE(SUM(CASE WHEN TRANS_TP = 'IN'
                                           THEN TRANS_AMT
                                           WHEN COMPONENT_CD = 'I'
                                           THEN - TRANS_AMT
                                           ELSE 0 END), 0)
                 INTO   :W-OPEN-PEN, :W-OPEN-INT
                 FROM    DTJA.TTJAC
                 WHERE   BUSNID   =  :W-COMM-BUSNID
                 AND     TXTP_CD  =  :W-COMM-TXTP-CD
                 AND   ( TRANS_TP IN ('PN', 'IN')
                    OR ( TRANS_TP IN ('PY', 'OF', 'WO')
                         AND COMPONENT_CD IN ('N', 'I') ) )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJAC SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2800-OPEN-AMOUNTS-EXIT
           END-IF.

           IF  W-OPEN-PEN  <  ZERO
               MOVE  ZERO              TO  W-OPEN-PEN
           END-IF.
           IF  W-OPEN-INT  <  ZERO
               MOVE  ZERO              TO  W-OPEN-INT
           END-IF.

           COMPUTE  W-OPEN-TOT  =  W-NOPAY-AMT
                                +  W-OPEN-PEN
                                +  W-OPEN-INT.

       S2800-OPEN-AMOUNTS-EXIT.
           EXIT.
      *****************************************************************
      *S2850-AUTH-AMOUNT
      *      THE AMOUNT BAND IS CHECKED IN WHOLE UNITS, ROUNDED UP, SO
      *      A LIMIT IS NEVER EXCEEDED BY A FRACTION.
      *****************************************************************
       S2850-AUTH-AMOUNT        SECTION.

           MOVE  W-OPEN-TOT            TO  W-AUTH-AMT.
           IF  W-AUTH-AMT  <  W-OPEN-TOT
               ADD   1                 TO  W-AUTH-AMT
           END-IF.

           IF  W-AUTH-AMT  >  C-AUTH-AMT-MAX
               MOVE  C-AUTH-AMT-MAX    TO  L-SAUTH-CHK-CNT
           ELSE
               MOVE  W-AUTH-AMT        TO  L-SAUTH-CHK-CNT
           END-IF.

       S2850-AUTH-AMOUNT-EXIT.
           EXIT.
      *****************************************************************
      *S2880-SELECT-TTJBI
      *      WO-SEQNO ZERO SELECTS THE ITEM'S LATEST REQUEST.
      *****************************************************************
       S2880-SELECT-TTJBI       SECTION.

           MOVE  W-COMM-RESID          TO  RESID      OF TTJBI.
           MOVE  W-COMM-TXPAYER-TP     TO  TXPAYER-TP OF TTJBI.
           MOVE  W-COMM-TXTP-CD        TO  TXTP-CD    OF TTJBI.
           MOVE  W-COMM-WO-SEQNO       TO  WO-SEQNO   OF TTJBI.

           IF  WO-SEQNO OF TTJBI  =  ZERO
               EXEC  SQL  SELECT  COALESCE(MAX(WO_SEQNO), 0)
                            INTO  :TTJBI.WO-SEQNO
                            FROM  DTJB.TTJBI
                           WHERE  RESID      = :TTJBI.RESID
                             AND  TXPAYER_TP = :TTJBI.TXPAYER-TP
                             AND  TXTP_CD    = :TTJBI.TXTP-CD
               END-EXEC
           END-IF.

           EXEC  SQL  SELECT  TXOFF_CD,       BUSNID,
                              WO_RSN_CD,      DOC_REF,
                              WO_STAUS,       REQ_AMT,
                              PRIN_AMT,       PEN_AMT,
                              INT_AMT,        REQ_OPID,
                              REQ_DT,         APPV_OPID,
                              APPV_DT,        POST_DT,
                              POST_SEQNO,     REINST_DT
                        INTO  :TTJBI.TXOFF-CD,
                              :TTJBI.BUSNID,
                              :TTJBI.WO-RSN-CD,
                              :TTJBI.DOC-REF,
                              :TTJBI.WO-STAUS,
                              :TTJBI.REQ-AMT,
                              :TTJBI.PRIN-AMT,
                              :TTJBI.PEN-AMT,
                              :TTJBI.INT-AMT,
                              :TTJBI.REQ-OPID,
                              :TTJBI.REQ-DT,
                              :TTJBI.APPV-OPID,
                              :TTJBI.APPV-DT,
                              :TTJBI.POST-DT,
                              :TTJBI.POST-SEQNO,
                              :TTJBI.REINST-DT
                        FROM  DTJB.TTJBI
                       WHERE  RESID      = :TTJBI.RESID
                         AND  TXPAYER_TP = :TTJBI.TXPAYER-TP
                         AND  TXTP_CD    = :TTJBI.TXTP-CD
                         AND  WO_SEQNO   = :TTJBI.WO-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  WO-SEQNO OF TTJBI  TO  W-COMM-WO-SEQNO
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'WRITE-OFF REQUEST NOT FOUND'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TTJBI SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:4)
           END-EVALUATE.

       S2880-SELECT-TTJBI-EXIT.
           EXIT.
      *****************************************************************
      *S2900-MOVE-DETAIL
      *****************************************************************
       S2900-MOVE-DETAIL        SECTION.

           MOVE  WO-RSN-CD  OF TTJBI   TO  W-COMM-RSN-CD.
           MOVE  DOC-REF    OF TTJBI   TO  W-COMM-DOC-REF.
           MOVE  WO-STAUS   OF TTJBI   TO  W-COMM-STAUS.
           MOVE  TXOFF-CD   OF TTJBI   TO  W-COMM-TXOFF-CD.
           MOVE  BUSNID     OF TTJBI   TO  W-COMM-BUSNID.
           MOVE  PRIN-AMT   OF TTJBI   TO  W-COMM-PRIN-AMT.
           MOVE  PEN-AMT    OF TTJBI   TO  W-COMM-PEN-AMT.
           MOVE  INT-AMT    OF TTJBI   TO  W-COMM-INT-AMT.
           MOVE  REQ-AMT    OF TTJBI   TO  W-COMM-REQ-AMT.
           MOVE  REQ-OPID   OF TTJBI   TO  W-COMM-REQ-OPID.
           MOVE  REQ-DT     OF TTJBI   TO  W-COMM-REQ-DT.
           MOVE  APPV-OPID  OF TTJBI   TO  W-COMM-APPV-OPID.
           MOVE  APPV-DT    OF TTJBI   TO  W-COMM-APPV-DT.
           MOVE  POST-DT    OF TTJBI   TO  W-COMM-POST-DT.
           MOVE  REINST-DT  OF TTJBI   TO  W-COMM-REINST-DT.

       S2900-MOVE-DETAIL-EXIT.
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
      *      A FAILED INSERT OR UPDATE LEAVES NOTHING BEHIND - NO
      *      HALF-POSTED WRITE-OFF.
      *****************************************************************
       S9000-FINAL              SECTION.

           IF  W-COMM-RC  =  C-RC02
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
      *              PROGRAM  ID  :  MAPMW                             *
      *                                                                *
      ******************************************************************
