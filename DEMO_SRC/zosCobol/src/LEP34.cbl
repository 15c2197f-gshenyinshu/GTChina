      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LEP34.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  E  P  3  4                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  COMPLAINT / GRIEVANCE REGISTER.  OPENED     *
      *                     FROM THE LEP32 INQUIRY (WITH ITS CASE      *
      *                     NUMBER) OR THE LEP33 DASHBOARD (WITH THE   *
      *                     BUSNID ON SCREEN).  A CASE NUMBER BRINGS   *
      *                     BACK THE CONTEXT LEP32 SAVED FOR IT        *
      *                     (S9300-SAVE-CASE-CTX) SO THE CLERK DOES    *
      *                     NOT RE-KEY THE BUSINESS.                   *
      *                     W-COMM-FUNC:                               *
      *                       'O'  OPEN - CATEGORY, RELATED RECEIPT    *
      *                            OR REFUND, ASSIGNED OFFICER; THE    *
      *                            RESPONSE DUE DATE IS THE STATUTORY  *
      *                            LIMIT IN BUSINESS DAYS, COUNTED BY  *
      *                            LCBSDATE                            *
      *                       'I'  INQUIRE ONE COMPLAINT               *
      *                       'A'  REASSIGN THE OFFICER                *
      *                       'C'  CLOSE WITH THE RESPONSE TEXT        *
      *                     ESCALATION PAST THE DUE DATE IS LEPB3'S,   *
      *                     THE MONTHLY RETURN LEPB4'S.                *
      *                                                                *
      *  TRANSACTION    -  LE34                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  1200 BYTE            *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  1200 BYTE            *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DTAA.TTAAA (  BUSINESS MASTER  )                         R    *
      *  DTIA.TTIAA (  INDIVIDUAL MASTER  )                       R    *
      *  DRWA.TRWAD (  CERTIFICATE RECEIPTS  )                    R    *
      *  DRWB.TRWBL (  CERTIFICATE FEE REFUND REGISTER  )         R    *
      *  DRWB.TRWCP (  COMPLAINT REGISTER  )                     CRU   *
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
           VALUE 'LEP34 - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LEP34             PIC  X(05)  VALUE 'LEP34'.
           05  C-PGM-LCBSDATE          PIC  X(08)  VALUE 'LCBSDATE'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
      *    STATUTORY RESPONSE LIMIT FOR A FORMAL COMPLAINT, IN
      *    BUSINESS DAYS FROM THE DAY IT IS RECEIVED.
           05  C-CMPL-LIMIT-DAYS       PIC  S9(03) COMP VALUE +14.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-RESP                  PIC  S9(08) COMP VALUE +0.
           05  W-REL-CNT               PIC  S9(09) COMP VALUE +0.
           05  W-REL-KEY.
               10  W-REL-TXOFF         PIC  X(03).
               10  W-REL-YY            PIC  X(04).
               10  W-REL-SEQNO         PIC  9(07).
               10  FILLER              PIC  X(06).

      *    CASE/CALL CONTEXT AS LEP32 SAVES IT IN THE TS QUEUE NAMED
      *    BY THE CASE NUMBER.
       01  W-CASE-CTX-REC.
           05  CTX-BUSNID              PIC  X(10).
           05  CTX-TXOFF-CD            PIC  X(03).
           05  CTX-DATEYY              PIC  X(04).
           05  CTX-DATEGI              PIC  X(01).
           05  CTX-RGST-OPEN-DT        PIC  X(08).
           05  CTX-SRCH-NM             PIC  X(30).
           05  CTX-SRCH-ADDR           PIC  X(40).
           05  CTX-SRCH-TELNO          PIC  X(12).
       01  W-CASE-CTX-LEN              PIC  S9(04) COMP VALUE +108.

       01  W-COMM-AREA.
           05  W-COMM-FUNC             PIC  X(01).
               88  W-COMM-FUNC-OPEN                VALUE 'O'.
               88  W-COMM-FUNC-INQUIRE             VALUE 'I'.
               88  W-COMM-FUNC-ASSIGN              VALUE 'A'.
               88  W-COMM-FUNC-CLOSE               VALUE 'C'.
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-CASE-NO          PIC  X(08).
           05  W-COMM-BUSNID           PIC  X(10).
      *    COMPLAINT NUMBER - RETURNED BY 'O', KEYED FOR THE REST.
           05  W-COMM-CMPL-KEY.
               10  W-COMM-CMPL-TXOFF   PIC  X(03).
               10  W-COMM-CMPL-YEAR    PIC  X(04).
               10  W-COMM-CMPL-SEQNO   PIC  9(05).
           05  W-COMM-DETAIL.
               10  W-COMM-COMPLAINANT-ID
                                       PIC  X(13).
               10  W-COMM-COMPLAINANT-NM
                                       PIC  X(30).
               10  W-COMM-CATG         PIC  X(02).
               10  W-COMM-REL-KEY-TP   PIC  X(01).
               10  W-COMM-REL-KEY      PIC  X(20).
               10  W-COMM-SUMMARY      PIC  X(80).
               10  W-COMM-ASSIGN-OPID  PIC  X(08).
               10  W-COMM-RCVE-DT      PIC  X(08).
               10  W-COMM-DUE-DT       PIC  X(08).
               10  W-COMM-STAUS        PIC  X(01).
               10  W-COMM-ESCAL-DT     PIC  X(08).
               10  W-COMM-CLOSE-DT     PIC  X(08).
               10  W-COMM-CLOSE-OPID   PIC  X(08).
               10  W-COMM-ONTIME-FG    PIC  X(01).
               10  W-COMM-RESPONSE-TXT PIC  X(200).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(683).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TTAAA          *
      *                                ********************************
           EXEC  SQL   INCLUDE  TAOAA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TTIAA          *
      *                                ********************************
           EXEC  SQL   INCLUDE  TIOAA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCP          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCP   END-EXEC.

      *    PARAMETER AREA OF THE COMMON LCBSDATE BUSINESS-DAY
      *    SERVICE, CARRIED AS LCBSDATE ITSELF DEFINES IT.
       01  L-SDATE-PARM.
           05  L-SDATE-INPUT.
               10  L-SDATE-FUNC        PIC  X(01).
               10  L-SDATE-IN-DT       PIC  X(08).
               10  L-SDATE-DAYS        PIC  S9(03) COMP.
               10  L-SDATE-PROV-CD     PIC  X(02).
           05  L-SDATE-OUTPUT.
               10  L-SDATE-OUT-DT      PIC  X(08).
               10  L-SDATE-WORK-FG     PIC  X(01).
               10  L-SDATE-RC          PIC  X(02).

       01  WS-END                      PIC X(40)
           VALUE 'LEP34 - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(1200).

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

           EVALUATE  TRUE
               WHEN  W-COMM-FUNC-OPEN
                     PERFORM  S2100-OPEN-COMPLAINT
               WHEN  W-COMM-FUNC-INQUIRE
                     PERFORM  S2500-INQUIRE-COMPLAINT
               WHEN  W-COMM-FUNC-ASSIGN
                     PERFORM  S2600-REASSIGN-COMPLAINT
               WHEN  W-COMM-FUNC-CLOSE
                     PERFORM  S2700-CLOSE-COMPLAINT
               WHEN  OTHER
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'FUNCTION MUST BE O, I, A OR C'
                                        TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-OPEN-COMPLAINT
      *      A CASE NUMBER FILLS IN WHAT THE CLERK LEFT BLANK FROM THE
      *      CONTEXT LEP32 SAVED.  THE COMPLAINANT DEFAULTS TO THE
      *      BUSINESS'S REPRESENTATIVE AND THE OFFICER TO THE CLERK.
      *****************************************************************
       S2100-OPEN-COMPLAINT     SECTION.

           INITIALIZE                  TRWCP.

           IF  W-COMM-CASE-NO  NOT =  SPACE
               PERFORM  S2110-RESTORE-CASE-CTX
           END-IF.

           IF  W-COMM-CATG  NOT =  'DC'  AND  'RF'  AND  'SV'
                            AND    'OT'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'CATEGORY MUST BE DC, RF, SV OR OT'
                                        TO  W-COMM-MSG
               GO TO  S2100-OPEN-COMPLAINT-EXIT
           END-IF.

           IF  W-COMM-SUMMARY  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'COMPLAINT SUMMARY REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2100-OPEN-COMPLAINT-EXIT
           END-IF.

           IF  W-COMM-BUSNID  =  SPACE
           AND W-COMM-COMPLAINANT-ID  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'BUSINESS OR COMPLAINANT ID REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2100-OPEN-COMPLAINT-EXIT
           END-IF.

           IF  W-COMM-BUSNID  NOT =  SPACE
               PERFORM  S2120-GET-BUSINESS
               IF  W-COMM-RC  NOT =  SPACE
                   GO TO  S2100-OPEN-COMPLAINT-EXIT
               END-IF
           END-IF.

           IF  W-COMM-CMPL-TXOFF  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'TAX OFFICE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2100-OPEN-COMPLAINT-EXIT
           END-IF.

           PERFORM  S2130-CHECK-REL-KEY.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-OPEN-COMPLAINT-EXIT
           END-IF.

           IF  W-COMM-ASSIGN-OPID  =  SPACE
               MOVE  W-COMM-OPID       TO  W-COMM-ASSIGN-OPID
           END-IF.

           MOVE  'A'                   TO  L-SDATE-FUNC.
           MOVE  W-SYS-DT              TO  L-SDATE-IN-DT.
           MOVE  C-CMPL-LIMIT-DAYS     TO  L-SDATE-DAYS.
           MOVE  SPACE                 TO  L-SDATE-PROV-CD.
           CALL  C-PGM-LCBSDATE     USING  L-SDATE-PARM.

           IF  L-SDATE-RC  NOT =  '00'
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'RESPONSE DUE DATE LCBSDATE FAILED'
                                        TO  W-COMM-MSG
               GO TO  S2100-OPEN-COMPLAINT-EXIT
           END-IF.

           MOVE  W-COMM-CMPL-TXOFF     TO  TXOFF-CD       OF TRWCP.
           MOVE  W-SYS-DT (1:4)        TO  CMPL-YEAR      OF TRWCP.

           EXEC  SQL  SELECT  COALESCE(MAX(CMPL_SEQNO), 0) + 1
                        INTO  :TRWCP.CMPL-SEQNO
                        FROM  DRWB.TRWCP
                       WHERE  TXOFF_CD   = :TRWCP.TXOFF-CD
                         AND  CMPL_YEAR  = :TRWCP.CMPL-YEAR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCP SEQNO FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:28)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2100-OPEN-COMPLAINT-EXIT
           END-IF.

           MOVE  W-COMM-CASE-NO        TO  CASE-NO        OF TRWCP.
           MOVE  W-COMM-BUSNID         TO  BUSNID         OF TRWCP.
           MOVE  W-COMM-COMPLAINANT-ID TO  COMPLAINANT-ID OF TRWCP.
           MOVE  W-COMM-COMPLAINANT-NM TO  COMPLAINANT-NM OF TRWCP.
           MOVE  W-COMM-CATG           TO  CMPL-CATG      OF TRWCP.
           MOVE  W-COMM-REL-KEY-TP     TO  REL-KEY-TP     OF TRWCP.
           MOVE  W-COMM-REL-KEY        TO  REL-KEY        OF TRWCP.
           MOVE  W-COMM-SUMMARY        TO  CMPL-SUMMARY   OF TRWCP.
           MOVE  W-SYS-DT              TO  RCVE-DT        OF TRWCP
                                            STAUS-DT       OF TRWCP.
           MOVE  W-SYS-TIME            TO  RCVE-TIME      OF TRWCP.
           MOVE  W-COMM-OPID           TO  RCVE-OPID      OF TRWCP.
           MOVE  W-COMM-ASSIGN-OPID    TO  ASSIGN-OPID    OF TRWCP.
           MOVE  C-CMPL-LIMIT-DAYS     TO  LIMIT-DAYS     OF TRWCP.
           MOVE  L-SDATE-OUT-DT        TO  DUE-DT         OF TRWCP.
           MOVE  'O'                   TO  CMPL-STAUS     OF TRWCP.
           MOVE  SPACE                 TO  ESCAL-DT       OF TRWCP
                                            CLOSE-DT       OF TRWCP
                                            CLOSE-OPID     OF TRWCP
                                            ONTIME-FG      OF TRWCP
                                            RESPONSE-TXT   OF TRWCP.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCP
                           (TXOFF_CD,       CMPL_YEAR,
                            CMPL_SEQNO,     CASE_NO,
                            BUSNID,         COMPLAINANT_ID,
                            COMPLAINANT_NM, CMPL_CATG,
                            REL_KEY_TP,     REL_KEY,
                            CMPL_SUMMARY,   RCVE_DT,
                            RCVE_TIME,      RCVE_OPID,
                            ASSIGN_OPID,    LIMIT_DAYS,
                            DUE_DT,         CMPL_STAUS,
                            ESCAL_DT,       CLOSE_DT,
                            CLOSE_OPID,     ONTIME_FG,
                            RESPONSE_TXT,   STAUS_DT)
                     VALUES
                           (:TRWCP.TXOFF-CD,
                            :TRWCP.CMPL-YEAR,
                            :TRWCP.CMPL-SEQNO,
                            :TRWCP.CASE-NO,
                            :TRWCP.BUSNID,
                            :TRWCP.COMPLAINANT-ID,
                            :TRWCP.COMPLAINANT-NM,
                            :TRWCP.CMPL-CATG,
                            :TRWCP.REL-KEY-TP,
                            :TRWCP.REL-KEY,
                            :TRWCP.CMPL-SUMMARY,
                            :TRWCP.RCVE-DT,
                            :TRWCP.RCVE-TIME,
                            :TRWCP.RCVE-OPID,
                            :TRWCP.ASSIGN-OPID,
                            :TRWCP.LIMIT-DAYS,
                            :TRWCP.DUE-DT,
                            :TRWCP.CMPL-STAUS,
                            :TRWCP.ESCAL-DT,
                            :TRWCP.CLOSE-DT,
                            :TRWCP.CLOSE-OPID,
                            :TRWCP.ONTIME-FG,
                            :TRWCP.RESPONSE-TXT,
                            :TRWCP.STAUS-DT)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCP INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:4)
               GO TO  S2100-OPEN-COMPLAINT-EXIT
           END-IF.

           MOVE  CMPL-YEAR  OF TRWCP   TO  W-COMM-CMPL-YEAR.
           MOVE  CMPL-SEQNO OF TRWCP   TO  W-COMM-CMPL-SEQNO.
           PERFORM  S2900-MOVE-DETAIL.

           MOVE  C-RC00                TO  W-COMM-RC.
           MOVE  'COMPLAINT REGISTERED - RESPONSE DUE '
                                        TO  W-COMM-MSG.
           MOVE  DUE-DT OF TRWCP       TO  W-COMM-MSG(37:8).

       S2100-OPEN-COMPLAINT-EXIT.
           EXIT.
      *****************************************************************
      *S2110-RESTORE-CASE-CTX
      *      THE SAME TS QUEUE LEP32'S S9200 READS - A NUMBER WITH NO
      *      SAVED CONTEXT IS STILL RECORDED ON THE COMPLAINT.
      *****************************************************************
       S2110-RESTORE-CASE-CTX   SECTION.

           EXEC  CICS  READQ  TS
                       QUEUE  (W-COMM-CASE-NO)
                       INTO   (W-CASE-CTX-REC)
                       LENGTH (W-CASE-CTX-LEN)
                       ITEM   (1)
                       RESP   (W-RESP)
           END-EXEC.

           IF  W-RESP  NOT =  DFHRESP(NORMAL)
               GO TO  S2110-RESTORE-CASE-CTX-EXIT
           END-IF.

           IF  W-COMM-BUSNID      =  SPACE
               MOVE  CTX-BUSNID        TO  W-COMM-BUSNID
           END-IF.

           IF  W-COMM-CMPL-TXOFF  =  SPACE
               MOVE  CTX-TXOFF-CD      TO  W-COMM-CMPL-TXOFF
           END-IF.

       S2110-RESTORE-CASE-CTX-EXIT.
           EXIT.
      *****************************************************************
      *S2120-GET-BUSINESS
      *      THE BUSINESS MUST BE ON THE MASTER.  ITS OFFICE AND
      *      REPRESENTATIVE FILL A BLANK OFFICE AND COMPLAINANT.
      *****************************************************************
       S2120-GET-BUSINESS       SECTION.

           MOVE  W-COMM-BUSNID         TO  BUSNID OF TTAAA.

           EXEC  SQL  SELECT  RESID_CHIEF, TXPAYER_TP_CHIEF, TXOFF_CD
                        INTO  :TTAAA.RESID-CHIEF,
                              :TTAAA.TXPAYER-TP-CHIEF,
                              :TTAAA.TXOFF-CD
                        FROM  DTAA.TTAAA
                       WHERE  BUSNID  = :TTAAA.BUSNID
                         AND  LAST_FG = 'Y'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'BUSINESS NOT ON MASTER'  TO  W-COMM-MSG
                     GO TO  S2120-GET-BUSINESS-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TTAAA SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:4)
                     GO TO  S2120-GET-BUSINESS-EXIT
           END-EVALUATE.

           IF  W-COMM-CMPL-TXOFF  =  SPACE
               MOVE  TXOFF-CD OF TTAAA TO  W-COMM-CMPL-TXOFF
           END-IF.

           IF  W-COMM-COMPLAINANT-ID  NOT =  SPACE
               GO TO  S2120-GET-BUSINESS-EXIT
           END-IF.

           MOVE  RESID-CHIEF OF TTAAA  TO  W-COMM-COMPLAINANT-ID
                                            RESID      OF TTIAA.
           MOVE  TXPAYER-TP-CHIEF OF TTAAA
                                       TO  TXPAYER-TP OF TTIAA.

           IF  W-COMM-COMPLAINANT-NM  NOT =  SPACE
               GO TO  S2120-GET-BUSINESS-EXIT
           END-IF.

           EXEC  SQL  SELECT  NM
                        INTO  :TTIAA.NM
                        FROM  DTIA.TTIAA
                       WHERE  RESID      = :TTIAA.RESID
                         AND  TXPAYER_TP = :TTIAA.TXPAYER-TP
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  NM OF TTIAA       TO  W-COMM-COMPLAINANT-NM
           END-IF.

       S2120-GET-BUSINESS-EXIT.
           EXIT.
      *****************************************************************
      *S2130-CHECK-REL-KEY
      *      A DELAYED-CERTIFICATE COMPLAINT NAMES ITS TRWAD RECEIPT,
      *      A REFUND COMPLAINT ITS TRWBL REFUND; BOTH MUST EXIST.
      *      THE OTHER CATEGORIES MAY NAME EITHER, OR NOTHING.
      *****************************************************************
       S2130-CHECK-REL-KEY      SECTION.

           IF  W-COMM-CATG  =  'DC'  AND  W-COMM-REL-KEY-TP  NOT =  'R'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'DELAYED CERTIFICATE NEEDS THE RECEIPT KEY'
                                        TO  W-COMM-MSG
               GO TO  S2130-CHECK-REL-KEY-EXIT
           END-IF.

           IF  W-COMM-CATG  =  'RF'  AND  W-COMM-REL-KEY-TP  NOT =  'F'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'REFUND COMPLAINT NEEDS THE REFUND KEY'
                                        TO  W-COMM-MSG
               GO TO  S2130-CHECK-REL-KEY-EXIT
           END-IF.

           IF  W-COMM-REL-KEY-TP  =  SPACE
               MOVE  SPACE             TO  W-COMM-REL-KEY
               GO TO  S2130-CHECK-REL-KEY-EXIT
           END-IF.

           MOVE  W-COMM-REL-KEY        TO  W-REL-KEY.

           IF  W-REL-SEQNO  NOT NUMERIC
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RELATED KEY IS OFFICE, YEAR, 7-DIGIT NUMBER'
                                        TO  W-COMM-MSG
               GO TO  S2130-CHECK-REL-KEY-EXIT
           END-IF.

           EVALUATE  W-COMM-REL-KEY-TP
               WHEN  'R'
                     EXEC  SQL  SELECT  COUNT(*)
                                  INTO  :W-REL-CNT
                                  FROM  DRWA.TRWAD
                                 WHERE  RCVE_NO_TXOFF = :W-REL-TXOFF
                                   AND  RCVE_NO_YY    = :W-REL-YY
                                   AND  RCVE_NO_SEQNO = :W-REL-SEQNO
                     END-EXEC
               WHEN  'F'
                     EXEC  SQL  SELECT  COUNT(*)
                                  INTO  :W-REL-CNT
                                  FROM  DRWB.TRWBL
                                 WHERE  RCVE_NO_TXOFF = :W-REL-TXOFF
                                   AND  RCVE_NO_YY    = :W-REL-YY
                                   AND  RCVE_NO_SEQNO = :W-REL-SEQNO
                     END-EXEC
               WHEN  OTHER
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'RELATED KEY TYPE MUST BE R, F OR BLANK'
                                        TO  W-COMM-MSG
                     GO TO  S2130-CHECK-REL-KEY-EXIT
           END-EVALUATE.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'RELATED KEY CHECK FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:34)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(35:4)
               GO TO  S2130-CHECK-REL-KEY-EXIT
           END-IF.

           IF  W-REL-CNT  =  ZERO
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'RELATED RECEIPT OR REFUND NOT FOUND'
                                        TO  W-COMM-MSG
           END-IF.

       S2130-CHECK-REL-KEY-EXIT.
           EXIT.
      *****************************************************************
      *S2500-INQUIRE-COMPLAINT
      *****************************************************************
       S2500-INQUIRE-COMPLAINT  SECTION.

           PERFORM  S2800-SELECT-TRWCP.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2500-INQUIRE-COMPLAINT-EXIT
           END-IF.

           PERFORM  S2900-MOVE-DETAIL.
           MOVE  C-RC00                TO  W-COMM-RC.

       S2500-INQUIRE-COMPLAINT-EXIT.
           EXIT.
      *****************************************************************
      *S2600-REASSIGN-COMPLAINT
      *****************************************************************
       S2600-REASSIGN-COMPLAINT SECTION.

           IF  W-COMM-ASSIGN-OPID  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'NEW ASSIGNED OFFICER REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2600-REASSIGN-COMPLAINT-EXIT
           END-IF.

           MOVE  W-COMM-CMPL-TXOFF     TO  TXOFF-CD    OF TRWCP.
           MOVE  W-COMM-CMPL-YEAR      TO  CMPL-YEAR   OF TRWCP.
           MOVE  W-COMM-CMPL-SEQNO     TO  CMPL-SEQNO  OF TRWCP.

           EXEC  SQL  UPDATE  DRWB.TRWCP
                         SET  ASSIGN_OPID = :W-COMM-ASSIGN-OPID
                       WHERE  TXOFF_CD    = :TRWCP.TXOFF-CD
                         AND  CMPL_YEAR   = :TRWCP.CMPL-YEAR
                         AND  CMPL_SEQNO  = :TRWCP.CMPL-SEQNO
                         AND  CMPL_STAUS IN ('O', 'E')
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'COMPLAINT NOT FOUND OR ALREADY CLOSED'
                                        TO  W-COMM-MSG
                     GO TO  S2600-REASSIGN-COMPLAINT-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCP UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:4)
                     GO TO  S2600-REASSIGN-COMPLAINT-EXIT
           END-EVALUATE.

           PERFORM  S2500-INQUIRE-COMPLAINT.
           MOVE  'COMPLAINT REASSIGNED'
                                        TO  W-COMM-MSG.

       S2600-REASSIGN-COMPLAINT-EXIT.
           EXIT.
      *****************************************************************
      *S2700-CLOSE-COMPLAINT
      *      THE RESPONSE IS MANDATORY.  ON-TIME IS DECIDED HERE,
      *      AGAINST THE DUE DATE SET AT OPENING, SO A LATE ANSWER
      *      STAYS LATE ON EVERY LATER REPORT.
      *****************************************************************
       S2700-CLOSE-COMPLAINT    SECTION.

           IF  W-COMM-RESPONSE-TXT  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RESPONSE TEXT REQUIRED TO CLOSE'
                                        TO  W-COMM-MSG
               GO TO  S2700-CLOSE-COMPLAINT-EXIT
           END-IF.

           MOVE  W-COMM-CMPL-TXOFF     TO  TXOFF-CD    OF TRWCP.
           MOVE  W-COMM-CMPL-YEAR      TO  CMPL-YEAR   OF TRWCP.
           MOVE  W-COMM-CMPL-SEQNO     TO  CMPL-SEQNO  OF TRWCP.
           MOVE  W-SYS-DT              TO  CLOSE-DT    OF TRWCP.
           MOVE  W-COMM-OPID           TO  CLOSE-OPID  OF TRWCP.
           MOVE  W-COMM-RESPONSE-TXT   TO  RESPONSE-TXT OF TRWCP.

           EXEC  SQL  UPDATE  DRWB.TRWCP
                         SET  CMPL_STAUS   = 'C',
                              CLOSE_DT     = :TRWCP.CLOSE-DT,
                              CLOSE_OPID   = :TRWCP.CLOSE-OPID,
                              RESPONSE_TXT = :TRWCP.RESPONSE-TXT,
                              ONTIME_FG    =
                                  CASE WHEN :TRWCP.CLOSE-DT <= DUE_DT
                                       THEN 'Y'
                                       ELSE 'N'
                                  END,
                              STAUS_DT     = :TRWCP.CLOSE-DT
                       WHERE  TXOFF_CD     = :TRWCP.TXOFF-CD
                         AND  CMPL_YEAR    = :TRWCP.CMPL-YEAR
                         AND  CMPL_SEQNO   = :TRWCP.CMPL-SEQNO
                         AND  CMPL_STAUS  IN ('O', 'E')
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'COMPLAINT NOT FOUND OR ALREADY CLOSED'
                                        TO  W-COMM-MSG
                     GO TO  S2700-CLOSE-COMPLAINT-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCP UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:4)
                     GO TO  S2700-CLOSE-COMPLAINT-EXIT
           END-EVALUATE.

           PERFORM  S2500-INQUIRE-COMPLAINT.

           IF  W-COMM-ONTIME-FG  =  'Y'
               MOVE  'COMPLAINT CLOSED WITHIN THE DEADLINE'
                                        TO  W-COMM-MSG
           ELSE
               MOVE  'COMPLAINT CLOSED AFTER THE DEADLINE'
                                        TO  W-COMM-MSG
           END-IF.

       S2700-CLOSE-COMPLAINT-EXIT.
           EXIT.
      *****************************************************************
      *S2800-SELECT-TRWCP
      *****************************************************************
       S2800-SELECT-TRWCP       SECTION.

           MOVE  W-COMM-CMPL-TXOFF     TO  TXOFF-CD    OF TRWCP.
           MOVE  W-COMM-CMPL-YEAR      TO  CMPL-YEAR   OF TRWCP.
           MOVE  W-COMM-CMPL-SEQNO     TO  CMPL-SEQNO  OF TRWCP.

           EXEC  SQL  SELECT  CASE_NO,        BUSNID,
                              COMPLAINANT_ID, COMPLAINANT_NM,
                              CMPL_CATG,      REL_KEY_TP,
                              REL_KEY,        CMPL_SUMMARY,
                              RCVE_DT,        ASSIGN_OPID,
                              DUE_DT,         CMPL_STAUS,
                              ESCAL_DT,       CLOSE_DT,
                              CLOSE_OPID,     ONTIME_FG,
                              RESPONSE_TXT
                        INTO  :TRWCP.CASE-NO,
                              :TRWCP.BUSNID,
                              :TRWCP.COMPLAINANT-ID,
                              :TRWCP.COMPLAINANT-NM,
                              :TRWCP.CMPL-CATG,
                              :TRWCP.REL-KEY-TP,
                              :TRWCP.REL-KEY,
                              :TRWCP.CMPL-SUMMARY,
                              :TRWCP.RCVE-DT,
                              :TRWCP.ASSIGN-OPID,
                              :TRWCP.DUE-DT,
                              :TRWCP.CMPL-STAUS,
                              :TRWCP.ESCAL-DT,
                              :TRWCP.CLOSE-DT,
                              :TRWCP.CLOSE-OPID,
                              :TRWCP.ONTIME-FG,
                              :TRWCP.RESPONSE-TXT
                        FROM  DRWB.TRWCP
                       WHERE  TXOFF_CD    = :TRWCP.TXOFF-CD
                         AND  CMPL_YEAR   = :TRWCP.CMPL-YEAR
                         AND  CMPL_SEQNO  = :TRWCP.CMPL-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'COMPLAINT NOT FOUND'     TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCP SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:4)
           END-EVALUATE.

       S2800-SELECT-TRWCP-EXIT.
           EXIT.
      *****************************************************************
      *S2900-MOVE-DETAIL
      *****************************************************************
       S2900-MOVE-DETAIL        SECTION.

           MOVE  CASE-NO        OF TRWCP  TO  W-COMM-CASE-NO.
           MOVE  BUSNID         OF TRWCP  TO  W-COMM-BUSNID.
           MOVE  COMPLAINANT-ID OF TRWCP  TO  W-COMM-COMPLAINANT-ID.
           MOVE  COMPLAINANT-NM OF TRWCP  TO  W-COMM-COMPLAINANT-NM.
           MOVE  CMPL-CATG      OF TRWCP  TO  W-COMM-CATG.
           MOVE  REL-KEY-TP     OF TRWCP  TO  W-COMM-REL-KEY-TP.
           MOVE  REL-KEY        OF TRWCP  TO  W-COMM-REL-KEY.
           MOVE  CMPL-SUMMARY   OF TRWCP  TO  W-COMM-SUMMARY.
           MOVE  RCVE-DT        OF TRWCP  TO  W-COMM-RCVE-DT.
           MOVE  ASSIGN-OPID    OF TRWCP  TO  W-COMM-ASSIGN-OPID.
           MOVE  DUE-DT         OF TRWCP  TO  W-COMM-DUE-DT.
           MOVE  CMPL-STAUS     OF TRWCP  TO  W-COMM-STAUS.
           MOVE  ESCAL-DT       OF TRWCP  TO  W-COMM-ESCAL-DT.
           MOVE  CLOSE-DT       OF TRWCP  TO  W-COMM-CLOSE-DT.
           MOVE  CLOSE-OPID     OF TRWCP  TO  W-COMM-CLOSE-OPID.
           MOVE  ONTIME-FG      OF TRWCP  TO  W-COMM-ONTIME-FG.
           MOVE  RESPONSE-TXT   OF TRWCP  TO  W-COMM-RESPONSE-TXT.

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
      *      A FAILED INSERT OR UPDATE LEAVES NOTHING BEHIND.
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
      *              PROGRAM  ID  :  LEP34                             *
      *                                                                *
      ******************************************************************
