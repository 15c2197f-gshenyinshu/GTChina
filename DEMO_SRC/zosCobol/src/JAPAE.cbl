      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     JAPAE.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   GTONE.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    J    A    P    A    E                       *
      *                                                                *
      *  FUNCTION       -  SOCKET-CHANNEL CERTIFICATE-REQUEST INTAKE.  *
      *                    LINKED BY THE LCBSTCPR INBOUND LISTENER     *
      *                    FOR A 'CREQ' MESSAGE, IT TAKES ONE REQUEST  *
      *                    IN THE SAME 300-BYTE LAYOUT JAPA1 RECEIVES  *
      *                    OVER MQ, RUNS THE SAME GATES JAPA1 RUNS -   *
      *                    TRWAT SERVICE TYPE, LCBSIDCK CHECK DIGIT,   *
      *                    TTAAA/TTIAA MASTER (AND CLOSED BUSINESS),   *
      *                    TRWCC REPRESENTATIVE AUTHORITY - WRITES     *
      *                    TRWAD/TKAAD UNDER THE SOCKET-CHANNEL        *
      *                    MARKER, ASSESSES THE TRWAE FEE, RUNS THE    *
      *                    TRWBA VELOCITY SCREEN AND THE DECEASED      *
      *                    HOLD, AND HANDS THE ACCEPT/REJECT ANSWER    *
      *                    BACK TO THE LISTENER, WHICH SENDS IT ON     *
      *                    THE SAME CONNECTION.  AN INSERT FAILURE     *
      *                    GOES TO TRWAR THE WAY JAPA1'S DOES, SO THE  *
      *                    JEPB5 RETRY DRIVER AND THE JAA7 CONSOLE     *
      *                    WORK FOR THIS CHANNEL TOO.                  *
      *                    DISTR-METHOD DEFAULTS FROM THE TAXPAYER'S   *
      *                    DRWB.TRWDB CHANNEL PREFERENCE AS IN JAPA1.  *
      *                                                                *
      *  TRANSACTION    -  NONE (LINKED)                               *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  ENTRY POINTS   -  TOP OF PROGRAM; JAPAE                       *
      *                                                                *
      *  INPUT PARMS    -  DFHCOMMAREA  (LCBYCREQ)                     *
      *                                                                *
      *  OUTPUT PARMS   -  CREQ-ACK-CODE / CREQ-ACK-REASON /           *
      *                    CREQ-TREAT-STAUS                            *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWA.TRWAT (  SERVICE TYPE CODE TABLE )                  R    *
      *  DTAA.TTAAA (  BUSINESS MASTER        )                   R    *
      *  DTIA.TTIAA (  INDIVIDUAL MASTER      )                   R    *
      *  DRWB.TRWCC (  AUTHORIZED REPRESENTATIVE REGISTER )       R    *
      *  DRWA.TRWAD (  CERTIFICATE REQUEST DETAIL )               CRU  *
      *  DKAA.TKAAD (  INTAKE LOG )                               CR   *
      *  DRWA.TRWAR (  RETRY / DEAD-LETTER QUEUE )                C    *
      *  DRWA.TRWAE (  STATUTORY FEE SCHEDULE )                   R    *
      *  DRWA.TRWAF (  FEE ASSESSMENT / PAYMENT )                 C    *
      *  DRWB.TRWBA (  VELOCITY SCREEN CONTROL )                  R    *
      *  DRWB.TRWBR (  SHARED ERROR LOG )                         C    *
      *  DRWB.TRWDB (  CHANNEL PREFERENCE - VIA LCBSCORR )        R    *
      *  LCBD2CTL.DAILY_RECON_CTL                                 CU   *
      *                                                                *
      *  MODIFICATIONS  -                                              *
      *                                                                *
      *    DATE         S.E.                  DESCRIPTION              *
      *  --------  --------------  ---------------------------------   *
      *  26/10/15  S.K.CHOI        INITIAL CODING                      *
      *  26/10/15  S.K.CHOI        DISTR-METHOD DEFAULTS FROM THE      *
      *                            TAXPAYER'S DRWB.TRWDB CHANNEL       *
      *                            PREFERENCE; 'E' WITHOUT CONSENT     *
      *                            FALLS BACK TO POST (S2180)          *
      *                                                                *
      ******************************************************************

       EJECT
      ******************************************************************
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      ******************************************************************

       ENVIRONMENT                     DIVISION.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'JAPAE - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *                     C O N S T A N T S                        *
      *                                                              *
      ****************************************************************

       01  CONSTANTS.

           05  C-PROG-ID                PIC  X(08)  VALUE 'JAPAE'.
           05  C-SQL-DUP                PIC  S9(04) COMP  VALUE -803.
      *    SOCKET-CHANNEL MARKER CARRIED ON EVERY TRWAD ROW THIS
      *    PROGRAM WRITES, SO DOWNSTREAM REPORTING CAN TELL A SOCKET
      *    RECEIPT FROM A COUNTER, MQ OR BULK-FILE ONE.
           05  C-RCVE-METHOD-SOCKET     PIC  X(01)  VALUE 'S'.
           05  C-PGM-LCBSIDCK           PIC  X(08)  VALUE 'LCBSIDCK'.
261015     05  C-PGM-LCBSCORR           PIC  X(08)  VALUE 'LCBSCORR'.

      ****************************************************************
      *                                                              *
      *                     S W I T C H E S                          *
      *                                                              *
      ****************************************************************

       01  SWITCHES.

           05  S-RECORD-RESULT          PIC  X(01)  VALUE  SPACE.
               88  S-RECORD-GOOD                    VALUE  'G'.
               88  S-RECORD-BAD                     VALUE  'B'.

           05  S-VELOCITY-FLAG          PIC  X(01)  VALUE  LOW-VALUES.
               88  S-VELOCITY-FLAG-ON               VALUE  HIGH-VALUES.

           05  S-DECEASED-FLAG          PIC  X(01)  VALUE  LOW-VALUES.
               88  S-DECEASED-FLAG-ON               VALUE  HIGH-VALUES.

      ****************************************************************
      *                                                              *
      *                  W O R K - A R E A S                         *
      *                                                              *
      ****************************************************************

       01  WORKAREAS.

           05  W-SQLCODE                PIC  ----9.
           05  W-INSERT-SQLCODE         PIC  S9(09) COMP  VALUE  ZERO.
           05  W-TKAAD-SQLCODE          PIC  S9(09) COMP  VALUE  ZERO.
           05  W-SYS-DT                 PIC  X(08)  VALUE  SPACE.
           05  W-SYS-TIME               PIC  X(06)  VALUE  SPACE.
           05  W-REJECT-REASON          PIC  X(40)  VALUE  SPACE.
           05  W-FAIL-TABLE-ID          PIC  X(05)  VALUE  SPACE.
           05  W-REP-AUTH-CNT           PIC  S9(09) COMP  VALUE  ZERO.
           05  W-VELO-CNT               PIC  S9(09) COMP  VALUE  ZERO.
           05  W-DECEASED-CNT           PIC  S9(09) COMP  VALUE  ZERO.
           05  W-RECN-OUT-ADD           PIC  S9(09) COMP  VALUE  ZERO.

      *****************************************************************
      *    PARAMETER AREA OF THE LCBSIDCK CHECK-DIGIT SERVICE,        *
      *    CARRIED AS LCBSIDCK ITSELF DEFINES IT.                     *
      *****************************************************************
       01  L-IDCK-PARM.
           05  L-IDCK-INPUT.
               10  L-IDCK-ID-TP         PIC  X(01).
               10  L-IDCK-ID            PIC  X(13).
           05  L-IDCK-OUTPUT.
               10  L-IDCK-VALID-FG      PIC  X(01).
               10  L-IDCK-RC            PIC  X(02).

261015*****************************************************************
261015*    USERAREA OF THE LCBSCORR CORRESPONDENCE SERVICE            *
261015*****************************************************************
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

      ****************************************************************
      *                                                              *
      *    J A P A E - R E C                                         *
      *                                                              *
      *    SAME LAYOUT AS JAPA1'S JAPA1-REC -- THE SOCKET MESSAGE    *
      *    CARRIES THE REQUEST IN THE SAME 300-BYTE SHAPE THE MQ     *
      *    AND BULK-FILE CHANNELS USE.  JAPA1 AND JAPB1 CARRY THE    *
      *    LAYOUT INLINE RATHER THAN IN A COPYBOOK, SO IT IS         *
      *    CARRIED HERE THE SAME WAY.                                *
      *                                                              *
      ****************************************************************

       01  JAPAE-REC.
           05  I-REC.
               10  I-TRWAD-KEY.
                   15  I-RCVE-NO-TXOFF     PIC X(03).
                   15  I-RCVE-NO-YY        PIC X(04).
                   15  I-RCVE-NO-SEQNO     PIC 9(07).
               10  I-TXPAYER-TP            PIC X(01).
               10  I-TXPAYER-ID            PIC X(13).
               10  I-RESID-BUSNID          PIC X(13).
               10  I-TXTP-CD               PIC X(02).
               10  I-ASS-YYMM-FR           PIC X(06).
               10  I-RTN-TP                PIC X(01).
               10  I-RTN-SERIAL-NO         PIC 9(04).
               10  I-ASS-YYMM-TO           PIC X(06).
               10  I-TX-SRVC-TP            PIC X(05).
               10  I-RCVE-METHOD           PIC X(01).
               10  I-RCVE-DT               PIC X(08).
               10  I-TX-OFFCR-RCVE         PIC X(04).
               10  I-TREAT-METHOD          PIC X(01).
               10  I-TREAT-DUEDT           PIC X(08).
               10  I-TX-OFFCR-APPV         PIC X(04).
               10  I-APPV-DT               PIC X(08).
               10  I-TRNS-DEPT             PIC X(05).
               10  I-TRNS-AGENCY           PIC X(20).
               10  I-USE-PURPOSE           PIC X(01).
               10  I-SUBMIT-AGENCY         PIC X(01).
               10  I-ISSUE-QTY             PIC 9(03).
               10  I-DISTR-METHOD          PIC X(01).
               10  I-TXPAYER-TP-RQSTR      PIC X(01).
               10  I-RESID-RQSTR           PIC X(13).
               10  I-TXPAYER-TP-RCVER      PIC X(01).
               10  I-RESID-RCVER           PIC X(13).
               10  I-TREAT-STAUS           PIC X(02).
               10  I-RELATE-TXPAYER        PIC X(01).
               10  I-ISSUE-DT              PIC X(08).
               10  I-DUSDT-EXT             PIC X(08).
               10  I-ACTL-ISSUE-QTY        PIC 9(03).
               10  I-EXPIRE-DT             PIC X(08).
               10  I-WHY-EXPIRE-DT         PIC X(20).
               10  I-ADMIT-NO              PIC X(10).
               10  I-ADMIT-DT              PIC X(08).
               10  I-BUSNID-DISTR-DT       PIC X(08).
               10  I-BUSNID-DISTR-CS       PIC X(20).
               10  I-CREAT-DT              PIC X(10).
               10  I-AGENCY-NM             PIC X(20).
               10  I-ASS-YYMM-FR1          PIC X(06).
               10  I-INCM-TP               PIC X(02).
               10  I-OPEN-FG               PIC X(01).
      *        PRIORITY CLASS - 'U' URGENT (COURT ORDER), 'E'
      *        EXPEDITED, SPACE ROUTINE; NORMALIZED IN S2200 THE
      *        SAME WAY JAPA1'S S2100 DOES.
               10  I-PRIORITY-CD           PIC X(01).
                   88  I-PRIORITY-URGENT       VALUE 'U'.
                   88  I-PRIORITY-EXPEDITE     VALUE 'E'.
               10  FILLER                  PIC X(06).

       01  TSQ-REC.
           05  TS-SYS-TIME             PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  TS-DATA                 PIC  X(300).

      ****************************************************************
      *    C O M M O N   D A T E / T I M E   A R E A                 *
      ****************************************************************
           COPY SSYBC.

      ****************************************************************
      *                                                              *
      *              S Q L C A   /   I N C L U D E S                *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    SQLCA
           END-EXEC.

      *    PARAMETER AREA OF THE LCBSNUM CENTRAL NUMBER ALLOCATOR,
      *    CARRIED AS LCBSNUM ITSELF DEFINES IT.
       01  L-NUM-PARM.
           05  L-NUM-SERIES-NM         PIC  X(40).
           05  L-NUM-PGM-ID            PIC  X(08).
           05  L-NUM-REQ-CNT           PIC  S9(04) COMP.
           05  L-NUM-SEED              PIC  S9(09) COMP.
           05  L-NUM-FIRST-NO          PIC  S9(09) COMP.
           05  L-NUM-RC                PIC  X(02).

      ****************************************************************
      *    DRWA.TRWAT   (  SERVICE TYPE CODE TABLE  )                *
      ****************************************************************

           EXEC SQL  INCLUDE    RWOAT
           END-EXEC.

      ****************************************************************
      *    DRWA.TRWAD   (  CERTIFICATE REQUEST DETAIL  )             *
      ****************************************************************

           EXEC SQL  INCLUDE    RWOAD
           END-EXEC.

      ****************************************************************
      *    DKAA.TKAAD   (  INTAKE LOG  )                             *
      ****************************************************************

           EXEC SQL  INCLUDE    KAOAD
           END-EXEC.

      ****************************************************************
      *    DRWA.TRWAR   (  TRWAD/TKAAD RETRY / DEAD-LETTER QUEUE  )  *
      ****************************************************************

           EXEC SQL  INCLUDE    RWOAR
           END-EXEC.

      ****************************************************************
      *    DTAA.TTAAA   (  BUSINESS MASTER  )                        *
      ****************************************************************

           EXEC SQL  INCLUDE    TAOAA
           END-EXEC.

      ****************************************************************
      *    DTIA.TTIAA   (  INDIVIDUAL MASTER  )                      *
      ****************************************************************

           EXEC SQL  INCLUDE    TIOAA
           END-EXEC.

      ****************************************************************
      *    DRWB.TRWCC   (  AUTHORIZED REPRESENTATIVE REGISTER  )     *
      ****************************************************************

           EXEC SQL  INCLUDE    RWOCC
           END-EXEC.

      ****************************************************************
      *    DRWA.TRWAE   (  STATUTORY FEE SCHEDULE  )                 *
      ****************************************************************

           EXEC SQL  INCLUDE    RWOAE
           END-EXEC.

      ****************************************************************
      *    DRWA.TRWAF   (  FEE ASSESSMENT / PAYMENT  )               *
      ****************************************************************

           EXEC SQL  INCLUDE    RWOAF
           END-EXEC.

      ****************************************************************
      *    DRWB.TRWBA   (  VELOCITY SCREEN CONTROL  )                *
      ****************************************************************

           EXEC SQL  INCLUDE    RWOBA
           END-EXEC.

      ****************************************************************
      *    DRWB.TRWBR   (  SHARED ERROR LOG  )                       *
      ****************************************************************

           EXEC SQL  INCLUDE    RWOBR
           END-EXEC.

      ****************************************************************
      *    LCBD2CTL.DAILY_RECON_CTL  (  NIGHTLY CONTROL TOTALS  )    *
      ****************************************************************

           EXEC SQL  INCLUDE    LCBYRECN
           END-EXEC.

      ****************************************************************
      *                                                              *
      *       E N D   O F   W O R K I N G - S T O R A G E            *
      *                                                              *
      ****************************************************************

       01  WS-END                       PIC  X(40)
           VALUE 'JAPAE - WORKING STORAGE ENDS HERE'.

      ****************************************************************
      *                L I N K A G E     S E C T I O N               *
      ****************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY  LCBYCREQ.

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

       S0000-BEGIN                      SECTION.

           PERFORM  S1000-INIT.

           PERFORM  S2000-MAIN.

           PERFORM  S9000-FINAL.

       S0000-BEGIN-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    I N I T I A L I Z E                         *
      *                                                                *
      ******************************************************************

       S1000-INIT                       SECTION.

           PERFORM  S8200-GET-SYSTEM-DATE.

           MOVE  CREQ-REQUEST            TO  JAPAE-REC.
           MOVE  'E'                     TO  CREQ-ACK-CODE.
           MOVE  SPACE                   TO  CREQ-ACK-REASON.
           MOVE  SPACE                   TO  CREQ-TREAT-STAUS.
           MOVE  LOW-VALUES              TO  S-VELOCITY-FLAG
                                             S-DECEASED-FLAG.

       S1000-INIT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                          M A I N                               *
      *                                                                *
      *    EDIT, THEN WRITE.  A REJECTED REQUEST STILL LEAVES ITS      *
      *    TKAAD INTAKE-LOG ROW (RCVE-ERR-GBN 'Y') AND ITS COUNT ON    *
      *    THE RECONCILIATION ROW, THE SAME AS A REJECTED MQ MESSAGE.  *
      *                                                                *
      ******************************************************************

       S2000-MAIN                       SECTION.

           PERFORM  S2100-EDIT-REQUEST.

           IF  S-RECORD-BAD
               MOVE  'E'                 TO  CREQ-ACK-CODE
               MOVE  W-REJECT-REASON     TO  CREQ-ACK-REASON
               MOVE  'Y'                 TO  RCVE-ERR-GBN  OF TKAAD
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'SOCKET REQ REJECT..'  TO  TS-DATA(01:20)
               MOVE  I-RESID-BUSNID      TO  TS-DATA(21:13)
               MOVE  I-TRWAD-KEY         TO  TS-DATA(40:15)
               MOVE  W-REJECT-REASON     TO  TS-DATA(56:40)
               PERFORM  S8100-LOG-TSQ-WRITE
               PERFORM  S2500-TKAAD-INSERT
               PERFORM  S2600-RECON-UPDATE
               GO TO  S2000-MAIN-EXIT
           END-IF.

           MOVE  C-RCVE-METHOD-SOCKET    TO  I-RCVE-METHOD.

261015     PERFORM  S2180-DISTR-DEFAULT.

           PERFORM  S2200-TRWAD-INSERT.

           EVALUATE  TRUE
               WHEN  W-INSERT-SQLCODE  =  0
                     MOVE  SPACE         TO  RCVE-ERR-GBN  OF TKAAD
                     MOVE  'S'           TO  CREQ-ACK-CODE
                     MOVE  'RECEIPT ACCEPTED'
                                          TO  CREQ-ACK-REASON
      * A NEWLY ACCEPTED RECEIPT CARRIES ITS FEE, ITS VELOCITY SCREEN
      * AND ITS DECEASED HOLD EXACTLY AS AN MQ ONE DOES - A DUPLICATE
      * WAS DEALT WITH ON ITS FIRST PASS.
                     PERFORM  S2250-FEE-ASSESS
                     PERFORM  S2260-VELOCITY-CHK
                     PERFORM  S2270-DECEASED-HOLD

               WHEN  W-INSERT-SQLCODE  =  C-SQL-DUP
                     MOVE  SPACE         TO  RCVE-ERR-GBN  OF TKAAD
                     MOVE  'D'           TO  CREQ-ACK-CODE
                     MOVE  'DUPLICATE RECEIPT NUMBER ON FILE'
                                          TO  CREQ-ACK-REASON

               WHEN  OTHER
                     MOVE  'Y'           TO  RCVE-ERR-GBN  OF TKAAD
                     MOVE  'E'           TO  CREQ-ACK-CODE
                     MOVE  'RECEIPT NOT ACCEPTED - QUEUED FOR RETRY'
                                          TO  CREQ-ACK-REASON
                     MOVE  W-INSERT-SQLCODE  TO  W-SQLCODE
                     MOVE  SPACE         TO  TSQ-REC
                     MOVE  'TRWAD INSERT ERROR..' TO  TS-DATA(01:23)
                     MOVE  'SQLCODE  :'  TO  TS-DATA(24:10)
                     MOVE  W-SQLCODE     TO  TS-DATA(35:05)
                     MOVE  I-TRWAD-KEY   TO  TS-DATA(40:15)
                     PERFORM  S8100-LOG-TSQ-WRITE
                     MOVE  'TRWAD'       TO  W-FAIL-TABLE-ID
                     PERFORM  S2210-RETRY-QUEUE-INSERT
           END-EVALUATE.

           PERFORM  S2500-TKAAD-INSERT.

           IF  W-TKAAD-SQLCODE  NOT =  0
               MOVE  'E'                 TO  CREQ-ACK-CODE
               MOVE  'RECEIPT NOT ACCEPTED - QUEUED FOR RETRY'
                                          TO  CREQ-ACK-REASON
           END-IF.

           PERFORM  S2600-RECON-UPDATE.

           EVALUATE  TRUE
               WHEN  S-DECEASED-FLAG-ON
                     MOVE  '42'          TO  CREQ-TREAT-STAUS
               WHEN  S-VELOCITY-FLAG-ON
                     MOVE  '41'          TO  CREQ-TREAT-STAUS
               WHEN  OTHER
                     MOVE  I-TREAT-STAUS TO  CREQ-TREAT-STAUS
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  E D I T   R E Q U E S T                       *
      *                                                                *
      *    THE SAME GATE THE MQ CHANNEL RUNS:  A WELL-FORMED RECEIPT   *
      *    KEY, AN ACTIVE TRWAT SERVICE-TYPE CODE, A TAXPAYER WITH A   *
      *    GOOD CHECK DIGIT THE MASTER FILES KNOW, AND - FOR A THIRD-  *
      *    PARTY REQUESTER - A LIVE REPRESENTATIVE AUTHORITY.          *
      *                                                                *
      ******************************************************************

       S2100-EDIT-REQUEST               SECTION.

           MOVE  'G'                     TO  S-RECORD-RESULT.
           MOVE  SPACE                   TO  W-REJECT-REASON.

           IF  I-RCVE-NO-TXOFF  =  SPACE  OR  LOW-VALUE
           OR  I-RCVE-NO-YY     =  SPACE  OR  LOW-VALUE
           OR  I-RCVE-NO-SEQNO  NOT  NUMERIC
           OR  I-RCVE-NO-SEQNO  =  ZERO
               MOVE  'B'                 TO  S-RECORD-RESULT
               MOVE  'RECEIPT KEY MISSING OR NOT NUMERIC'
                                          TO  W-REJECT-REASON
               GO TO  S2100-EDIT-REQUEST-EXIT
           END-IF.

           PERFORM  S2150-TX-SRVC-TP-CHK.
           IF  S-RECORD-BAD
               GO TO  S2100-EDIT-REQUEST-EXIT
           END-IF.

           PERFORM  S2160-TXPAYER-ID-CHK.
           IF  S-RECORD-BAD
               GO TO  S2100-EDIT-REQUEST-EXIT
           END-IF.

           PERFORM  S2170-REP-AUTH-CHK.

       S2100-EDIT-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  T X - S R V C - T P   C H E C K               *
      *                                                                *
      *    SAME OPERATIONS-MAINTAINED TRWAT CHECK JAPA1 RUNS IN        *
      *    S2150-TX-SRVC-TP-CHK.                                       *
      *                                                                *
      ******************************************************************

       S2150-TX-SRVC-TP-CHK             SECTION.

           EXEC  SQL  SELECT  ACTIVE_FG
                        INTO  :TRWAT.ACTIVE-FG
                        FROM  DRWA.TRWAT
                       WHERE  TX_SRVC_TP = :I-TX-SRVC-TP
           END-EXEC.

           IF  SQLCODE  =  0  AND  ACTIVE-FG-YES OF TRWAT
               CONTINUE
           ELSE
               MOVE  'B'                 TO  S-RECORD-RESULT
               IF  SQLCODE  =  0  OR  SQLCODE  =  100
                   MOVE  'SERVICE TYPE UNKNOWN OR RETIRED'
                                          TO  W-REJECT-REASON
               ELSE
                   MOVE  SQLCODE         TO  W-SQLCODE
                   MOVE  SPACE           TO  TSQ-REC
                   MOVE  'TRWAT SELECT ERROR..' TO  TS-DATA(01:23)
                   MOVE  'SQLCODE  :'    TO  TS-DATA(24:10)
                   MOVE  W-SQLCODE       TO  TS-DATA(35:05)
                   PERFORM  S8100-LOG-TSQ-WRITE
                   MOVE  'SERVICE TYPE CHECK FAILED'
                                          TO  W-REJECT-REASON
               END-IF
           END-IF.

       S2150-TX-SRVC-TP-CHK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  T X P A Y E R - I D   C H E C K               *
      *                                                                *
      *    SAME LCBSIDCK CHECK-DIGIT GATE AND TTAAA-THEN-TTIAA PROBE   *
      *    ORDER JAPA1 RUNS IN S2160-TXPAYER-ID-CHK.  A BUSINESS       *
      *    CLOSED THROUGH LAP13 TAKES NO NEW REQUESTS FROM ITS         *
      *    CLOSURE EFFECTIVE DATE FORWARD.                             *
      *                                                                *
      ******************************************************************

       S2160-TXPAYER-ID-CHK             SECTION.

           MOVE  'B'                     TO  L-IDCK-ID-TP.
           MOVE  SPACE                   TO  L-IDCK-ID.
           MOVE  I-RESID-BUSNID (1:10)   TO  L-IDCK-ID (1:10).
           CALL  C-PGM-LCBSIDCK  USING  L-IDCK-PARM.
           IF  L-IDCK-VALID-FG  NOT =  'Y'
               MOVE  'R'                 TO  L-IDCK-ID-TP
               MOVE  I-RESID-BUSNID      TO  L-IDCK-ID
               CALL  C-PGM-LCBSIDCK  USING  L-IDCK-PARM
           END-IF.
           IF  L-IDCK-VALID-FG  NOT =  'Y'
               MOVE  'B'                 TO  S-RECORD-RESULT
               MOVE  'ID CHECK DIGIT INVALID'
                                          TO  W-REJECT-REASON
               GO TO  S2160-TXPAYER-ID-CHK-EXIT
           END-IF.

           MOVE  I-RESID-BUSNID (1:10)   TO  BUSNID OF TTAAA.
           MOVE  SPACE                   TO  RESID-CHIEF OF TTAAA.

           EXEC  SQL  SELECT  TRADE_NM, COALESCE(CLOSE_DT, ' ')
                             ,RESID_CHIEF
                        INTO  :TTAAA.TRADE-NM, :TTAAA.CLOSE-DT
                             ,:TTAAA.RESID-CHIEF
                        FROM  DTAA.TTAAA
                       WHERE  BUSNID      = :TTAAA.BUSNID
                         AND  LAST_FG     = 'Y'
           END-EXEC.

           IF  SQLCODE  =  0
               IF  CLOSE-DT OF TTAAA  NOT =  SPACE       AND
                   CLOSE-DT OF TTAAA  NOT =  LOW-VALUE   AND
                   CLOSE-DT OF TTAAA (1:8)  NOT >  W-SYS-DT
                   MOVE  'B'             TO  S-RECORD-RESULT
                   MOVE  'BUSINESS CLOSED - NO NEW REQUESTS'
                                          TO  W-REJECT-REASON
               END-IF
               GO TO  S2160-TXPAYER-ID-CHK-EXIT
           END-IF.

           IF  SQLCODE  NOT =  100
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'TTAAA SELECT ERROR..' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               PERFORM  S8100-LOG-TSQ-WRITE
           END-IF.

           MOVE  I-RESID-BUSNID          TO  RESID      OF TTIAA.
           MOVE  I-TXPAYER-TP            TO  TXPAYER-TP OF TTIAA.

           EXEC  SQL  SELECT  NM
                        INTO  :TTIAA.NM
                        FROM  DTIA.TTIAA
                       WHERE  RESID      = :TTIAA.RESID
                         AND  TXPAYER_TP = :TTIAA.TXPAYER-TP
           END-EXEC.

           IF  SQLCODE  =  0
               CONTINUE
           ELSE
               IF  SQLCODE  NOT =  100
                   MOVE  SQLCODE         TO  W-SQLCODE
                   MOVE  SPACE           TO  TSQ-REC
                   MOVE  'TTIAA SELECT ERROR..' TO  TS-DATA(01:23)
                   MOVE  'SQLCODE  :'    TO  TS-DATA(24:10)
                   MOVE  W-SQLCODE       TO  TS-DATA(35:05)
                   PERFORM  S8100-LOG-TSQ-WRITE
               END-IF
               MOVE  'B'                 TO  S-RECORD-RESULT
               MOVE  'TAXPAYER ID NOT ON MASTER FILE'
                                          TO  W-REJECT-REASON
           END-IF.

       S2160-TXPAYER-ID-CHK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P   A U T H O R I T Y   C H E C K         *
      *                                                                *
      *    SAME THIRD-PARTY GATE JAPA1 RUNS IN S2170-REP-AUTH-CHK.     *
      *                                                                *
      ******************************************************************

       S2170-REP-AUTH-CHK               SECTION.

           IF  I-RESID-RQSTR  =  SPACE  OR  LOW-VALUE
           OR  I-RESID-RQSTR  =  I-RESID-BUSNID
           OR  I-RESID-RQSTR  =  RESID-CHIEF OF TTAAA
               GO TO  S2170-REP-AUTH-CHK-EXIT
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-REP-AUTH-CNT
                        FROM  DRWB.TRWCC
                       WHERE  PRINCIPAL_ID = :I-RESID-BUSNID
                         AND  REP_ID       = :I-RESID-RQSTR
                         AND  TX_SRVC_TP  IN (:I-TX-SRVC-TP, '*****')
                         AND  AUTH_STAUS   = 'A'
                         AND  VALID_FR_DT <= :W-SYS-DT
                         AND  VALID_TO_DT >= :W-SYS-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'TRWCC SELECT ERROR..' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               PERFORM  S8100-LOG-TSQ-WRITE
               MOVE  ZERO                TO  W-REP-AUTH-CNT
           END-IF.

           IF  W-REP-AUTH-CNT  =  ZERO
               MOVE  'B'                 TO  S-RECORD-RESULT
               MOVE  'NO LIVE REPRESENTATIVE AUTHORITY'
                                          TO  W-REJECT-REASON
           END-IF.

       S2170-REP-AUTH-CHK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  T R W A D   I N S E R T                       *
      *                                                                *
      *    SAME COLUMN LIST AND SOURCE FIELDS AS JAPA1'S               *
      *    S2200-TRWAD-INSERT.  A REQUEST SENT WITHOUT A RECEIPT DATE  *
      *    IS RECEIVED TODAY.                                          *
      *                                                                *
      ******************************************************************

       S2200-TRWAD-INSERT               SECTION.

           IF  I-RCVE-DT  =  SPACE  OR  LOW-VALUE
               MOVE  W-SYS-DT            TO  I-RCVE-DT
           END-IF.

           MOVE  I-RCVE-NO-TXOFF    TO  RCVE-NO-TXOFF    OF TRWAD.
           MOVE  I-RCVE-NO-YY       TO  RCVE-NO-YY       OF TRWAD.
           MOVE  I-RCVE-NO-SEQNO    TO  RCVE-NO-SEQNO    OF TRWAD.
           MOVE  I-TXPAYER-TP       TO  TXPAYER-TP       OF TRWAD.
           MOVE  I-TXPAYER-ID       TO  TXPAYER-ID       OF TRWAD.
           MOVE  I-RESID-BUSNID     TO  RESID-BUSNID     OF TRWAD.
           MOVE  I-TXTP-CD          TO  TXTP-CD          OF TRWAD.
           MOVE  I-ASS-YYMM-FR      TO  ASS-YYMM-FR      OF TRWAD.
           MOVE  I-RTN-TP           TO  RTN-TP           OF TRWAD.
           MOVE  I-RTN-SERIAL-NO    TO  RTN-SERIAL-NO    OF TRWAD.
           MOVE  I-ASS-YYMM-TO      TO  ASS-YYMM-TO      OF TRWAD.
           MOVE  I-TX-SRVC-TP       TO  TX-SRVC-TP       OF TRWAD.
           MOVE  I-RCVE-METHOD      TO  RCVE-METHOD      OF TRWAD.
           MOVE  I-RCVE-DT          TO  RCVE-DT          OF TRWAD.
           MOVE  I-TX-OFFCR-RCVE    TO  TX-OFFCR-RCVE    OF TRWAD.
           MOVE  I-TREAT-METHOD     TO  TREAT-METHOD     OF TRWAD.
           MOVE  I-TREAT-DUEDT      TO  TREAT-DUEDT      OF TRWAD.
           MOVE  I-TX-OFFCR-APPV    TO  TX-OFFCR-APPV    OF TRWAD.
           MOVE  I-APPV-DT          TO  APPV-DT          OF TRWAD.
           MOVE  I-TRNS-DEPT        TO  TRNS-DEPT        OF TRWAD.
           MOVE  I-TRNS-AGENCY      TO  TRNS-AGENCY      OF TRWAD.
           MOVE  I-USE-PURPOSE      TO  USE-PURPOSE      OF TRWAD.
           MOVE  I-SUBMIT-AGENCY    TO  SUBMIT-AGENCY    OF TRWAD.
           MOVE  I-ISSUE-QTY        TO  ISSUE-QTY        OF TRWAD.
           MOVE  I-DISTR-METHOD     TO  DISTR-METHOD     OF TRWAD.
           MOVE  I-TXPAYER-TP-RQSTR TO  TXPAYER-TP-RQSTR OF TRWAD.
           MOVE  I-RESID-RQSTR      TO  RESID-RQSTR      OF TRWAD.
           MOVE  I-TXPAYER-TP-RCVER TO  TXPAYER-TP-RCVER OF TRWAD.
           MOVE  I-RESID-RCVER      TO  RESID-RCVER      OF TRWAD.
           MOVE  I-TREAT-STAUS      TO  TREAT-STAUS      OF TRWAD.
           MOVE  I-RELATE-TXPAYER   TO  RELATE-TXPAYER   OF TRWAD.
           MOVE  I-ISSUE-DT         TO  ISSUE-DT         OF TRWAD.
           MOVE  I-DUSDT-EXT        TO  DUSDT-EXT        OF TRWAD.
           MOVE  I-ACTL-ISSUE-QTY   TO  ACTL-ISSUE-QTY   OF TRWAD.
           MOVE  I-EXPIRE-DT        TO  EXPIRE-DT        OF TRWAD.
           MOVE  I-WHY-EXPIRE-DT    TO  WHY-EXPIRE-DT    OF TRWAD.
           MOVE  I-ADMIT-NO         TO  ADMIT-NO         OF TRWAD.
           MOVE  I-ADMIT-DT         TO  ADMIT-DT         OF TRWAD.
           MOVE  I-BUSNID-DISTR-DT  TO  BUSNID-DISTR-DT  OF TRWAD.
           MOVE  I-BUSNID-DISTR-CS  TO  BUSNID-DISTR-CS  OF TRWAD.
           MOVE  I-AGENCY-NM        TO  AGENCY-NM        OF TRWAD.
           MOVE  I-ASS-YYMM-FR1     TO  ASS-YYMM-FR1     OF TRWAD.
           MOVE  I-OPEN-FG          TO  OPEN-FG          OF TRWAD.
           IF  I-PRIORITY-URGENT  OR  I-PRIORITY-EXPEDITE
               MOVE  I-PRIORITY-CD  TO  PRIORITY-CD      OF TRWAD
           ELSE
               MOVE  SPACE          TO  PRIORITY-CD      OF TRWAD
           END-IF.

           EXEC  SQL   INSERT  INTO  DRWA.TRWAD
                              (RCVE_NO_TXOFF,
                               RCVE_NO_YY   ,
                               RCVE_NO_SEQNO,
                               TXPAYER_TP   ,
                               TXPAYER_ID   ,
                               RESID_BUSNID ,
                               TXTP_CD      ,
                               ASS_YYMM_FR  ,
                               RTN_TP       ,
                               RTN_SERIAL_NO,
                               ASS_YYMM_TO  ,
                               TX_SRVC_TP   ,
                               RCVE_METHOD  ,
                               RCVE_DT      ,
                               TX_OFFCR_RCVE,
                               TREAT_METHOD ,
                               TREAT_DUEDT  ,
                               TX_OFFCR_APPV,
                               APPV_DT      ,
                               TRNS_DEPT    ,
                               TRNS_AGENCY     ,
                               USE_PURPOSE     ,
                               SUBMIT_AGENCY   ,
                               ISSUE_QTY       ,
                               DISTR_METHOD    ,
                               TXPAYER_TP_RQSTR,
                               RESID_RQSTR     ,
                               TXPAYER_TP_RCVER,
                               RESID_RCVER     ,
                               TREAT_STAUS     ,
                               RELATE_TXPAYER  ,
                               ISSUE_DT        ,
                               DUSDT_EXT       ,
                               ACTL_ISSUE_QTY  ,
                               EXPIRE_DT       ,
                               WHY_EXPIRE_DT   ,
                               ADMIT_NO        ,
                               ADMIT_DT        ,
                               BUSNID_DISTR_DT ,
                               BUSNID_DISTR_CS ,
                               CREAT_DT        ,
                               AGENCY_NM       ,
                               ASS_YYMM_FR1    ,
                               OPEN_FG         ,
                               PRIORITY_CD       )
                        VALUES
                              (:TRWAD.RCVE-NO-TXOFF,
                               :TRWAD.RCVE-NO-YY ,
                               :TRWAD.RCVE-NO-SEQNO,
                               :TRWAD.TXPAYER-TP ,
                               :TRWAD.TXPAYER-ID ,
                               :TRWAD.RESID-BUSNID ,
                               :TRWAD.TXTP-CD ,
                               :TRWAD.ASS-YYMM-FR ,
                               :TRWAD.RTN-TP ,
                               :TRWAD.RTN-SERIAL-NO,
                               :TRWAD.ASS-YYMM-TO ,
                               :TRWAD.TX-SRVC-TP ,
                               :TRWAD.RCVE-METHOD ,
                               :TRWAD.RCVE-DT ,
                               :TRWAD.TX-OFFCR-RCVE,
                               :TRWAD.TREAT-METHOD ,
                               :TRWAD.TREAT-DUEDT ,
                               :TRWAD.TX-OFFCR-APPV,
                               :TRWAD.APPV-DT ,
                               :TRWAD.TRNS-DEPT ,
                               :TRWAD.TRNS-AGENCY ,
                               :TRWAD.USE-PURPOSE ,
                               :TRWAD.SUBMIT-AGENCY ,
                               :TRWAD.ISSUE-QTY ,
                               :TRWAD.DISTR-METHOD ,
                               :TRWAD.TXPAYER-TP-RQSTR,
                               :TRWAD.RESID-RQSTR ,
                               :TRWAD.TXPAYER-TP-RCVER,
                               :TRWAD.RESID-RCVER ,
                               :TRWAD.TREAT-STAUS ,
                               :TRWAD.RELATE-TXPAYER ,
                               :TRWAD.ISSUE-DT  ,
                               :TRWAD.DUSDT-EXT ,
                               :TRWAD.ACTL-ISSUE-QTY ,
                               :TRWAD.EXPIRE-DT ,
                               :TRWAD.WHY-EXPIRE-DT ,
                               :TRWAD.ADMIT-NO  ,
                               :TRWAD.ADMIT-DT  ,
                               :TRWAD.BUSNID-DISTR-DT ,
                               :TRWAD.BUSNID-DISTR-CS ,
                                CURRENT DATE    ,
                               :TRWAD.AGENCY-NM ,
                               :TRWAD.ASS-YYMM-FR1 ,
                               :TRWAD.OPEN-FG  ,
                               :TRWAD.PRIORITY-CD  )
           END-EXEC.

           MOVE  SQLCODE                 TO  W-INSERT-SQLCODE.

       S2200-TRWAD-INSERT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E T R Y   Q U E U E   I N S E R T           *
      *                                                                *
      *    SAME TRWAR ROW JAPA1'S S2210 WRITES, WITH THE FULL 300-     *
      *    BYTE REQUEST AS THE BUFFER IMAGE SO IT CAN BE REQUEUED      *
      *    UNCHANGED.  W-SQLCODE WAS SAVED BY THE CALLER FROM THE      *
      *    FAILING INSERT.                                             *
      *                                                                *
      ******************************************************************

       S2210-RETRY-QUEUE-INSERT         SECTION.

           MOVE  I-RCVE-NO-TXOFF    TO  RCVE-NO-TXOFF    OF TRWAR.
           MOVE  I-RCVE-NO-YY       TO  RCVE-NO-YY       OF TRWAR.
           MOVE  I-RCVE-NO-SEQNO    TO  RCVE-NO-SEQNO    OF TRWAR.
           MOVE  W-FAIL-TABLE-ID    TO  FAIL-TABLE-ID    OF TRWAR.
           MOVE  I-TX-SRVC-TP       TO  TX-SRVC-TP       OF TRWAR.
           MOVE  W-SYS-DT           TO  FAIL-DT          OF TRWAR.
           MOVE  W-SYS-TIME         TO  FAIL-TIME        OF TRWAR.
           MOVE  ZERO               TO  RETRY-CNT        OF TRWAR.
           MOVE  'P'                TO  RETRY-STAUS      OF TRWAR.
           MOVE  SPACE              TO  LAST-RETRY-DT    OF TRWAR.
           MOVE  JAPAE-REC          TO  MQ-BUFFER-IMAGE  OF TRWAR.
           MOVE  W-SQLCODE          TO  FAIL-SQLCODE     OF TRWAR.
           MOVE  SPACE              TO  ERR-MSG          OF TRWAR.
           MOVE  'SOCKET INTAKE INSERT FAILED'
                                    TO  ERR-MSG          OF TRWAR.

           EXEC  SQL   INSERT  INTO  DRWA.TRWAR
                              (RCVE_NO_TXOFF,
                               RCVE_NO_YY   ,
                               RCVE_NO_SEQNO,
                               FAIL_TABLE_ID,
                               TX_SRVC_TP   ,
                               FAIL_SQLCODE ,
                               FAIL_DT      ,
                               FAIL_TIME    ,
                               RETRY_CNT    ,
                               RETRY_STAUS  ,
                               LAST_RETRY_DT,
                               MQ_BUFFER_IMAGE,
                               ERR_MSG        )
                        VALUES
                              (:TRWAR.RCVE-NO-TXOFF,
                               :TRWAR.RCVE-NO-YY ,
                               :TRWAR.RCVE-NO-SEQNO,
                               :TRWAR.FAIL-TABLE-ID,
                               :TRWAR.TX-SRVC-TP ,
                               :TRWAR.FAIL-SQLCODE,
                               :TRWAR.FAIL-DT ,
                               :TRWAR.FAIL-TIME ,
                               :TRWAR.RETRY-CNT ,
                               :TRWAR.RETRY-STAUS ,
                               :TRWAR.LAST-RETRY-DT ,
                               :TRWAR.MQ-BUFFER-IMAGE ,
                               :TRWAR.ERR-MSG      )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'TRWAR RETRY-Q ERROR..' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               MOVE  I-TRWAD-KEY         TO  TS-DATA(40:15)
               PERFORM  S8100-LOG-TSQ-WRITE
           END-IF.

       S2210-RETRY-QUEUE-INSERT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  F E E   A S S E S S                           *
      *                                                                *
      *    SAME TRWAE SCHEDULE LOOKUP AND TRWAF FEE RECORD AS JAPA1'S  *
      *    S2250-FEE-ASSESS - EXPEDITE TIER FOR 'U'/'E', THE RATE PER  *
      *    CERTIFIED COPY.  NO SCHEDULE ROW, NO FEE.                   *
      *                                                                *
      ******************************************************************

       S2250-FEE-ASSESS                 SECTION.

           EXEC  SQL  SELECT  FEE_AMT, EXPD_FEE_AMT
                        INTO  :TRWAE.FEE-AMT, :TRWAE.EXPD-FEE-AMT
                        FROM  DRWA.TRWAE
                       WHERE  TX_SRVC_TP = :I-TX-SRVC-TP
                         AND  EFF_DT    <= :W-SYS-DT
                       ORDER  BY EFF_DT DESC
                       FETCH  FIRST 1 ROW ONLY
           END-EXEC.

           IF  SQLCODE  =  100
               GO TO  S2250-FEE-ASSESS-EXIT
           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'TRWAE SELECT ERROR..' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               PERFORM  S8100-LOG-TSQ-WRITE
               GO TO  S2250-FEE-ASSESS-EXIT
           END-IF.

           MOVE  I-RCVE-NO-TXOFF    TO  RCVE-NO-TXOFF    OF TRWAF.
           MOVE  I-RCVE-NO-YY       TO  RCVE-NO-YY       OF TRWAF.
           MOVE  I-RCVE-NO-SEQNO    TO  RCVE-NO-SEQNO    OF TRWAF.
           MOVE  I-TX-SRVC-TP       TO  TX-SRVC-TP       OF TRWAF.
           IF  (I-PRIORITY-URGENT  OR  I-PRIORITY-EXPEDITE)
               AND  EXPD-FEE-AMT OF TRWAE  >  ZERO
               MOVE  EXPD-FEE-AMT OF TRWAE
                                    TO  FEE-AMT          OF TRWAF
           ELSE
               MOVE  FEE-AMT OF TRWAE
                                    TO  FEE-AMT          OF TRWAF
           END-IF.
           IF  I-ISSUE-QTY  >  1
               COMPUTE  FEE-AMT OF TRWAF  =
                        FEE-AMT OF TRWAF  *  I-ISSUE-QTY
           END-IF.
           MOVE  ZERO               TO  PAID-AMT         OF TRWAF.
           MOVE  'N'                TO  PAY-FG           OF TRWAF.
           MOVE  W-SYS-DT           TO  ASSESS-DT        OF TRWAF.
           MOVE  SPACE              TO  PAY-DT           OF TRWAF.
           MOVE  SPACE              TO  PAY-TIME         OF TRWAF.
           MOVE  SPACE              TO  PAY-OPID         OF TRWAF.
           MOVE  SPACE              TO  PAY-METHOD       OF TRWAF.

           EXEC  SQL   INSERT  INTO  DRWA.TRWAF
                              (RCVE_NO_TXOFF,
                               RCVE_NO_YY   ,
                               RCVE_NO_SEQNO,
                               TX_SRVC_TP   ,
                               FEE_AMT      ,
                               PAID_AMT     ,
                               PAY_FG       ,
                               ASSESS_DT    ,
                               PAY_DT       ,
                               PAY_TIME     ,
                               PAY_OPID     ,
                               PAY_METHOD     )
                        VALUES
                              (:TRWAF.RCVE-NO-TXOFF,
                               :TRWAF.RCVE-NO-YY ,
                               :TRWAF.RCVE-NO-SEQNO,
                               :TRWAF.TX-SRVC-TP ,
                               :TRWAF.FEE-AMT ,
                               :TRWAF.PAID-AMT ,
                               :TRWAF.PAY-FG ,
                               :TRWAF.ASSESS-DT ,
                               :TRWAF.PAY-DT ,
                               :TRWAF.PAY-TIME ,
                               :TRWAF.PAY-OPID ,
                               :TRWAF.PAY-METHOD   )
           END-EXEC.

           IF  SQLCODE  =  0  OR  SQLCODE  =  C-SQL-DUP
               CONTINUE
           ELSE
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'TRWAF INSERT ERROR..' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               MOVE  I-TRWAD-KEY         TO  TS-DATA(40:15)
               PERFORM  S8100-LOG-TSQ-WRITE
               MOVE  'TRWAF'             TO  W-FAIL-TABLE-ID
               PERFORM  S2210-RETRY-QUEUE-INSERT
           END-IF.

       S2250-FEE-ASSESS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  V E L O C I T Y   C H E C K                   *
      *                                                                *
      *    SAME TRWBA ROLLING-WINDOW SCREEN AS JAPA1'S S2260 - AT OR   *
      *    ABOVE THE THRESHOLD THE NEW RECEIPT IS PARKED AT '41'.      *
      *                                                                *
      ******************************************************************

       S2260-VELOCITY-CHK               SECTION.

           IF  I-RESID-RQSTR  =  SPACE  OR  LOW-VALUE
               GO TO  S2260-VELOCITY-CHK-EXIT
           END-IF.

           EXEC  SQL  SELECT  WINDOW_DAYS, THRESHOLD_CNT, ACTIVE_FG
                        INTO  :TRWBA.WINDOW-DAYS,
                              :TRWBA.THRESHOLD-CNT,
                              :TRWBA.ACTIVE-FG
                        FROM  DRWB.TRWBA
                       WHERE  CTL_ID = 'VELOCITY'
           END-EXEC.

           IF  SQLCODE  NOT =  0
           OR  NOT  ACTIVE-FG-YES  OF  TRWBA
               GO TO  S2260-VELOCITY-CHK-EXIT
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-VELO-CNT
                        FROM  DRWA.TRWAD
                       WHERE  RESID_RQSTR = :I-RESID-RQSTR
                         AND  RCVE_DT    >=
                              REPLACE(CHAR(CURRENT DATE
                                   - :TRWBA.WINDOW-DAYS DAYS,
                                   ISO), '-', '')
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'VELOCITY COUNT ERROR.' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               PERFORM  S8100-LOG-TSQ-WRITE
               GO TO  S2260-VELOCITY-CHK-EXIT
           END-IF.

           IF  W-VELO-CNT  <  THRESHOLD-CNT OF TRWBA
               GO TO  S2260-VELOCITY-CHK-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWA.TRWAD
                         SET  TREAT_STAUS = '41'
                       WHERE  RCVE_NO_TXOFF = :I-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :I-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :I-RCVE-NO-SEQNO
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  HIGH-VALUES         TO  S-VELOCITY-FLAG
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'VELOCITY FLAGGED....' TO  TS-DATA(01:21)
               MOVE  I-RESID-RQSTR       TO  TS-DATA(22:13)
               MOVE  I-TRWAD-KEY         TO  TS-DATA(40:15)
               PERFORM  S8100-LOG-TSQ-WRITE
           ELSE
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'VELOCITY HOLD ERROR..' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               PERFORM  S8100-LOG-TSQ-WRITE
           END-IF.

       S2260-VELOCITY-CHK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  D E C E A S E D   H O L D                     *
      *                                                                *
      *    SAME LAPBH DEATH-FEED TEST AS JAPA1'S S2270 - A RECEIPT IN  *
      *    A DEAD PERSON'S NAME, AS THE INDIVIDUAL OR AS OWNER OF A    *
      *    BUSINESS NOT YET SUCCEEDED, IS PARKED AT '42'.              *
      *                                                                *
      ******************************************************************

       S2270-DECEASED-HOLD              SECTION.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-DECEASED-CNT
                        FROM  DTIA.TTIAA  I
                       WHERE  COALESCE(I.DEATH_DT, ' ') > ' '
                         AND (I.RESID = :I-RESID-BUSNID
                          OR  I.RESID IN
                             (SELECT  A.RESID_CHIEF
                                FROM  DTAA.TTAAA  A
                               WHERE  A.BUSNID  =
                                      SUBSTR(:I-RESID-BUSNID, 1, 10)
                                 AND  A.LAST_FG = 'Y'))
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'DECEASED CHECK ERROR.' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               PERFORM  S8100-LOG-TSQ-WRITE
               GO TO  S2270-DECEASED-HOLD-EXIT
           END-IF.

           IF  W-DECEASED-CNT  =  ZERO
               GO TO  S2270-DECEASED-HOLD-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWA.TRWAD
                         SET  TREAT_STAUS = '42'
                       WHERE  RCVE_NO_TXOFF = :I-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :I-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :I-RCVE-NO-SEQNO
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  HIGH-VALUES         TO  S-DECEASED-FLAG
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'DECEASED HOLD.......' TO  TS-DATA(01:21)
               MOVE  I-RESID-BUSNID      TO  TS-DATA(22:13)
               MOVE  I-TRWAD-KEY         TO  TS-DATA(40:15)
               PERFORM  S8100-LOG-TSQ-WRITE
           ELSE
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'DECEASED HOLD ERROR..' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               PERFORM  S8100-LOG-TSQ-WRITE
           END-IF.

       S2270-DECEASED-HOLD-EXIT.
           EXIT.

261015******************************************************************
261015*                                                                *
261015*                  D I S T R - M E T H O D   D E F A U L T       *
261015*                                                                *
261015*    SAME RULE AS JAPA1'S S2180 - A REQUEST WITH NO DISTR-METHOD *
261015*    TAKES THE TAXPAYER'S STANDING DRWB.TRWDB CHANNEL ('E' FOR   *
261015*    AN E-DELIVERY ENDPOINT OR E-MAIL ADDRESS HELD WITH CONSENT  *
261015*    IN FORCE, POST '2' OTHERWISE), AND AN 'E' REQUEST WITH NO   *
261015*    AGENCY ENDPOINT FOR A REGISTERED TAXPAYER WITHOUT SUCH      *
261015*    CONSENT GOES BY POST.  A LOOKUP FAILURE IS LOGGED AND THE   *
261015*    REQUEST GOES AS IT CAME.                                    *
261015*                                                                *
261015******************************************************************

261015 S2180-DISTR-DEFAULT              SECTION.

261015     IF  I-DISTR-METHOD  NOT =  SPACE
261015     AND I-DISTR-METHOD  NOT =  'E'
261015         GO TO  S2180-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     IF  I-DISTR-METHOD  =  'E'
261015     AND I-TRNS-AGENCY   NOT =  SPACE
261015         GO TO  S2180-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'P'                     TO  CORR-FUNC.
261015     IF  I-RESID-RQSTR  =  SPACE  OR  LOW-VALUE
261015         MOVE  I-RESID-BUSNID      TO  CORR-TXPAYER-ID
261015     ELSE
261015         MOVE  I-RESID-RQSTR       TO  CORR-TXPAYER-ID
261015     END-IF.
261015     MOVE  C-PROG-ID               TO  CORR-PGM-ID
261015                                       CORR-OPID.
261015     MOVE  'P'                     TO  CORR-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE        TO  W-SQLCODE
261015         MOVE  SPACE               TO  TSQ-REC
261015         MOVE  'CHANNEL PREF ERROR...' TO  TS-DATA(01:23)
261015         MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
261015         MOVE  W-SQLCODE           TO  TS-DATA(35:05)
261015         PERFORM  S8100-LOG-TSQ-WRITE
261015         GO TO  S2180-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     IF  NOT  CORR-PREF-FOUND
261015         GO TO  S2180-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     IF  CORR-CHANNEL-USED  =  'E'  OR  'M'
261015         MOVE  'E'                 TO  I-DISTR-METHOD
261015         GO TO  S2180-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     IF  I-DISTR-METHOD  =  'E'
261015         MOVE  SPACE               TO  TSQ-REC
261015         MOVE  'NO E-CONSENT - POST..' TO  TS-DATA(01:21)
261015         MOVE  CORR-TXPAYER-ID     TO  TS-DATA(22:13)
261015         MOVE  I-TRWAD-KEY         TO  TS-DATA(40:15)
261015         PERFORM  S8100-LOG-TSQ-WRITE
261015     END-IF.

261015     MOVE  '2'                     TO  I-DISTR-METHOD.

261015 S2180-DISTR-DEFAULT-EXIT.
261015     EXIT.

      ******************************************************************
      *                                                                *
      *                  T K A A D   I N S E R T                       *
      *                                                                *
      *    SAME COLUMN LIST AND DERIVATIONS AS JAPA1'S S2500, THE LOG  *
      *    NUMBER DRAWN FROM THE SAME LCBSNUM SERIES JAPA1 AND JAPB1   *
      *    DRAW FROM.  A REJECTED REQUEST CARRIES ITS REASON IN        *
      *    ERR-DOCU.                                                   *
      *                                                                *
      ******************************************************************

       S2500-TKAAD-INSERT               SECTION.

           MOVE  W-SYS-DT           TO  SYS-DT           OF TKAAD.
           PERFORM  S2510-TKAAD-NUM.

           MOVE  I-RCVE-NO-TXOFF    TO  RCVE-NO-TXOFF    OF TKAAD.
           MOVE  I-RCVE-NO-YY       TO  RCVE-NO-YY       OF TKAAD.
           MOVE  I-RCVE-NO-SEQNO    TO  RCVE-NO-SEQNO    OF TKAAD.
           MOVE  W-SYS-DT           TO  RCVE-DT          OF TKAAD.
           MOVE  W-SYS-TIME         TO  RCVE-TIME        OF TKAAD.
           MOVE  SPACE              TO  PROC-ERR-GBN     OF TKAAD.
           MOVE  SPACE              TO  TRANS-DT         OF TKAAD.
           MOVE  SPACE              TO  TRANS-TIME       OF TKAAD.
           MOVE  SPACE              TO  TRANS-ERR-GBN    OF TKAAD.
           IF  RCVE-ERR-GBN  OF TKAAD   =  'Y'
               MOVE  TS-DATA        TO  ERR-DOCU         OF TKAAD
           ELSE
               MOVE  SPACE          TO  ERR-DOCU         OF TKAAD
           END-IF.

           EXEC  SQL   INSERT  INTO  DKAA.TKAAD
                              (SYS_DT
                              ,LOG_SEQNO
                              ,RCVE_NO_TXOFF
                              ,RCVE_NO_YY
                              ,RCVE_NO_SEQNO
                              ,RCVE_DT
                              ,RCVE_TIME
                              ,RCVE_ERR_GBN
                              ,PROC_ERR_GBN
                              ,TRANS_DT
                              ,TRANS_TIME
                              ,TRANS_ERR_GBN
                              ,ERR_DOCU      )
                        VALUES
                              (:TKAAD.SYS-DT
                              ,:TKAAD.LOG-SEQNO
                              ,:TKAAD.RCVE-NO-TXOFF
                              ,:TKAAD.RCVE-NO-YY
                              ,:TKAAD.RCVE-NO-SEQNO
                              ,:TKAAD.RCVE-DT
                              ,:TKAAD.RCVE-TIME
                              ,:TKAAD.RCVE-ERR-GBN
                              ,:TKAAD.PROC-ERR-GBN
                              ,:TKAAD.TRANS-DT
                              ,:TKAAD.TRANS-TIME
                              ,:TKAAD.TRANS-ERR-GBN
                              ,:TKAAD.ERR-DOCU     )
           END-EXEC.

           MOVE  SQLCODE                 TO  W-TKAAD-SQLCODE.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'TKAAD INSERT ERROR..' TO  TS-DATA(01:22)
               MOVE  'SQLCODE  :'        TO  TS-DATA(23:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               MOVE  I-TRWAD-KEY         TO  TS-DATA(40:15)
               PERFORM  S8100-LOG-TSQ-WRITE
               MOVE  'TKAAD'             TO  W-FAIL-TABLE-ID
               PERFORM  S2210-RETRY-QUEUE-INSERT
           END-IF.

       S2500-TKAAD-INSERT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  T K A A D   L O G   N U M B E R               *
      *                                                                *
      *    ONE NUMBER FROM THE CENTRAL LCBSNUM ALLOCATOR, SEEDED FROM  *
      *    THE OLD MAX FOR A NEW SERIES, WITH THE MAX-PLUS-ONE AS THE  *
      *    DEGRADED PATH - THE SAME RULES AS JAPA1'S S2510/S2515.      *
      *                                                                *
      ******************************************************************

       S2510-TKAAD-NUM                  SECTION.

           MOVE  SPACES                  TO  L-NUM-PARM.
           STRING  'TKAAD'  SYS-DT OF TKAAD
                   DELIMITED BY SIZE  INTO  L-NUM-SERIES-NM
           END-STRING.
           MOVE  C-PROG-ID               TO  L-NUM-PGM-ID.
           MOVE  +1                      TO  L-NUM-REQ-CNT.
           MOVE  +0                      TO  L-NUM-SEED.

           CALL  'LCBSNUM'            USING  L-NUM-PARM.

           IF  L-NUM-RC  =  '02'
               PERFORM  S2515-TKAAD-MAX-FALLBACK
               MOVE  LOG-SEQNO OF TKAAD  TO  L-NUM-SEED
               CALL  'LCBSNUM'        USING  L-NUM-PARM
           END-IF.

           IF  L-NUM-RC  =  '00'
               MOVE  L-NUM-FIRST-NO      TO  LOG-SEQNO OF TKAAD
           ELSE
               PERFORM  S2515-TKAAD-MAX-FALLBACK
           END-IF.

       S2510-TKAAD-NUM-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  T K A A D   M A X   F A L L B A C K           *
      *                                                                *
      ******************************************************************

       S2515-TKAAD-MAX-FALLBACK         SECTION.

           EXEC  SQL  SELECT  MAX(LOG_SEQNO)
                        INTO  :TKAAD.LOG-SEQNO
                        FROM  DKAA.TKAAD
                       WHERE  SYS_DT   = :TKAAD.SYS-DT
           END-EXEC.

           IF  SQLCODE  =  0
               ADD   1                   TO  LOG-SEQNO OF TKAAD
           ELSE
               MOVE  1                   TO  LOG-SEQNO OF TKAAD
           END-IF.

       S2515-TKAAD-MAX-FALLBACK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E C O N   U P D A T E                       *
      *                                                                *
      *    ROLL THIS REQUEST INTO TODAY'S DAILY_RECON_CTL ROW FOR      *
      *    JAPAE, THE SAME WAY JAPA1'S S2600 DOES FOR THE MQ CHANNEL.  *
      *                                                                *
      ******************************************************************

       S2600-RECON-UPDATE               SECTION.

           MOVE  W-SYS-DT                TO  RECN-RUN-DT.
           MOVE  C-PROG-ID               TO  RECN-SRC-PGM.
           IF  RCVE-ERR-GBN OF TKAAD  =  SPACE
               MOVE  1                   TO  W-RECN-OUT-ADD
           ELSE
               MOVE  0                   TO  W-RECN-OUT-ADD
           END-IF.

           EXEC  SQL  UPDATE  LCBD2CTL.DAILY_RECON_CTL
                         SET  IN_CNT  = IN_CNT  + 1,
                              OUT_CNT = OUT_CNT + :W-RECN-OUT-ADD
                       WHERE  RUN_DT  = :RECN-RUN-DT
                         AND  SRC_PGM = :RECN-SRC-PGM
           END-EXEC.

           IF  SQLCODE  =  100
               MOVE  1                   TO  RECN-IN-CNT
               MOVE  W-RECN-OUT-ADD      TO  RECN-OUT-CNT
               EXEC  SQL  INSERT  INTO  LCBD2CTL.DAILY_RECON_CTL
                                 (RUN_DT, SRC_PGM, IN_CNT, OUT_CNT)
                           VALUES
                                 (:RECN-RUN-DT, :RECN-SRC-PGM,
                                  :RECN-IN-CNT, :RECN-OUT-CNT)
               END-EXEC
           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  SPACE               TO  TSQ-REC
               MOVE  'RECON CTL ERROR.....' TO  TS-DATA(01:23)
               MOVE  'SQLCODE  :'        TO  TS-DATA(24:10)
               MOVE  W-SQLCODE           TO  TS-DATA(35:05)
               PERFORM  S8100-LOG-TSQ-WRITE
           END-IF.

       S2600-RECON-UPDATE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  L O G   T S Q   W R I T E                     *
      *                                                                *
      *    THE PROGRAM'S OWN JAPAEQ TSQ, ROLLED UP TO THE SHARED       *
      *    DRWB.TRWBR ERROR LOG THE SAME WAY JAPA1'S S8100 DOES.       *
      *                                                                *
      ******************************************************************

       S8100-LOG-TSQ-WRITE              SECTION.

           EXEC  CICS WRITEQ    TS       QUEUE('JAPAEQ')
                                         FROM(TSQ-REC)
                                         RESP(W-RETURN-CODE)
           END-EXEC.

           MOVE  C-PROG-ID               TO  PGM-ID       OF TRWBR.
           MOVE  EIBTRNID                TO  TRAN-ID      OF TRWBR.
           MOVE  W-SYS-DT                TO  ERR-DT       OF TRWBR.
           MOVE  W-SYS-TIME              TO  ERR-TIME     OF TRWBR.
           MOVE  TS-DATA (1:40)          TO  ERR-KEY-DATA OF TRWBR.
           MOVE  TS-DATA (41:79)         TO  ERR-MSG      OF TRWBR.

           EXEC  SQL  INSERT  INTO  DRWB.TRWBR
                           (LOG_SEQNO,   PGM_ID,   TRAN_ID,
                            ERR_DT,      ERR_TIME,
                            ERR_KEY_DATA, ERR_MSG)
                     VALUES
                           (GENERATE_UNIQUE(),
                            :TRWBR.PGM-ID,    :TRWBR.TRAN-ID,
                            :TRWBR.ERR-DT,    :TRWBR.ERR-TIME,
                            :TRWBR.ERR-KEY-DATA, :TRWBR.ERR-MSG)
           END-EXEC.

       S8100-LOG-TSQ-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  G E T   S Y S T E M   D A T E                 *
      *                                                                *
      ******************************************************************

       S8200-GET-SYSTEM-DATE            SECTION.

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

           MOVE  W-DB2DATE(1:4)          TO  W-SYS-DT(1:4).
           MOVE  W-DB2DATE(6:2)          TO  W-SYS-DT(5:2).
           MOVE  W-DB2DATE(9:2)          TO  W-SYS-DT(7:2).
           MOVE  W-TIME                  TO  TS-SYS-TIME.
           MOVE  W-TIME(1:2)             TO  W-SYS-TIME (1:2).
           MOVE  W-TIME(4:2)             TO  W-SYS-TIME (3:2).
           MOVE  W-TIME(7:2)             TO  W-SYS-TIME (5:2).

       S8200-GET-SYSTEM-DATE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                        F I N A L                               *
      *                                                                *
      ******************************************************************

       S9000-FINAL                      SECTION.

           EXEC  CICS  RETURN
           END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             E N D   O F   P R O G R A M      JAPAE             *
      *                                                                *
      ******************************************************************
