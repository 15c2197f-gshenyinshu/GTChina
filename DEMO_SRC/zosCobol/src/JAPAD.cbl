      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           JAPAD.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    J  A  P  A  D                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  MAINTAIN THE DRWB.TRWCC AUTHORIZED-         *
      *                     REPRESENTATIVE REGISTER:  REGISTER A       *
      *                     POWER OF ATTORNEY / TAX-AGENT MANDATE      *
      *                     ('A'), INQUIRE ('I'), WITHDRAW IT ('W')    *
      *                     OR CHANGE ITS VALID-TO DATE ('E').  THE    *
      *                     REGISTER IS WHAT JAPA1/JAPB1 CHECK A       *
      *                     THIRD-PARTY REQUEST AGAINST AND WHAT       *
      *                     LAP92 CHECKS A COUNTER PICKUP AGAINST.     *
      *                                                                *
      *  TRANSACTION    -  JAAD                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  250 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  250 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWCC (  AUTHORIZED REPRESENTATIVE REGISTER )      CRU   *
      *  DRWA.TRWAT (  TX-SRVC-TP CODE TABLE )                   R     *
      *  DTAA.TTAAA / DTIA.TTIAA (  MASTERS )                    R     *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *  SPECIAL LOGIC  -  A ROW IS KEYED BY PRINCIPAL, REPRESENTATIVE *
      *                     SERVICE TYPE AND VALID-FROM DATE.  TWO     *
      *                     ACTIVE AUTHORITIES FOR THE SAME PRINCIPAL, *
      *                     REPRESENTATIVE AND SERVICE MAY NOT OVERLAP *
      *                     IN TIME.  A WITHDRAWN ROW IS KEPT FOR THE  *
      *                     AUDIT TRAIL AND CANNOT BE CHANGED.         *
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
           VALUE 'JAPAD - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-JAPAD             PIC  X(05)  VALUE 'JAPAD'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-SRVC-ALL              PIC  X(05)  VALUE '*****'.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-OVERLAP-CNT           PIC  S9(09) COMP VALUE ZERO.

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
               88  W-COMM-ACTION-INQUIRE           VALUE 'I'.
               88  W-COMM-ACTION-WITHDRAW          VALUE 'W'.
               88  W-COMM-ACTION-EXTEND            VALUE 'E'.
           05  W-COMM-PRINCIPAL-ID     PIC  X(13).
           05  W-COMM-PRINCIPAL-TP     PIC  X(01).
           05  W-COMM-REP-ID           PIC  X(13).
           05  W-COMM-REP-TP           PIC  X(01).
           05  W-COMM-TX-SRVC-TP       PIC  X(05).
           05  W-COMM-VALID-FR-DT      PIC  X(08).
           05  W-COMM-VALID-TO-DT      PIC  X(08).
           05  W-COMM-REP-KIND         PIC  X(01).
           05  W-COMM-REP-NM           PIC  X(30).
           05  W-COMM-DOC-REF          PIC  X(30).
           05  W-COMM-AUTH-STAUS       PIC  X(01).
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(48).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCC          *
      *                                *    REPRESENTATIVE REGISTER   *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCC   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWAT          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOAT   END-EXEC.

      *                                ********************************
      *                                *    DB2        TTAAA          *
      *                                *    BUSINESS MASTER           *
      *                                ********************************
           EXEC  SQL   INCLUDE  TAOAA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TTIAA          *
      *                                *    INDIVIDUAL MASTER         *
      *                                ********************************
           EXEC  SQL   INCLUDE  TIOAA   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'JAPAD - WORKING STORAGE ENDS HERE'.

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
      *      DISPATCH ON THE REQUESTED MAINTENANCE ACTION.
      *****************************************************************
       S2000-MAIN               SECTION.

      * A MANDATE LETS A STRANGER TAKE AWAY A TAXPAYER'S CERTIFICATE -
      * THE CENTRAL AUTHORITY TABLE SAYS WHO MAY RECORD ONE.  INQUIRY
      * STAYS OPEN TO THE COUNTER.
           IF  NOT  W-COMM-ACTION-INQUIRE
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  'JAPADMNT'        TO  L-SAUTH-FUNC-CD
               MOVE  ZERO              TO  L-SAUTH-CHK-CNT
               MOVE  W-SYS-DT          TO  L-SAUTH-TODAY
               CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM
               IF  L-SAUTH-AUTH-FG  NOT =  'Y'
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'OPERATOR NOT AUTHORIZED FOR MAINTENANCE'
                                       TO  W-COMM-MSG
                   GO TO  S2000-MAIN-EXIT
               END-IF
           END-IF.

           IF  W-COMM-PRINCIPAL-ID  =  SPACE  OR  LOW-VALUE
           OR  W-COMM-REP-ID        =  SPACE  OR  LOW-VALUE
           OR  W-COMM-TX-SRVC-TP    =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'PRINCIPAL, REPRESENTATIVE AND SERVICE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           MOVE  W-COMM-PRINCIPAL-ID   TO  PRINCIPAL-ID OF TRWCC.
           MOVE  W-COMM-REP-ID         TO  REP-ID       OF TRWCC.
           MOVE  W-COMM-TX-SRVC-TP     TO  TX-SRVC-TP   OF TRWCC.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-ADD
                     PERFORM  S2100-ADD-AUTH
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2300-INQUIRE-AUTH
               WHEN  W-COMM-ACTION-WITHDRAW
                     PERFORM  S2400-WITHDRAW-AUTH
               WHEN  W-COMM-ACTION-EXTEND
                     PERFORM  S2500-EXTEND-AUTH
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-ADD-AUTH
      *      REGISTER A NEW AUTHORITY.  THE VALID-FROM DATE DEFAULTS
      *      TO TODAY; THE VALID-TO DATE IS ALWAYS GIVEN - AN OPEN-
      *      ENDED MANDATE IS NOT ACCEPTED.
      *****************************************************************
       S2100-ADD-AUTH           SECTION.

           IF  W-COMM-VALID-FR-DT  =  SPACE  OR  LOW-VALUE
               MOVE  W-SYS-DT          TO  W-COMM-VALID-FR-DT
           END-IF.

           IF  W-COMM-VALID-TO-DT  =  SPACE  OR  LOW-VALUE
           OR  W-COMM-VALID-TO-DT  <  W-COMM-VALID-FR-DT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'VALID-TO DATE REQUIRED, NOT BEFORE VALID-FROM'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-AUTH-EXIT
           END-IF.

           IF  W-COMM-REP-ID  =  W-COMM-PRINCIPAL-ID
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'REPRESENTATIVE CANNOT BE THE PRINCIPAL'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-AUTH-EXIT
           END-IF.

           IF  W-COMM-REP-KIND  NOT =  'A'  AND
               W-COMM-REP-KIND  NOT =  'L'  AND
               W-COMM-REP-KIND  NOT =  'F'  AND
               W-COMM-REP-KIND  NOT =  'O'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'REPRESENTATIVE KIND MUST BE A, L, F OR O'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-AUTH-EXIT
           END-IF.

           IF  W-COMM-DOC-REF  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'DOCUMENT REFERENCE OF THE MANDATE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-AUTH-EXIT
           END-IF.

           IF  W-COMM-TX-SRVC-TP  NOT =  C-SRVC-ALL
               EXEC  SQL  SELECT  ACTIVE_FG
                            INTO  :TRWAT.ACTIVE-FG
                            FROM  DRWA.TRWAT
                           WHERE  TX_SRVC_TP = :W-COMM-TX-SRVC-TP
               END-EXEC
               IF  SQLCODE  NOT =  0
               OR  NOT  ACTIVE-FG-YES OF TRWAT
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'SERVICE TYPE NOT ACTIVE ON TRWAT'
                                        TO  W-COMM-MSG
                   GO TO  S2100-ADD-AUTH-EXIT
               END-IF
           END-IF.

           PERFORM  S2110-PRINCIPAL-CHK.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-ADD-AUTH-EXIT
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-OVERLAP-CNT
                        FROM  DRWB.TRWCC
                       WHERE  PRINCIPAL_ID = :TRWCC.PRINCIPAL-ID
                         AND  REP_ID       = :TRWCC.REP-ID
                         AND  TX_SRVC_TP   = :TRWCC.TX-SRVC-TP
                         AND  AUTH_STAUS   = 'A'
                         AND  VALID_FR_DT <= :W-COMM-VALID-TO-DT
                         AND  VALID_TO_DT >= :W-COMM-VALID-FR-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCC SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
               GO TO  S2100-ADD-AUTH-EXIT
           END-IF.

           IF  W-OVERLAP-CNT  >  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'AN ACTIVE AUTHORITY ALREADY COVERS THESE DATES'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-AUTH-EXIT
           END-IF.

           MOVE  W-COMM-PRINCIPAL-TP   TO  PRINCIPAL-TP OF TRWCC.
           MOVE  W-COMM-REP-TP         TO  REP-TP       OF TRWCC.
           MOVE  W-COMM-VALID-FR-DT    TO  VALID-FR-DT  OF TRWCC.
           MOVE  W-COMM-VALID-TO-DT    TO  VALID-TO-DT  OF TRWCC.
           MOVE  W-COMM-REP-KIND       TO  REP-KIND     OF TRWCC.
           MOVE  W-COMM-REP-NM         TO  REP-NM       OF TRWCC.
           MOVE  W-COMM-DOC-REF        TO  DOC-REF      OF TRWCC.
           MOVE  'A'                   TO  AUTH-STAUS   OF TRWCC.
           MOVE  W-SYS-DT              TO  REGIST-DT    OF TRWCC
                                           CHANGE-DT    OF TRWCC.
           MOVE  W-COMM-OPID           TO  REGIST-OPID  OF TRWCC
                                           CHANGE-OPID  OF TRWCC.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCC
                             (PRINCIPAL_ID,
                              PRINCIPAL_TP,
                              REP_ID,
                              REP_TP,
                              TX_SRVC_TP,
                              VALID_FR_DT,
                              VALID_TO_DT,
                              REP_KIND,
                              REP_NM,
                              DOC_REF,
                              AUTH_STAUS,
                              REGIST_DT,
                              REGIST_OPID,
                              CHANGE_DT,
                              CHANGE_OPID  )
                       VALUES
                             (:TRWCC.PRINCIPAL-ID,
                              :TRWCC.PRINCIPAL-TP,
                              :TRWCC.REP-ID,
                              :TRWCC.REP-TP,
                              :TRWCC.TX-SRVC-TP,
                              :TRWCC.VALID-FR-DT,
                              :TRWCC.VALID-TO-DT,
                              :TRWCC.REP-KIND,
                              :TRWCC.REP-NM,
                              :TRWCC.DOC-REF,
                              :TRWCC.AUTH-STAUS,
                              :TRWCC.REGIST-DT,
                              :TRWCC.REGIST-OPID,
                              :TRWCC.CHANGE-DT,
                              :TRWCC.CHANGE-OPID  )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'A'         TO  W-COMM-AUTH-STAUS
                     MOVE  'REPRESENTATIVE AUTHORITY REGISTERED'
                                        TO  W-COMM-MSG
               WHEN  -803
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'AUTHORITY ALREADY ON FILE FOR THIS DATE'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCC INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2100-ADD-AUTH-EXIT.
           EXIT.
      *****************************************************************
      *S2110-PRINCIPAL-CHK
      *      THE PRINCIPAL MUST BE ON THE MASTER FILES - THE SAME
      *      TTAAA-THEN-TTIAA PROBE ORDER JAPA1 S2160 USES.
      *****************************************************************
       S2110-PRINCIPAL-CHK      SECTION.

           MOVE  W-COMM-PRINCIPAL-ID (1:10)
                                       TO  BUSNID OF TTAAA.

           EXEC  SQL  SELECT  TRADE_NM
                        INTO  :TTAAA.TRADE-NM
                        FROM  DTAA.TTAAA
                       WHERE  BUSNID      = :TTAAA.BUSNID
                         AND  LAST_FG     = 'Y'
           END-EXEC.

           IF  SQLCODE  =  0
               GO TO  S2110-PRINCIPAL-CHK-EXIT
           END-IF.

           MOVE  W-COMM-PRINCIPAL-ID   TO  RESID      OF TTIAA.
           MOVE  W-COMM-PRINCIPAL-TP   TO  TXPAYER-TP OF TTIAA.

           EXEC  SQL  SELECT  NM
                        INTO  :TTIAA.NM
                        FROM  DTIA.TTIAA
                       WHERE  RESID      = :TTIAA.RESID
                         AND  TXPAYER_TP = :TTIAA.TXPAYER-TP
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'PRINCIPAL NOT ON MASTER FILE'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TTIAA SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2110-PRINCIPAL-CHK-EXIT.
           EXIT.
      *****************************************************************
      *S2300-INQUIRE-AUTH
      *      RETURN ONE AUTHORITY.  WITHOUT A VALID-FROM DATE THE
      *      MOST RECENT ROW FOR THE PRINCIPAL/REPRESENTATIVE/SERVICE
      *      IS RETURNED.
      *****************************************************************
       S2300-INQUIRE-AUTH       SECTION.

           IF  W-COMM-VALID-FR-DT  =  SPACE  OR  LOW-VALUE
               EXEC  SQL  SELECT  MAX(VALID_FR_DT)
                            INTO  :TRWCC.VALID-FR-DT
                            FROM  DRWB.TRWCC
                           WHERE  PRINCIPAL_ID = :TRWCC.PRINCIPAL-ID
                             AND  REP_ID       = :TRWCC.REP-ID
                             AND  TX_SRVC_TP   = :TRWCC.TX-SRVC-TP
                           HAVING COUNT(*) > 0
               END-EXEC
               IF  SQLCODE  NOT =  0
                   MOVE  C-RC03        TO  W-COMM-RC
                   MOVE  'AUTHORITY NOT FOUND'  TO  W-COMM-MSG
                   GO TO  S2300-INQUIRE-AUTH-EXIT
               END-IF
           ELSE
               MOVE  W-COMM-VALID-FR-DT  TO  VALID-FR-DT OF TRWCC
           END-IF.

           EXEC  SQL  SELECT  PRINCIPAL_TP, REP_TP, VALID_TO_DT,
                              REP_KIND, REP_NM, DOC_REF, AUTH_STAUS
                        INTO  :TRWCC.PRINCIPAL-TP,
                              :TRWCC.REP-TP,
                              :TRWCC.VALID-TO-DT,
                              :TRWCC.REP-KIND,
                              :TRWCC.REP-NM,
                              :TRWCC.DOC-REF,
                              :TRWCC.AUTH-STAUS
                        FROM  DRWB.TRWCC
                       WHERE  PRINCIPAL_ID = :TRWCC.PRINCIPAL-ID
                         AND  REP_ID       = :TRWCC.REP-ID
                         AND  TX_SRVC_TP   = :TRWCC.TX-SRVC-TP
                         AND  VALID_FR_DT  = :TRWCC.VALID-FR-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  PRINCIPAL-TP OF TRWCC
                                        TO  W-COMM-PRINCIPAL-TP
                     MOVE  REP-TP      OF TRWCC  TO  W-COMM-REP-TP
                     MOVE  VALID-FR-DT OF TRWCC
                                        TO  W-COMM-VALID-FR-DT
                     MOVE  VALID-TO-DT OF TRWCC
                                        TO  W-COMM-VALID-TO-DT
                     MOVE  REP-KIND    OF TRWCC  TO  W-COMM-REP-KIND
                     MOVE  REP-NM      OF TRWCC  TO  W-COMM-REP-NM
                     MOVE  DOC-REF     OF TRWCC  TO  W-COMM-DOC-REF
                     MOVE  AUTH-STAUS  OF TRWCC
                                        TO  W-COMM-AUTH-STAUS
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'AUTHORITY NOT FOUND'  TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCC SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2300-INQUIRE-AUTH-EXIT.
           EXIT.
      *****************************************************************
      *S2400-WITHDRAW-AUTH
      *      WITHDRAW AN ACTIVE AUTHORITY.  THE ROW STAYS ON FILE SO
      *      EVERY RECEIPT TAKEN UNDER IT CAN STILL BE TRACED TO THE
      *      MANDATE.
      *****************************************************************
       S2400-WITHDRAW-AUTH      SECTION.

           MOVE  W-COMM-VALID-FR-DT    TO  VALID-FR-DT OF TRWCC.

           EXEC  SQL  UPDATE  DRWB.TRWCC
                         SET  AUTH_STAUS   = 'W',
                              CHANGE_DT    = :W-SYS-DT,
                              CHANGE_OPID  = :W-COMM-OPID
                       WHERE  PRINCIPAL_ID = :TRWCC.PRINCIPAL-ID
                         AND  REP_ID       = :TRWCC.REP-ID
                         AND  TX_SRVC_TP   = :TRWCC.TX-SRVC-TP
                         AND  VALID_FR_DT  = :TRWCC.VALID-FR-DT
                         AND  AUTH_STAUS   = 'A'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'W'         TO  W-COMM-AUTH-STAUS
                     MOVE  'REPRESENTATIVE AUTHORITY WITHDRAWN'
                                        TO  W-COMM-MSG
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO ACTIVE AUTHORITY FOUND'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCC UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2400-WITHDRAW-AUTH-EXIT.
           EXIT.
      *****************************************************************
      *S2500-EXTEND-AUTH
      *      MOVE THE VALID-TO DATE OF AN ACTIVE AUTHORITY - A
      *      RENEWED MANDATE, OR ONE CUT SHORT BY THE PRINCIPAL.
      *****************************************************************
       S2500-EXTEND-AUTH        SECTION.

           MOVE  W-COMM-VALID-FR-DT    TO  VALID-FR-DT OF TRWCC.

           IF  W-COMM-VALID-TO-DT  =  SPACE  OR  LOW-VALUE
           OR  W-COMM-VALID-TO-DT  <  W-COMM-VALID-FR-DT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'VALID-TO DATE REQUIRED, NOT BEFORE VALID-FROM'
                                        TO  W-COMM-MSG
               GO TO  S2500-EXTEND-AUTH-EXIT
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-OVERLAP-CNT
                        FROM  DRWB.TRWCC
                       WHERE  PRINCIPAL_ID = :TRWCC.PRINCIPAL-ID
                         AND  REP_ID       = :TRWCC.REP-ID
                         AND  TX_SRVC_TP   = :TRWCC.TX-SRVC-TP
                         AND  VALID_FR_DT <> :TRWCC.VALID-FR-DT
                         AND  AUTH_STAUS   = 'A'
                         AND  VALID_FR_DT <= :W-COMM-VALID-TO-DT
                         AND  VALID_TO_DT >= :TRWCC.VALID-FR-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCC SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
               GO TO  S2500-EXTEND-AUTH-EXIT
           END-IF.

           IF  W-OVERLAP-CNT  >  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'NEW DATE OVERLAPS ANOTHER ACTIVE AUTHORITY'
                                        TO  W-COMM-MSG
               GO TO  S2500-EXTEND-AUTH-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWCC
                         SET  VALID_TO_DT  = :W-COMM-VALID-TO-DT,
                              CHANGE_DT    = :W-SYS-DT,
                              CHANGE_OPID  = :W-COMM-OPID
                       WHERE  PRINCIPAL_ID = :TRWCC.PRINCIPAL-ID
                         AND  REP_ID       = :TRWCC.REP-ID
                         AND  TX_SRVC_TP   = :TRWCC.TX-SRVC-TP
                         AND  VALID_FR_DT  = :TRWCC.VALID-FR-DT
                         AND  AUTH_STAUS   = 'A'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'VALID-TO DATE CHANGED'  TO  W-COMM-MSG
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO ACTIVE AUTHORITY FOUND'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCC UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2500-EXTEND-AUTH-EXIT.
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
                       DATESEP
           END-EXEC.

           MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
           MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
           MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).

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
      *              PROGRAM  ID  :  JAPAD                             *
      *                                                                *
      ******************************************************************
