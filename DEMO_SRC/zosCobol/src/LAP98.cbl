      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LAP98.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  A  P  9  8                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  MAINTAIN THE DRWB.TRWCK BUSINESS LICENCE /  *
      *                     PERMIT REGISTER OF ONE REGISTRATION:  ADD  *
      *                     A PERMIT ('A'), INQUIRE ('I'), RENEW IT    *
      *                     WITH NEW ISSUE / EXPIRY DATES ('R') OR     *
      *                     RECORD A STATUS CHANGE FROM THE ISSUING    *
      *                     AUTHORITY ('S').  THE REGISTER IS WHAT     *
      *                     LEP32/LEP33 WARN ON, WHAT JEPA2 HOLDS A    *
      *                     LICENCE-DEPENDENT CERTIFICATE AGAINST AND  *
      *                     WHAT THE NIGHTLY LAPBE SWEEP EXPIRES.      *
      *                                                                *
      *  TRANSACTION    -  LA98                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  500 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  500 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWCK (  LICENCE / PERMIT REGISTER )               CRU   *
      *  DTBA.TTBAA (  REGISTRATION RECEIPT )                    R     *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *  SPECIAL LOGIC  -  A ROW IS KEYED BY THE REGISTRATION RECEIPT  *
      *                     AND A PERMIT SEQUENCE NUMBER.  INQUIRY BY  *
      *                     BUSINESS ID ALONE RESOLVES TO THE LATEST   *
      *                     RECEIPT HOLDING A PERMIT FOR IT.  REVOKED  *
      *                     AND WITHDRAWN PERMITS ARE KEPT FOR THE     *
      *                     AUDIT TRAIL AND CANNOT BE CHANGED; A       *
      *                     SUSPENDED ONE IS REINSTATED WITH 'S' AND   *
      *                     STATUS 'A' BEFORE IT CAN BE RENEWED.       *
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
           VALUE 'LAP98 - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LAP98             PIC  X(05)  VALUE 'LAP98'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-LIST-MAX              PIC  S9(04) COMP VALUE +5.

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
           05  W-LIST-IX               PIC  S9(04) COMP VALUE ZERO.
           05  W-NEW-STAUS             PIC  X(01).

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
               88  W-COMM-ACTION-RENEW             VALUE 'R'.
               88  W-COMM-ACTION-STATUS            VALUE 'S'.
           05  W-COMM-TXOFF-CD         PIC  X(03).
           05  W-COMM-RCVE-YEAR        PIC  X(04).
           05  W-COMM-RCVE-NO          PIC  9(07).
           05  W-COMM-PERMIT-SEQNO     PIC  9(04).
           05  W-COMM-BUSNID           PIC  X(10).
           05  W-COMM-PERMIT-TP        PIC  X(03).
           05  W-COMM-PERMIT-SUBTP     PIC  X(01).
           05  W-COMM-PERMIT-NO        PIC  X(30).
           05  W-COMM-ISSUE-AUTH       PIC  X(40).
           05  W-COMM-ISSUE-DT         PIC  X(08).
           05  W-COMM-EXPIRY-DT        PIC  X(08).
           05  W-COMM-AREA-BD          PIC  9(09)V9(04).
      *    ON 'S' THE STATUS TO SET; ON REPLY THE STATUS ON FILE
           05  W-COMM-PERMIT-STAUS     PIC  X(01).
           05  W-COMM-STAUS-DT         PIC  X(08).
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
      *    INQUIRY REPLY - THE FIRST PERMITS OF THE RECEIPT
           05  W-COMM-LIST-CNT         PIC  9(02).
           05  W-COMM-LIST             OCCURS 5 TIMES.
               10  W-COMM-L-SEQNO      PIC  9(04).
               10  W-COMM-L-TP         PIC  X(03).
               10  W-COMM-L-NO         PIC  X(30).
               10  W-COMM-L-EXPIRY-DT  PIC  X(08).
               10  W-COMM-L-STAUS      PIC  X(01).
           05  FILLER                  PIC  X(37).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCK          *
      *                                *    LICENCE/PERMIT REGISTER   *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCK   END-EXEC.

      *                                ********************************
      *                                *    PERMITS OF ONE RECEIPT    *
      *                                ********************************
           EXEC  SQL   DECLARE  CURSOR_PERMIT  CURSOR  FOR
                       SELECT   PERMIT_SEQNO, PERMIT_TP, PERMIT_NO,
                                EXPIRY_DT, PERMIT_STAUS
                         FROM   DRWB.TRWCK
                        WHERE   TXOFF_CD  = :W-COMM-TXOFF-CD
                          AND   RCVE_YEAR = :W-COMM-RCVE-YEAR
                          AND   RCVE_NO   = :W-COMM-RCVE-NO
                        ORDER   BY PERMIT_SEQNO
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP98 - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(500).

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

      * A PERMIT ON FILE DECIDES WHETHER JEPA2 WILL ISSUE - THE CENTRAL
      * AUTHORITY TABLE SAYS WHO MAY RECORD OR CHANGE ONE.  INQUIRY
      * STAYS OPEN TO THE COUNTER.
           IF  NOT  W-COMM-ACTION-INQUIRE
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  'LAP98MNT'        TO  L-SAUTH-FUNC-CD
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

           IF  W-COMM-ACTION-INQUIRE
               IF  W-COMM-TXOFF-CD  =  SPACE  OR  LOW-VALUE
                   IF  W-COMM-BUSNID  NOT =  SPACE  AND
                       W-COMM-BUSNID  NOT =  LOW-VALUE
                       PERFORM  S2050-RESOLVE-BUSNID
                       IF  W-COMM-RC  NOT =  SPACE
                           GO TO  S2000-MAIN-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF  W-COMM-TXOFF-CD      =  SPACE  OR  LOW-VALUE
           OR  W-COMM-RCVE-YEAR     =  SPACE  OR  LOW-VALUE
           OR  W-COMM-RCVE-NO   NOT NUMERIC
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'REGISTRATION RECEIPT NUMBER REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           IF  W-COMM-PERMIT-SEQNO  NOT NUMERIC
               MOVE  ZERO              TO  W-COMM-PERMIT-SEQNO
           END-IF.

           MOVE  W-COMM-TXOFF-CD       TO  TXOFF-CD     OF TRWCK.
           MOVE  W-COMM-RCVE-YEAR      TO  RCVE-YEAR    OF TRWCK.
           MOVE  W-COMM-RCVE-NO        TO  RCVE-NO      OF TRWCK.
           MOVE  W-COMM-PERMIT-SEQNO   TO  PERMIT-SEQNO OF TRWCK.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-ADD
                     PERFORM  S2100-ADD-PERMIT
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2300-INQUIRE-PERMIT
               WHEN  W-COMM-ACTION-RENEW
                     PERFORM  S2400-RENEW-PERMIT
               WHEN  W-COMM-ACTION-STATUS
                     PERFORM  S2500-STATUS-PERMIT
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2050-RESOLVE-BUSNID
      *      AN INQUIRY BY BUSINESS ID ALONE IS ANSWERED FROM THE
      *      LATEST REGISTRATION RECEIPT THAT HOLDS A PERMIT FOR IT.
      *****************************************************************
       S2050-RESOLVE-BUSNID     SECTION.

           EXEC  SQL  SELECT  TXOFF_CD, RCVE_YEAR, RCVE_NO
                        INTO  :TRWCK.TXOFF-CD,
                              :TRWCK.RCVE-YEAR,
                              :TRWCK.RCVE-NO
                        FROM  DRWB.TRWCK
                       WHERE  BUSNID = :W-COMM-BUSNID
                       ORDER  BY RCVE_YEAR DESC, RCVE_NO DESC
                       FETCH  FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  TXOFF-CD  OF TRWCK  TO  W-COMM-TXOFF-CD
                     MOVE  RCVE-YEAR OF TRWCK  TO  W-COMM-RCVE-YEAR
                     MOVE  RCVE-NO   OF TRWCK  TO  W-COMM-RCVE-NO
                     MOVE  ZERO                TO  W-COMM-PERMIT-SEQNO
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO PERMIT ON FILE FOR THIS BUSINESS'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCK SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2050-RESOLVE-BUSNID-EXIT.
           EXIT.
      *****************************************************************
      *S2100-ADD-PERMIT
      *      RECORD A NEW PERMIT UNDER THE NEXT SEQUENCE NUMBER OF THE
      *      RECEIPT.  ISSUE AND EXPIRY DATES ARE OPTIONAL - A PERMIT
      *      WITHOUT AN EXPIRY DATE NEVER LAPSES BY TIME.  ONE ALREADY
      *      PAST ITS EXPIRY DATE IS RECORDED AS EXPIRED.
      *****************************************************************
       S2100-ADD-PERMIT         SECTION.

           IF  W-COMM-PERMIT-TP     =  SPACE  OR  LOW-VALUE
           OR  W-COMM-PERMIT-NO     =  SPACE  OR  LOW-VALUE
           OR  W-COMM-ISSUE-AUTH    =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'PERMIT TYPE, NUMBER AND ISSUER REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-PERMIT-EXIT
           END-IF.

           IF  W-COMM-ISSUE-DT      =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-ISSUE-DT
           END-IF.
           IF  W-COMM-EXPIRY-DT     =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-EXPIRY-DT
           END-IF.

           IF  W-COMM-ISSUE-DT  NOT =  SPACE
           AND W-COMM-EXPIRY-DT NOT =  SPACE
           AND W-COMM-EXPIRY-DT     <  W-COMM-ISSUE-DT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'EXPIRY DATE MAY NOT BE BEFORE THE ISSUE DATE'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-PERMIT-EXIT
           END-IF.

           IF  W-COMM-AREA-BD   NOT NUMERIC
               MOVE  ZERO              TO  W-COMM-AREA-BD
           END-IF.

      * THE RECEIPT MUST BE ON FILE; ITS BUSINESS ID (IF ALREADY
      * GRANTED) IS CARRIED ONTO THE PERMIT.
           EXEC  SQL  SELECT  BUSNID
                        INTO  :TRWCK.BUSNID
                        FROM  DTBA.TTBAA
                       WHERE  TXOFF_CD  = :TRWCK.TXOFF-CD
                         AND  RCVE_YEAR = :TRWCK.RCVE-YEAR
                         AND  RCVE_NO   = :TRWCK.RCVE-NO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'REGISTRATION RECEIPT NOT ON FILE'
                                        TO  W-COMM-MSG
                     GO TO  S2100-ADD-PERMIT-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TTBAA SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
                     GO TO  S2100-ADD-PERMIT-EXIT
           END-EVALUATE.

           EXEC  SQL  SELECT  COALESCE(MAX(PERMIT_SEQNO),0) + 1
                        INTO  :TRWCK.PERMIT-SEQNO
                        FROM  DRWB.TRWCK
                       WHERE  TXOFF_CD  = :TRWCK.TXOFF-CD
                         AND  RCVE_YEAR = :TRWCK.RCVE-YEAR
                         AND  RCVE_NO   = :TRWCK.RCVE-NO
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCK SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
               GO TO  S2100-ADD-PERMIT-EXIT
           END-IF.

           MOVE  W-COMM-PERMIT-TP      TO  PERMIT-TP    OF TRWCK.
           MOVE  W-COMM-PERMIT-SUBTP   TO  PERMIT-SUBTP OF TRWCK.
           MOVE  W-COMM-PERMIT-NO      TO  PERMIT-NO    OF TRWCK.
           MOVE  W-COMM-ISSUE-AUTH     TO  ISSUE-AUTH   OF TRWCK.
           MOVE  W-COMM-ISSUE-DT       TO  ISSUE-DT     OF TRWCK.
           MOVE  W-COMM-EXPIRY-DT      TO  EXPIRY-DT    OF TRWCK.
           MOVE  W-COMM-AREA-BD        TO  AREA-BD      OF TRWCK.
           IF  W-COMM-EXPIRY-DT  NOT =  SPACE
           AND W-COMM-EXPIRY-DT      <  W-SYS-DT
               MOVE  'E'               TO  PERMIT-STAUS OF TRWCK
           ELSE
               MOVE  'A'               TO  PERMIT-STAUS OF TRWCK
           END-IF.
           MOVE  'M'                   TO  REGIST-SRC   OF TRWCK.
           MOVE  W-SYS-DT              TO  STAUS-DT     OF TRWCK
                                           REGIST-DT    OF TRWCK
                                           CHANGE-DT    OF TRWCK.
           MOVE  W-COMM-OPID           TO  REGIST-OPID  OF TRWCK
                                           CHANGE-OPID  OF TRWCK.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCK
                             (TXOFF_CD,
                              RCVE_YEAR,
                              RCVE_NO,
                              PERMIT_SEQNO,
                              BUSNID,
                              PERMIT_TP,
                              PERMIT_SUBTP,
                              PERMIT_NO,
                              ISSUE_AUTH,
                              ISSUE_DT,
                              EXPIRY_DT,
                              AREA_BD,
                              PERMIT_STAUS,
                              STAUS_DT,
                              REGIST_SRC,
                              REGIST_DT,
                              REGIST_OPID,
                              CHANGE_DT,
                              CHANGE_OPID  )
                       VALUES
                             (:TRWCK.TXOFF-CD,
                              :TRWCK.RCVE-YEAR,
                              :TRWCK.RCVE-NO,
                              :TRWCK.PERMIT-SEQNO,
                              :TRWCK.BUSNID,
                              :TRWCK.PERMIT-TP,
                              :TRWCK.PERMIT-SUBTP,
                              :TRWCK.PERMIT-NO,
                              :TRWCK.ISSUE-AUTH,
                              :TRWCK.ISSUE-DT,
                              :TRWCK.EXPIRY-DT,
                              :TRWCK.AREA-BD,
                              :TRWCK.PERMIT-STAUS,
                              :TRWCK.STAUS-DT,
                              :TRWCK.REGIST-SRC,
                              :TRWCK.REGIST-DT,
                              :TRWCK.REGIST-OPID,
                              :TRWCK.CHANGE-DT,
                              :TRWCK.CHANGE-OPID  )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  PERMIT-SEQNO OF TRWCK
                                        TO  W-COMM-PERMIT-SEQNO
                     MOVE  BUSNID       OF TRWCK  TO  W-COMM-BUSNID
                     MOVE  PERMIT-STAUS OF TRWCK
                                        TO  W-COMM-PERMIT-STAUS
                     MOVE  W-SYS-DT     TO  W-COMM-STAUS-DT
                     MOVE  'PERMIT REGISTERED'  TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCK INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2100-ADD-PERMIT-EXIT.
           EXIT.
      *****************************************************************
      *S2300-INQUIRE-PERMIT
      *      RETURN THE PERMIT ASKED FOR (SEQNO 1 WHEN NONE IS GIVEN)
      *      AND THE LIST OF THE FIRST PERMITS OF THE RECEIPT.
      *****************************************************************
       S2300-INQUIRE-PERMIT     SECTION.

           IF  PERMIT-SEQNO OF TRWCK  =  ZERO
               MOVE  1                 TO  PERMIT-SEQNO OF TRWCK
           END-IF.

           EXEC  SQL  SELECT  BUSNID, PERMIT_TP, PERMIT_SUBTP,
                              PERMIT_NO, ISSUE_AUTH, ISSUE_DT,
                              EXPIRY_DT, AREA_BD, PERMIT_STAUS,
                              STAUS_DT
                        INTO  :TRWCK.BUSNID,
                              :TRWCK.PERMIT-TP,
                              :TRWCK.PERMIT-SUBTP,
                              :TRWCK.PERMIT-NO,
                              :TRWCK.ISSUE-AUTH,
                              :TRWCK.ISSUE-DT,
                              :TRWCK.EXPIRY-DT,
                              :TRWCK.AREA-BD,
                              :TRWCK.PERMIT-STAUS,
                              :TRWCK.STAUS-DT
                        FROM  DRWB.TRWCK
                       WHERE  TXOFF_CD     = :TRWCK.TXOFF-CD
                         AND  RCVE_YEAR    = :TRWCK.RCVE-YEAR
                         AND  RCVE_NO      = :TRWCK.RCVE-NO
                         AND  PERMIT_SEQNO = :TRWCK.PERMIT-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  PERMIT-SEQNO OF TRWCK
                                        TO  W-COMM-PERMIT-SEQNO
                     MOVE  BUSNID       OF TRWCK  TO  W-COMM-BUSNID
                     MOVE  PERMIT-TP    OF TRWCK  TO  W-COMM-PERMIT-TP
                     MOVE  PERMIT-SUBTP OF TRWCK
                                        TO  W-COMM-PERMIT-SUBTP
                     MOVE  PERMIT-NO    OF TRWCK  TO  W-COMM-PERMIT-NO
                     MOVE  ISSUE-AUTH   OF TRWCK  TO  W-COMM-ISSUE-AUTH
                     MOVE  ISSUE-DT     OF TRWCK  TO  W-COMM-ISSUE-DT
                     MOVE  EXPIRY-DT    OF TRWCK  TO  W-COMM-EXPIRY-DT
                     MOVE  AREA-BD      OF TRWCK  TO  W-COMM-AREA-BD
                     MOVE  PERMIT-STAUS OF TRWCK
                                        TO  W-COMM-PERMIT-STAUS
                     MOVE  STAUS-DT     OF TRWCK  TO  W-COMM-STAUS-DT
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'PERMIT NOT FOUND'  TO  W-COMM-MSG
                     GO TO  S2300-INQUIRE-PERMIT-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCK SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
                     GO TO  S2300-INQUIRE-PERMIT-EXIT
           END-EVALUATE.

           PERFORM  S2310-LIST-PERMITS.

       S2300-INQUIRE-PERMIT-EXIT.
           EXIT.
      *****************************************************************
      *S2310-LIST-PERMITS
      *      FILL THE REPLY LIST WITH THE FIRST PERMITS OF THE RECEIPT
      *      IN SEQUENCE ORDER.
      *****************************************************************
       S2310-LIST-PERMITS       SECTION.

           MOVE  ZERO                  TO  W-COMM-LIST-CNT
                                           W-LIST-IX.
           MOVE  'N'                   TO  S-LIST-END.

           EXEC  SQL  OPEN  CURSOR_PERMIT  END-EXEC.

           IF  SQLCODE  NOT =  0
               GO TO  S2310-LIST-PERMITS-EXIT
           END-IF.

           PERFORM  S2320-FETCH-PERMIT
               UNTIL  S-LIST-END-YES
                  OR  W-LIST-IX  NOT <  C-LIST-MAX.

           EXEC  SQL  CLOSE CURSOR_PERMIT  END-EXEC.

           MOVE  W-LIST-IX             TO  W-COMM-LIST-CNT.

       S2310-LIST-PERMITS-EXIT.
           EXIT.
      *****************************************************************
      *S2320-FETCH-PERMIT
      *****************************************************************
       S2320-FETCH-PERMIT       SECTION.

           EXEC  SQL  FETCH  CURSOR_PERMIT
                       INTO  :TRWCK.PERMIT-SEQNO,
                             :TRWCK.PERMIT-TP,
                             :TRWCK.PERMIT-NO,
                             :TRWCK.EXPIRY-DT,
                             :TRWCK.PERMIT-STAUS
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-LIST-END
               GO TO  S2320-FETCH-PERMIT-EXIT
           END-IF.

           ADD   1                     TO  W-LIST-IX.
           MOVE  PERMIT-SEQNO OF TRWCK TO  W-COMM-L-SEQNO (W-LIST-IX).
           MOVE  PERMIT-TP    OF TRWCK TO  W-COMM-L-TP    (W-LIST-IX).
           MOVE  PERMIT-NO    OF TRWCK TO  W-COMM-L-NO    (W-LIST-IX).
           MOVE  EXPIRY-DT    OF TRWCK
                                  TO  W-COMM-L-EXPIRY-DT (W-LIST-IX).
           MOVE  PERMIT-STAUS OF TRWCK TO  W-COMM-L-STAUS (W-LIST-IX).

       S2320-FETCH-PERMIT-EXIT.
           EXIT.
      *****************************************************************
      *S2400-RENEW-PERMIT
      *      THE AUTHORITY HAS RENEWED THE PERMIT - RECORD THE NEW
      *      EXPIRY DATE (AND THE NEW ISSUE DATE AND NUMBER WHEN THE
      *      RENEWAL CAME WITH THEM).  AN EXPIRED PERMIT BECOMES
      *      ACTIVE AGAIN.  SUSPENDED, REVOKED AND WITHDRAWN PERMITS
      *      ARE NOT RENEWED HERE.
      *****************************************************************
       S2400-RENEW-PERMIT       SECTION.

           IF  PERMIT-SEQNO OF TRWCK  =  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'PERMIT SEQUENCE NUMBER REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2400-RENEW-PERMIT-EXIT
           END-IF.

           IF  W-COMM-EXPIRY-DT     =  SPACE  OR  LOW-VALUE
           OR  W-COMM-EXPIRY-DT     <  W-SYS-DT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'NEW EXPIRY DATE REQUIRED, NOT BEFORE TODAY'
                                        TO  W-COMM-MSG
               GO TO  S2400-RENEW-PERMIT-EXIT
           END-IF.

           IF  W-COMM-ISSUE-DT      =  SPACE  OR  LOW-VALUE
               MOVE  W-SYS-DT          TO  W-COMM-ISSUE-DT
           END-IF.

           IF  W-COMM-EXPIRY-DT     <  W-COMM-ISSUE-DT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'EXPIRY DATE MAY NOT BE BEFORE THE ISSUE DATE'
                                        TO  W-COMM-MSG
               GO TO  S2400-RENEW-PERMIT-EXIT
           END-IF.

           IF  W-COMM-PERMIT-NO     =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-PERMIT-NO
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWCK
                         SET  ISSUE_DT     = :W-COMM-ISSUE-DT,
                              EXPIRY_DT    = :W-COMM-EXPIRY-DT,
                              PERMIT_NO    =
                                   CASE  WHEN :W-COMM-PERMIT-NO = ' '
                                         THEN  PERMIT_NO
                                         ELSE :W-COMM-PERMIT-NO
                                   END,
                              STAUS_DT     =
                                   CASE  WHEN PERMIT_STAUS = 'E'
                                         THEN :W-SYS-DT
                                         ELSE  STAUS_DT
                                   END,
                              PERMIT_STAUS = 'A',
                              CHANGE_DT    = :W-SYS-DT,
                              CHANGE_OPID  = :W-COMM-OPID
                       WHERE  TXOFF_CD     = :TRWCK.TXOFF-CD
                         AND  RCVE_YEAR    = :TRWCK.RCVE-YEAR
                         AND  RCVE_NO      = :TRWCK.RCVE-NO
                         AND  PERMIT_SEQNO = :TRWCK.PERMIT-SEQNO
                         AND  PERMIT_STAUS IN ('A', 'E')
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'A'         TO  W-COMM-PERMIT-STAUS
                     MOVE  'PERMIT RENEWED'  TO  W-COMM-MSG
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO ACTIVE OR EXPIRED PERMIT FOUND'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCK UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2400-RENEW-PERMIT-EXIT.
           EXIT.
      *****************************************************************
      *S2500-STATUS-PERMIT
      *      RECORD A SUSPENSION ('S'), REVOCATION ('R') OR SURRENDER
      *      ('W'), OR REINSTATE A SUSPENDED PERMIT ('A').  A PERMIT
      *      REINSTATED AFTER ITS EXPIRY DATE GOES TO EXPIRED, NOT
      *      ACTIVE.  REVOKED AND WITHDRAWN PERMITS ARE FINAL.
      *****************************************************************
       S2500-STATUS-PERMIT      SECTION.

           IF  PERMIT-SEQNO OF TRWCK  =  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'PERMIT SEQUENCE NUMBER REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2500-STATUS-PERMIT-EXIT
           END-IF.

           MOVE  W-COMM-PERMIT-STAUS   TO  W-NEW-STAUS.

           IF  W-NEW-STAUS  NOT =  'S'  AND
               W-NEW-STAUS  NOT =  'R'  AND
               W-NEW-STAUS  NOT =  'W'  AND
               W-NEW-STAUS  NOT =  'A'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'NEW STATUS MUST BE S, R, W OR A'
                                        TO  W-COMM-MSG
               GO TO  S2500-STATUS-PERMIT-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWCK
                         SET  PERMIT_STAUS =
                                   CASE  WHEN :W-NEW-STAUS = 'A'
                                          AND  EXPIRY_DT  <> ' '
                                          AND  EXPIRY_DT   < :W-SYS-DT
                                         THEN 'E'
                                         ELSE :W-NEW-STAUS
                                   END,
                              STAUS_DT     = :W-SYS-DT,
                              CHANGE_DT    = :W-SYS-DT,
                              CHANGE_OPID  = :W-COMM-OPID
                       WHERE  TXOFF_CD     = :TRWCK.TXOFF-CD
                         AND  RCVE_YEAR    = :TRWCK.RCVE-YEAR
                         AND  RCVE_NO      = :TRWCK.RCVE-NO
                         AND  PERMIT_SEQNO = :TRWCK.PERMIT-SEQNO
                         AND  PERMIT_STAUS NOT IN ('R', 'W')
                         AND  PERMIT_STAUS <> :W-NEW-STAUS
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  W-SYS-DT    TO  W-COMM-STAUS-DT
                     MOVE  'PERMIT STATUS CHANGED'  TO  W-COMM-MSG
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'PERMIT NOT FOUND, FINAL OR ALREADY SO'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCK UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2500-STATUS-PERMIT-EXIT.
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
      *              PROGRAM  ID  :  LAP98                             *
      *                                                                *
      ******************************************************************
