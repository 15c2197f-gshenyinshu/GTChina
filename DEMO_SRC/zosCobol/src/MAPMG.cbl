      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           MAPMG.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    M  A  P  M  G                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  MAINTAIN THE DTJA.TTJAG GENERAL-LEDGER      *
      *                     POSTING RULES THE NIGHTLY MAPB7 JOURNAL    *
      *                     FEED PICKS ITS DEBIT AND CREDIT ACCOUNTS   *
      *                     FROM:  ADD A RULE ('A'), INQUIRE ('I') OR  *
      *                     CLOSE IT ON AN EFFECTIVE-TO DATE ('C').    *
      *                                                                *
      *  TRANSACTION    -  MAMG                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  250 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  250 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DTJA.TTJAG (  GL POSTING RULE )                         CRU   *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *  SPECIAL LOGIC  -  A RULE IS KEYED BY TRANS-TP, COMPONENT-CD,  *
      *                     TXTP-CD AND EFFECTIVE-FROM DATE.  TWO      *
      *                     RULES FOR THE SAME TRANS-TP / COMPONENT /  *
      *                     TAX TYPE MAY NOT BE IN FORCE ON THE SAME   *
      *                     DAY.  THE ACCOUNTS OF A RULE ARE NEVER     *
      *                     CHANGED IN PLACE - A CHANGE IS A CLOSE OF  *
      *                     THE OLD RULE AND THE ADD OF A NEW ONE, SO  *
      *                     A PAST JOURNAL DATE CAN BE RE-RUN THROUGH  *
      *                     MAPB7 AGAINST THE ACCOUNTS THEN IN FORCE.  *
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
           VALUE 'MAPMG - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-MAPMG             PIC  X(05)  VALUE 'MAPMG'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
      *    UPPER BOUND STANDING IN FOR A BLANK EFFECTIVE-TO DATE.
           05  C-OPEN-TO-DT            PIC  X(08)  VALUE '99999999'.

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
           05  W-EFF-TO-HI             PIC  X(08)  VALUE SPACE.

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
               88  W-COMM-ACTION-CLOSE             VALUE 'C'.
           05  W-COMM-TRANS-TP         PIC  X(02).
           05  W-COMM-COMPONENT-CD     PIC  X(01).
           05  W-COMM-TXTP-CD          PIC  X(02).
           05  W-COMM-EFF-FR-DT        PIC  X(08).
           05  W-COMM-EFF-TO-DT        PIC  X(08).
           05  W-COMM-DR-ACCT-CD       PIC  X(12).
           05  W-COMM-CR-ACCT-CD       PIC  X(12).
           05  W-COMM-JRNL-DESC        PIC  X(30).
           05  W-COMM-UPD-OPID         PIC  X(08).
           05  W-COMM-UPD-DT           PIC  X(08).
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(68).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TTJAG          *
      *                                *    GL POSTING RULE           *
      *                                ********************************
           EXEC  SQL   INCLUDE  TJOAG   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'MAPMG - WORKING STORAGE ENDS HERE'.

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

      * A POSTING RULE DECIDES WHICH LEDGER ACCOUNTS EVERY NIGHT'S
      * JOURNAL HITS - THE CENTRAL AUTHORITY TABLE SAYS WHO IN FINANCE
      * MAY CHANGE ONE.  INQUIRY STAYS OPEN.
           IF  NOT  W-COMM-ACTION-INQUIRE
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  'MAPMGMNT'        TO  L-SAUTH-FUNC-CD
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

           IF  W-COMM-TRANS-TP  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'TRANSACTION TYPE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

      * A BLANK COMPONENT OR TAX TYPE IS THE "ANY VALUE" RULE - KEEP IT
      * AS SPACES, NEVER LOW-VALUES, OR MAPB7 WILL NOT MATCH IT.
           IF  W-COMM-COMPONENT-CD  =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-COMPONENT-CD
           END-IF.
           IF  W-COMM-TXTP-CD  =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-TXTP-CD
           END-IF.

           MOVE  W-COMM-TRANS-TP       TO  TRANS-TP     OF TTJAG.
           MOVE  W-COMM-COMPONENT-CD   TO  COMPONENT-CD OF TTJAG.
           MOVE  W-COMM-TXTP-CD        TO  TXTP-CD      OF TTJAG.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-ADD
                     PERFORM  S2100-ADD-RULE
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2300-INQUIRE-RULE
               WHEN  W-COMM-ACTION-CLOSE
                     PERFORM  S2400-CLOSE-RULE
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-ADD-RULE
      *      ADD A NEW RULE.  THE EFFECTIVE-FROM DATE DEFAULTS TO
      *      TODAY; A BLANK EFFECTIVE-TO DATE LEAVES IT IN FORCE.  THE
      *      RULE IT REPLACES MUST BE CLOSED FIRST ('C').
      *****************************************************************
       S2100-ADD-RULE           SECTION.

           IF  W-COMM-EFF-FR-DT  =  SPACE  OR  LOW-VALUE
               MOVE  W-SYS-DT          TO  W-COMM-EFF-FR-DT
           END-IF.

           IF  W-COMM-EFF-TO-DT  =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-EFF-TO-DT
           END-IF.

           IF  W-COMM-EFF-FR-DT  NOT NUMERIC
           OR (W-COMM-EFF-TO-DT  NOT =  SPACE  AND
              (W-COMM-EFF-TO-DT  NOT NUMERIC   OR
               W-COMM-EFF-TO-DT  <  W-COMM-EFF-FR-DT))
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'BAD EFFECTIVE DATES - YYYYMMDD, TO NOT < FROM'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-RULE-EXIT
           END-IF.

           IF  W-COMM-DR-ACCT-CD  =  SPACE  OR  LOW-VALUE
           OR  W-COMM-CR-ACCT-CD  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'DEBIT AND CREDIT ACCOUNTS REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-RULE-EXIT
           END-IF.

           IF  W-COMM-DR-ACCT-CD  =  W-COMM-CR-ACCT-CD
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'DEBIT AND CREDIT ACCOUNTS MUST DIFFER'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-RULE-EXIT
           END-IF.

           IF  W-COMM-EFF-TO-DT  =  SPACE
               MOVE  C-OPEN-TO-DT      TO  W-EFF-TO-HI
           ELSE
               MOVE  W-COMM-EFF-TO-DT  TO  W-EFF-TO-HI
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-OVERLAP-CNT
                        FROM  DTJA.TTJAG
                       WHERE  TRANS_TP     = :TTJAG.TRANS-TP
                         AND  COMPONENT_CD = :TTJAG.COMPONENT-CD
                         AND  TXTP_CD      = :TTJAG.TXTP-CD
                         AND  EFF_FR_DT   <= :W-EFF-TO-HI
                         AND (EFF_TO_DT    = ' '
                          OR  EFF_TO_DT   >= :W-COMM-EFF-FR-DT)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TTJAG SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
               GO TO  S2100-ADD-RULE-EXIT
           END-IF.

           IF  W-OVERLAP-CNT  >  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RULE IN FORCE OVERLAPS - CLOSE IT FIRST'
                                        TO  W-COMM-MSG
               GO TO  S2100-ADD-RULE-EXIT
           END-IF.

           MOVE  W-COMM-EFF-FR-DT      TO  EFF-FR-DT    OF TTJAG.
           MOVE  W-COMM-EFF-TO-DT      TO  EFF-TO-DT    OF TTJAG.
           MOVE  W-COMM-DR-ACCT-CD     TO  DR-ACCT-CD   OF TTJAG.
           MOVE  W-COMM-CR-ACCT-CD     TO  CR-ACCT-CD   OF TTJAG.
           MOVE  W-COMM-JRNL-DESC      TO  JRNL-DESC    OF TTJAG.
           MOVE  W-COMM-OPID           TO  UPD-OPID     OF TTJAG.
           MOVE  W-SYS-DT              TO  UPD-DT       OF TTJAG.

           EXEC  SQL  INSERT  INTO  DTJA.TTJAG
                             (TRANS_TP,
                              COMPONENT_CD,
                              TXTP_CD,
                              EFF_FR_DT,
                              EFF_TO_DT,
                              DR_ACCT_CD,
                              CR_ACCT_CD,
                              JRNL_DESC,
                              UPD_OPID,
                              UPD_DT  )
                       VALUES
                             (:TTJAG.TRANS-TP,
                              :TTJAG.COMPONENT-CD,
                              :TTJAG.TXTP-CD,
                              :TTJAG.EFF-FR-DT,
                              :TTJAG.EFF-TO-DT,
                              :TTJAG.DR-ACCT-CD,
                              :TTJAG.CR-ACCT-CD,
                              :TTJAG.JRNL-DESC,
                              :TTJAG.UPD-OPID,
                              :TTJAG.UPD-DT  )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  W-COMM-OPID TO  W-COMM-UPD-OPID
                     MOVE  W-SYS-DT    TO  W-COMM-UPD-DT
                     MOVE  'POSTING RULE ADDED'  TO  W-COMM-MSG
               WHEN  -803
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'RULE ALREADY ON FILE FOR THIS DATE'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TTJAG INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2100-ADD-RULE-EXIT.
           EXIT.
      *****************************************************************
      *S2300-INQUIRE-RULE
      *      RETURN ONE RULE.  WITHOUT AN EFFECTIVE-FROM DATE THE
      *      LATEST ROW FOR THE TRANS-TP / COMPONENT / TAX TYPE IS
      *      RETURNED.  ONLY THE EXACT KEY IS READ - THE FALL-BACK TO
      *      A BLANK COMPONENT OR TAX TYPE IS MAPB7'S, NOT THIS
      *      SCREEN'S.
      *****************************************************************
       S2300-INQUIRE-RULE       SECTION.

           IF  W-COMM-EFF-FR-DT  =  SPACE  OR  LOW-VALUE
               EXEC  SQL  SELECT  MAX(EFF_FR_DT)
                            INTO  :TTJAG.EFF-FR-DT
                            FROM  DTJA.TTJAG
                           WHERE  TRANS_TP     = :TTJAG.TRANS-TP
                             AND  COMPONENT_CD = :TTJAG.COMPONENT-CD
                             AND  TXTP_CD      = :TTJAG.TXTP-CD
                           HAVING COUNT(*) > 0
               END-EXEC
               IF  SQLCODE  NOT =  0
                   MOVE  C-RC03        TO  W-COMM-RC
                   MOVE  'POSTING RULE NOT FOUND'  TO  W-COMM-MSG
                   GO TO  S2300-INQUIRE-RULE-EXIT
               END-IF
           ELSE
               MOVE  W-COMM-EFF-FR-DT  TO  EFF-FR-DT OF TTJAG
           END-IF.

           EXEC  SQL  SELECT  EFF_TO_DT, DR_ACCT_CD, CR_ACCT_CD,
                              JRNL_DESC, UPD_OPID, UPD_DT
                        INTO  :TTJAG.EFF-TO-DT,
                              :TTJAG.DR-ACCT-CD,
                              :TTJAG.CR-ACCT-CD,
                              :TTJAG.JRNL-DESC,
                              :TTJAG.UPD-OPID,
                              :TTJAG.UPD-DT
                        FROM  DTJA.TTJAG
                       WHERE  TRANS_TP     = :TTJAG.TRANS-TP
                         AND  COMPONENT_CD = :TTJAG.COMPONENT-CD
                         AND  TXTP_CD      = :TTJAG.TXTP-CD
                         AND  EFF_FR_DT    = :TTJAG.EFF-FR-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  EFF-FR-DT  OF TTJAG  TO  W-COMM-EFF-FR-DT
                     MOVE  EFF-TO-DT  OF TTJAG  TO  W-COMM-EFF-TO-DT
                     MOVE  DR-ACCT-CD OF TTJAG  TO  W-COMM-DR-ACCT-CD
                     MOVE  CR-ACCT-CD OF TTJAG  TO  W-COMM-CR-ACCT-CD
                     MOVE  JRNL-DESC  OF TTJAG  TO  W-COMM-JRNL-DESC
                     MOVE  UPD-OPID   OF TTJAG  TO  W-COMM-UPD-OPID
                     MOVE  UPD-DT     OF TTJAG  TO  W-COMM-UPD-DT
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'POSTING RULE NOT FOUND'  TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TTJAG SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2300-INQUIRE-RULE-EXIT.
           EXIT.
      *****************************************************************
      *S2400-CLOSE-RULE
      *      END AN OPEN RULE ON THE GIVEN EFFECTIVE-TO DATE (TODAY
      *      WHEN BLANK).  A RULE ALREADY CLOSED IS NOT MOVED - PAST
      *      JOURNALS WERE BUILT ON IT.
      *****************************************************************
       S2400-CLOSE-RULE         SECTION.

           IF  W-COMM-EFF-FR-DT  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'EFFECTIVE-FROM DATE OF THE RULE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2400-CLOSE-RULE-EXIT
           END-IF.

           IF  W-COMM-EFF-TO-DT  =  SPACE  OR  LOW-VALUE
               MOVE  W-SYS-DT          TO  W-COMM-EFF-TO-DT
           END-IF.

           IF  W-COMM-EFF-TO-DT  NOT NUMERIC
           OR  W-COMM-EFF-TO-DT  <  W-COMM-EFF-FR-DT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'BAD EFFECTIVE-TO - YYYYMMDD, NOT BEFORE FROM'
                                        TO  W-COMM-MSG
               GO TO  S2400-CLOSE-RULE-EXIT
           END-IF.

           MOVE  W-COMM-EFF-FR-DT      TO  EFF-FR-DT OF TTJAG.

           EXEC  SQL  UPDATE  DTJA.TTJAG
                         SET  EFF_TO_DT    = :W-COMM-EFF-TO-DT,
                              UPD_OPID     = :W-COMM-OPID,
                              UPD_DT       = :W-SYS-DT
                       WHERE  TRANS_TP     = :TTJAG.TRANS-TP
                         AND  COMPONENT_CD = :TTJAG.COMPONENT-CD
                         AND  TXTP_CD      = :TTJAG.TXTP-CD
                         AND  EFF_FR_DT    = :TTJAG.EFF-FR-DT
                         AND  EFF_TO_DT    = ' '
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  W-COMM-OPID TO  W-COMM-UPD-OPID
                     MOVE  W-SYS-DT    TO  W-COMM-UPD-DT
                     MOVE  'POSTING RULE CLOSED'  TO  W-COMM-MSG
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO OPEN RULE FOUND FOR THIS DATE'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TTJAG UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2400-CLOSE-RULE-EXIT.
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
      *              PROGRAM  ID  :  MAPMG                             *
      *                                                                *
      ******************************************************************
