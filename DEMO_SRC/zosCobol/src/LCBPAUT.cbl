      *                     AUTHORITY MAY GRANT OR REVOKE, AND         *
      *                     EVERY CHANGE IS AUDITED TO                 *
      *                     OPER_AUTH_LOG.                             *
261015*                     ALSO MAINTAINS THE SEGREGATION-OF-DUTIES   *
261015*                     CONFLICT PAIRS (A GRANT COMPLETING AN      *
261015*                     ACTIVE PAIR IS REFUSED), THE OPERATOR'S    *
261015*                     OFFICE/SUPERVISOR, SUSPEND/REINSTATE, AND  *
261015*                     TAKES THE SUPERVISOR'S CONFIRM/REVOKE OF   *
261015*                     A QUARTERLY RECERTIFICATION ITEM.          *
      *                                                                *
      *  TRANSACTION    -  LAUT                                        *
      *  IDENTIFIER                                                    *
      *  ============================================================  *
      *  LCBD2CTL.OPER_AUTH                                      CRUD  *
      *  LCBD2CTL.OPER_AUTH_LOG                                  C     *
261015*  LCBD2CTL.SOD_CONFLICT                                   CRU   *
261015*  LCBD2CTL.OPER_ORG                                       CRU   *
261015*  LCBD2CTL.RECERT_ITEM                                     RU   *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/08/22    S.K.CHOI         INITIAL CODING                  *
261015*   26/10/15    S.K.CHOI         SOD CONFLICTS, RECERTIFICATION  *
      ******************************************************************
           EJECT
      *****************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.
261015     05  S-ADMIN-ACTION          PIC  X(01)  VALUE 'Y'.
261015         88  S-ADMIN-ACTION-YES              VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
261015     05  W-SOD-CNT               PIC  S9(09) COMP.
261015     05  W-SOD-FUNC-CD           PIC  X(08)  VALUE SPACE.
261015     05  W-SOD-DESC              PIC  X(30)  VALUE SPACE.

      ******************************************************************
      *    PARAMETER AREA OF THE CENTRAL LCBSAUTH AUTHORITY CHECK -    *
               88  W-COMM-ACTION-ADD               VALUE 'A'.
               88  W-COMM-ACTION-DELETE            VALUE 'D'.
               88  W-COMM-ACTION-INQUIRE           VALUE 'I'.
261015         88  W-COMM-ACTION-SUSPEND           VALUE 'S'.
261015         88  W-COMM-ACTION-REINSTATE         VALUE 'U'.
261015         88  W-COMM-ACTION-PAIR-ADD          VALUE 'P'.
261015         88  W-COMM-ACTION-PAIR-DROP         VALUE 'Q'.
261015         88  W-COMM-ACTION-ORG               VALUE 'O'.
261015         88  W-COMM-ACTION-CONFIRM           VALUE 'C'.
261015         88  W-COMM-ACTION-REVOKE            VALUE 'R'.
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-TGT-OPID         PIC  X(08).
           05  W-COMM-FUNC-CD          PIC  X(08).
           05  W-COMM-VALID-TO         PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
261015*    SECOND CODE OF A CONFLICT PAIR, OFFICE/SUPERVISOR OF AN
261015*    OPERATOR, RECERTIFICATION CAMPAIGN, SUSPENSION STATE.
261015     05  W-COMM-FUNC-CD-2        PIC  X(08).
261015     05  W-COMM-TXOFF-CD         PIC  X(03).
261015     05  W-COMM-SUPV-OPID        PIC  X(08).
261015     05  W-COMM-CAMP-ID          PIC  X(06).
261015     05  W-COMM-SUSP-FG          PIC  X(01).
261015     05  W-COMM-DESC             PIC  X(30).
261015     05  FILLER                  PIC  X(08).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *

           EXEC  SQL   INCLUDE  LCBYAUT   END-EXEC.

261015     EXEC  SQL   INCLUDE  LCBYSOD   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LCBPAUT - WORKING STORAGE ENDS HERE'.

      *****************************************************************
       S2000-MAIN               SECTION.

261015* A CONFLICT PAIR NAMES TWO FUNCTIONS AND NO OPERATOR; AN
261015* OFFICE ASSIGNMENT NAMES AN OPERATOR AND NO FUNCTION.
261015     EVALUATE  TRUE
261015         WHEN  W-COMM-ACTION-PAIR-ADD
261015         WHEN  W-COMM-ACTION-PAIR-DROP
261015               IF  W-COMM-FUNC-CD    =  SPACE
261015               OR  W-COMM-FUNC-CD-2  =  SPACE
261015               OR  W-COMM-FUNC-CD    =  W-COMM-FUNC-CD-2
261015                   MOVE  C-RC01          TO  W-COMM-RC
261015                   MOVE  'TWO DIFFERENT FUNCTION CODES REQUIRED'
261015                                          TO  W-COMM-MSG
261015                   GO TO  S2000-MAIN-EXIT
261015               END-IF
261015         WHEN  W-COMM-ACTION-ORG
261015               IF  W-COMM-TGT-OPID   =  SPACE
261015               OR  W-COMM-TXOFF-CD   =  SPACE
261015               OR  W-COMM-SUPV-OPID  =  SPACE
261015                   MOVE  C-RC01          TO  W-COMM-RC
261015                   MOVE  'OPERATOR, OFFICE, SUPERVISOR REQUIRED'
261015                                          TO  W-COMM-MSG
261015                   GO TO  S2000-MAIN-EXIT
261015               END-IF
261015         WHEN  OTHER
261015         IF  W-COMM-TGT-OPID  =  SPACE
261015         OR  W-COMM-FUNC-CD   =  SPACE
261015             MOVE  C-RC01            TO  W-COMM-RC
261015             MOVE  'TARGET OPERATOR AND FUNCTION CODE REQUIRED'
261015                                      TO  W-COMM-MSG
261015             GO TO  S2000-MAIN-EXIT
261015         END-IF
261015     END-EVALUATE.

      * EVERY GRANT OR REVOKE IS ITSELF GATED ON THE TABLE IT
      * MAINTAINS - THE ADMINISTRATOR MUST HOLD 'AUTHMNT'.
      * INQUIRY STAYS OPEN.
261015* A RECERTIFICATION DECISION IS THE SUPERVISOR'S, NOT THE
261015* ADMINISTRATOR'S - S2700 CHECKS THE CALLER AGAINST THE ITEM.
261015     IF  W-COMM-ACTION-INQUIRE
261015     OR  W-COMM-ACTION-CONFIRM
261015     OR  W-COMM-ACTION-REVOKE
261015         MOVE  'N'                   TO  S-ADMIN-ACTION
261015     END-IF.
261015
261015     IF  W-COMM-OPID  =  SPACE
261015     AND NOT  W-COMM-ACTION-INQUIRE
261015         MOVE  C-RC01                TO  W-COMM-RC
261015         MOVE  'OPERATOR ID REQUIRED'
261015                                      TO  W-COMM-MSG
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.
261015
261015     IF  S-ADMIN-ACTION-YES
               PERFORM  S2050-ADMIN-AUTH-CHK
               IF  L-SAUTH-AUTH-FG  NOT =  'Y'
                   MOVE  C-RC01            TO  W-COMM-RC
                     PERFORM  S2200-DELETE-AUTHORITY
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2300-INQUIRE-AUTHORITY
261015         WHEN  W-COMM-ACTION-SUSPEND
261015         WHEN  W-COMM-ACTION-REINSTATE
261015               PERFORM  S2500-SUSPEND-AUTHORITY
261015         WHEN  W-COMM-ACTION-PAIR-ADD
261015         WHEN  W-COMM-ACTION-PAIR-DROP
261015               PERFORM  S2600-MAINTAIN-SOD-PAIR
261015         WHEN  W-COMM-ACTION-ORG
261015               PERFORM  S2650-MAINTAIN-OPER-ORG
261015         WHEN  W-COMM-ACTION-CONFIRM
261015         WHEN  W-COMM-ACTION-REVOKE
261015               PERFORM  S2700-RECERT-DECISION
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE'  TO  W-COMM-MSG
               MOVE  ZERO              TO  W-COMM-LIMIT-CNT
           END-IF.

261015     PERFORM  S2150-SOD-CONFLICT-CHK.
261015     IF  W-COMM-RC  NOT =  SPACE
261015         GO TO  S2100-ADD-AUTHORITY-EXIT
261015     END-IF.

           MOVE  W-COMM-TGT-OPID       TO  AUTH-OPID.
           MOVE  W-COMM-FUNC-CD        TO  AUTH-FUNC-CD.
           MOVE  W-COMM-ROLE-CD        TO  AUTH-ROLE-CD.
                              ROLE_CD,
                              LIMIT_CNT,
                              VALID_FR,
261015                        VALID_TO,
261015                        SUSP_FG     )
                       VALUES
                             (:AUTH-REC.AUTH-OPID,
                              :AUTH-REC.AUTH-FUNC-CD,
                              :AUTH-REC.AUTH-ROLE-CD,
                              :AUTH-REC.AUTH-LIMIT-CNT,
                              :AUTH-REC.AUTH-VALID-FR,
261015                        :AUTH-REC.AUTH-VALID-TO,
261015                        ' '    )
           END-EXEC.

           EVALUATE  SQLCODE

       S2100-ADD-AUTHORITY-EXIT.
           EXIT.
261015*****************************************************************
261015*S2150-SOD-CONFLICT-CHK
261015*****************************************************************
261015 S2150-SOD-CONFLICT-CHK   SECTION.
261015
261015* A SUSPENDED GRANT STILL COUNTS - IT IS ONE REINSTATEMENT
261015* AWAY FROM LIVE.
261015     EXEC  SQL  SELECT  A.FUNC_CD,
261015                        S.CONFLICT_DESC
261015                  INTO  :W-SOD-FUNC-CD,
261015                        :W-SOD-DESC
261015                  FROM  LCBD2CTL.OPER_AUTH     A,
261015                        LCBD2CTL.SOD_CONFLICT  S
261015                 WHERE  A.OPID       =  :W-COMM-TGT-OPID
261015                   AND  A.VALID_TO  >=  :W-SYS-DT
261015                   AND  S.ACTIVE_FG  =  'Y'
261015                   AND  ( ( S.FUNC_CD_A  =  :W-COMM-FUNC-CD
261015                       AND  S.FUNC_CD_B  =  A.FUNC_CD )
261015                     OR   ( S.FUNC_CD_B  =  :W-COMM-FUNC-CD
261015                       AND  S.FUNC_CD_A  =  A.FUNC_CD ) )
261015                 FETCH  FIRST  1  ROW  ONLY
261015     END-EXEC.
261015
261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               MOVE  C-RC01            TO  W-COMM-RC
261015               STRING  'SOD CONFLICT WITH HELD '
261015                       W-SOD-FUNC-CD  ' - '  W-SOD-DESC
261015                       DELIMITED BY SIZE  INTO  W-COMM-MSG
261015               END-STRING
261015         WHEN  100
261015               CONTINUE
261015         WHEN  OTHER
261015               MOVE  SQLCODE           TO  W-SQLCODE
261015               MOVE  C-RC02            TO  W-COMM-RC
261015               MOVE  'SOD CONFLICT CHECK FAILED, SQLCODE='
261015                                        TO  W-COMM-MSG(1:35)
261015               MOVE  W-SQLCODE         TO  W-COMM-MSG(36:5)
261015     END-EVALUATE.
261015
261015 S2150-SOD-CONFLICT-CHK-EXIT.
261015     EXIT.
      *****************************************************************
      *S2200-DELETE-AUTHORITY
      *****************************************************************
           EXEC  SQL  SELECT  ROLE_CD,
                              LIMIT_CNT,
                              VALID_FR,
261015                        VALID_TO,
261015                        COALESCE(SUSP_FG, ' ')
                        INTO  :AUTH-REC.AUTH-ROLE-CD,
                              :AUTH-REC.AUTH-LIMIT-CNT,
                              :AUTH-REC.AUTH-VALID-FR,
261015                        :AUTH-REC.AUTH-VALID-TO,
261015                        :AUTH-REC.AUTH-SUSP-FG
                        FROM  LCBD2CTL.OPER_AUTH
                       WHERE  OPID     =  :W-COMM-TGT-OPID
                         AND  FUNC_CD  =  :W-COMM-FUNC-CD
                     MOVE  AUTH-LIMIT-CNT    TO  W-COMM-LIMIT-CNT
                     MOVE  AUTH-VALID-FR     TO  W-COMM-VALID-FR
                     MOVE  AUTH-VALID-TO     TO  W-COMM-VALID-TO
261015               MOVE  AUTH-SUSP-FG      TO  W-COMM-SUSP-FG
                     MOVE  C-RC00            TO  W-COMM-RC
               WHEN  100
                     MOVE  C-RC03            TO  W-COMM-RC

       S2400-WRITE-AUDIT-EXIT.
           EXIT.
261015*****************************************************************
261015*S2500-SUSPEND-AUTHORITY
261015*****************************************************************
261015 S2500-SUSPEND-AUTHORITY  SECTION.
261015
261015* THE GRANT STAYS ON FILE; LCBSAUTH DENIES IT WHILE SUSP_FG
261015* IS 'Y'.  THE SAME CHANGE LCBBGRCT APPLIES TO AN UNANSWERED
261015* RECERTIFICATION.
261015     IF  W-COMM-ACTION-SUSPEND
261015         MOVE  'Y'               TO  AUTH-SUSP-FG
261015         MOVE  'S'               TO  AUTL-CHG-TP
261015     ELSE
261015         MOVE  ' '               TO  AUTH-SUSP-FG
261015         MOVE  'U'               TO  AUTL-CHG-TP
261015     END-IF.
261015
261015     EXEC  SQL  UPDATE  LCBD2CTL.OPER_AUTH
261015                   SET  SUSP_FG  =  :AUTH-REC.AUTH-SUSP-FG
261015                 WHERE  OPID     =  :W-COMM-TGT-OPID
261015                   AND  FUNC_CD  =  :W-COMM-FUNC-CD
261015                   AND  COALESCE(SUSP_FG, ' ')
261015                               <>  :AUTH-REC.AUTH-SUSP-FG
261015     END-EXEC.
261015
261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               PERFORM  S2400-WRITE-AUDIT
261015               IF  W-COMM-RC  =  SPACE
261015                   MOVE  C-RC00          TO  W-COMM-RC
261015                   MOVE  AUTH-SUSP-FG    TO  W-COMM-SUSP-FG
261015                   IF  W-COMM-ACTION-SUSPEND
261015                       MOVE  'AUTHORITY SUSPENDED'
261015                                          TO  W-COMM-MSG
261015                   ELSE
261015                       MOVE  'AUTHORITY REINSTATED'
261015                                          TO  W-COMM-MSG
261015                   END-IF
261015               END-IF
261015         WHEN  100
261015               MOVE  C-RC03            TO  W-COMM-RC
261015               MOVE  'AUTHORITY NOT ON FILE OR STATE UNCHANGED'
261015                                        TO  W-COMM-MSG
261015         WHEN  OTHER
261015               MOVE  'Y'               TO  S-ROLLBACK
261015               MOVE  SQLCODE           TO  W-SQLCODE
261015               MOVE  C-RC02            TO  W-COMM-RC
261015               MOVE  'AUTHORITY UPDATE FAILED, SQLCODE='
261015                                        TO  W-COMM-MSG(1:33)
261015               MOVE  W-SQLCODE         TO  W-COMM-MSG(34:5)
261015     END-EVALUATE.
261015
261015 S2500-SUSPEND-AUTHORITY-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S2600-MAINTAIN-SOD-PAIR
261015*****************************************************************
261015 S2600-MAINTAIN-SOD-PAIR  SECTION.
261015
261015* THE PAIR IS HELD ONCE, LOWER CODE FIRST, SO EITHER ORDER
261015* OF ENTRY FINDS THE SAME ROW.
261015     IF  W-COMM-FUNC-CD  <  W-COMM-FUNC-CD-2
261015         MOVE  W-COMM-FUNC-CD    TO  SODC-FUNC-CD-A
261015         MOVE  W-COMM-FUNC-CD-2  TO  SODC-FUNC-CD-B
261015     ELSE
261015         MOVE  W-COMM-FUNC-CD-2  TO  SODC-FUNC-CD-A
261015         MOVE  W-COMM-FUNC-CD    TO  SODC-FUNC-CD-B
261015     END-IF.
261015     MOVE  W-COMM-DESC           TO  SODC-CONFLICT-DESC.
261015     MOVE  W-COMM-OPID           TO  SODC-CHG-OPID.
261015     MOVE  W-SYS-DT              TO  SODC-CHG-DT.
261015
261015     IF  W-COMM-ACTION-PAIR-DROP
261015         MOVE  'N'               TO  SODC-ACTIVE-FG
261015         EXEC  SQL  UPDATE  LCBD2CTL.SOD_CONFLICT
261015                       SET  ACTIVE_FG  =
261015                                  :SODC-REC.SODC-ACTIVE-FG,
261015                            CHG_OPID   =  :SODC-REC.SODC-CHG-OPID,
261015                            CHG_DT     =  :SODC-REC.SODC-CHG-DT
261015                     WHERE  FUNC_CD_A  =  :SODC-REC.SODC-FUNC-CD-A
261015                       AND  FUNC_CD_B  =  :SODC-REC.SODC-FUNC-CD-B
261015                       AND  ACTIVE_FG  =  'Y'
261015         END-EXEC
261015         EVALUATE  SQLCODE
261015             WHEN  0
261015                   MOVE  C-RC00          TO  W-COMM-RC
261015                   MOVE  'CONFLICT PAIR DEACTIVATED'
261015                                          TO  W-COMM-MSG
261015             WHEN  100
261015                   MOVE  C-RC03          TO  W-COMM-RC
261015                   MOVE  'ACTIVE CONFLICT PAIR NOT ON FILE'
261015                                          TO  W-COMM-MSG
261015             WHEN  OTHER
261015                   MOVE  'Y'             TO  S-ROLLBACK
261015                   MOVE  SQLCODE         TO  W-SQLCODE
261015                   MOVE  C-RC02          TO  W-COMM-RC
261015                   MOVE  'CONFLICT UPDATE FAILED, SQLCODE='
261015                                          TO  W-COMM-MSG(1:32)
261015                   MOVE  W-SQLCODE       TO  W-COMM-MSG(33:5)
261015         END-EVALUATE
261015         GO TO  S2600-MAINTAIN-SOD-PAIR-EXIT
261015     END-IF.
261015
261015     MOVE  'Y'                   TO  SODC-ACTIVE-FG.
261015     EXEC  SQL  INSERT  INTO  LCBD2CTL.SOD_CONFLICT
261015                       (FUNC_CD_A,
261015                        FUNC_CD_B,
261015                        CONFLICT_DESC,
261015                        ACTIVE_FG,
261015                        CHG_OPID,
261015                        CHG_DT      )
261015                 VALUES
261015                       (:SODC-REC.SODC-FUNC-CD-A,
261015                        :SODC-REC.SODC-FUNC-CD-B,
261015                        :SODC-REC.SODC-CONFLICT-DESC,
261015                        :SODC-REC.SODC-ACTIVE-FG,
261015                        :SODC-REC.SODC-CHG-OPID,
261015                        :SODC-REC.SODC-CHG-DT      )
261015     END-EXEC.
261015
261015* A PAIR DEACTIVATED EARLIER IS SIMPLY SWITCHED BACK ON.
261015     IF  SQLCODE  =  -803
261015         EXEC  SQL  UPDATE  LCBD2CTL.SOD_CONFLICT
261015                       SET  ACTIVE_FG     =  'Y',
261015                            CONFLICT_DESC =
261015                                  :SODC-REC.SODC-CONFLICT-DESC,
261015                            CHG_OPID      =
261015                                  :SODC-REC.SODC-CHG-OPID,
261015                            CHG_DT        =  :SODC-REC.SODC-CHG-DT
261015                     WHERE  FUNC_CD_A  =  :SODC-REC.SODC-FUNC-CD-A
261015                       AND  FUNC_CD_B  =  :SODC-REC.SODC-FUNC-CD-B
261015         END-EXEC
261015     END-IF.
261015
261015     IF  SQLCODE  =  0
261015         MOVE  C-RC00            TO  W-COMM-RC
261015         MOVE  'CONFLICT PAIR ACTIVE'
261015                                  TO  W-COMM-MSG
261015     ELSE
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  SQLCODE           TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'CONFLICT INSERT FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:32)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(33:5)
261015     END-IF.
261015
261015 S2600-MAINTAIN-SOD-PAIR-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S2650-MAINTAIN-OPER-ORG
261015*****************************************************************
261015 S2650-MAINTAIN-OPER-ORG  SECTION.
261015
261015     IF  W-COMM-SUPV-OPID  =  W-COMM-TGT-OPID
261015         MOVE  C-RC01            TO  W-COMM-RC
261015         MOVE  'OPERATOR CANNOT BE HIS OWN SUPERVISOR'
261015                                  TO  W-COMM-MSG
261015         GO TO  S2650-MAINTAIN-OPER-ORG-EXIT
261015     END-IF.
261015
261015     MOVE  W-COMM-TGT-OPID       TO  OORG-OPID.
261015     MOVE  W-COMM-TXOFF-CD       TO  OORG-TXOFF-CD.
261015     MOVE  W-COMM-SUPV-OPID      TO  OORG-SUPV-OPID.
261015     MOVE  W-COMM-OPID           TO  OORG-CHG-OPID.
261015     MOVE  W-SYS-DT              TO  OORG-CHG-DT.
261015
261015     EXEC  SQL  UPDATE  LCBD2CTL.OPER_ORG
261015                   SET  TXOFF_CD   =  :OORG-REC.OORG-TXOFF-CD,
261015                        SUPV_OPID  =  :OORG-REC.OORG-SUPV-OPID,
261015                        CHG_OPID   =  :OORG-REC.OORG-CHG-OPID,
261015                        CHG_DT     =  :OORG-REC.OORG-CHG-DT
261015                 WHERE  OPID       =  :OORG-REC.OORG-OPID
261015     END-EXEC.
261015
261015     IF  SQLCODE  =  100
261015         EXEC  SQL  INSERT  INTO  LCBD2CTL.OPER_ORG
261015                           (OPID,
261015                            TXOFF_CD,
261015                            SUPV_OPID,
261015                            CHG_OPID,
261015                            CHG_DT      )
261015                     VALUES
261015                           (:OORG-REC.OORG-OPID,
261015                            :OORG-REC.OORG-TXOFF-CD,
261015                            :OORG-REC.OORG-SUPV-OPID,
261015                            :OORG-REC.OORG-CHG-OPID,
261015                            :OORG-REC.OORG-CHG-DT      )
261015         END-EXEC
261015     END-IF.
261015
261015* ITEMS STILL PENDING FOLLOW THE OPERATOR TO THE NEW
261015* SUPERVISOR, SO AN ITEM OPENED WITHOUT ONE CAN BE ANSWERED.
261015     IF  SQLCODE  =  0
261015         EXEC  SQL  UPDATE  LCBD2CTL.RECERT_ITEM
261015                       SET  TXOFF_CD   =  :OORG-REC.OORG-TXOFF-CD,
261015                            SUPV_OPID  =  :OORG-REC.OORG-SUPV-OPID
261015                     WHERE  OPID       =  :OORG-REC.OORG-OPID
261015                       AND  ITEM_ST    =  'P'
261015         END-EXEC
261015         IF  SQLCODE  =  100
261015             MOVE  ZERO          TO  SQLCODE
261015         END-IF
261015     END-IF.
261015
261015     IF  SQLCODE  =  0
261015         MOVE  C-RC00            TO  W-COMM-RC
261015         MOVE  'OPERATOR OFFICE/SUPERVISOR RECORDED'
261015                                  TO  W-COMM-MSG
261015     ELSE
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  SQLCODE           TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'OPER_ORG UPDATE FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:32)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(33:5)
261015     END-IF.
261015
261015 S2650-MAINTAIN-OPER-ORG-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S2700-RECERT-DECISION
261015*****************************************************************
261015 S2700-RECERT-DECISION    SECTION.
261015
261015     IF  W-COMM-CAMP-ID  =  SPACE
261015         MOVE  C-RC01            TO  W-COMM-RC
261015         MOVE  'RECERTIFICATION CAMPAIGN ID REQUIRED'
261015                                  TO  W-COMM-MSG
261015         GO TO  S2700-RECERT-DECISION-EXIT
261015     END-IF.
261015
261015     EXEC  SQL  SELECT  SUPV_OPID,
261015                        ITEM_ST
261015                  INTO  :RCRT-REC.RCRT-SUPV-OPID,
261015                        :RCRT-REC.RCRT-ITEM-ST
261015                  FROM  LCBD2CTL.RECERT_ITEM
261015                 WHERE  CAMP_ID  =  :W-COMM-CAMP-ID
261015                   AND  OPID     =  :W-COMM-TGT-OPID
261015                   AND  FUNC_CD  =  :W-COMM-FUNC-CD
261015     END-EXEC.
261015
261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               CONTINUE
261015         WHEN  100
261015               MOVE  C-RC03            TO  W-COMM-RC
261015               MOVE  'RECERTIFICATION ITEM NOT ON FILE'
261015                                        TO  W-COMM-MSG
261015               GO TO  S2700-RECERT-DECISION-EXIT
261015         WHEN  OTHER
261015               MOVE  SQLCODE           TO  W-SQLCODE
261015               MOVE  C-RC02            TO  W-COMM-RC
261015               MOVE  'RECERT SELECT FAILED, SQLCODE='
261015                                        TO  W-COMM-MSG(1:30)
261015               MOVE  W-SQLCODE         TO  W-COMM-MSG(31:5)
261015               GO TO  S2700-RECERT-DECISION-EXIT
261015     END-EVALUATE.
261015
261015* ONLY THE SUPERVISOR THE ITEM WAS ROUTED TO MAY ANSWER IT,
261015* AND ONLY ONCE - A SUSPENDED ITEM NEEDS THE ADMINISTRATOR'S
261015* REINSTATEMENT, NOT A LATE CONFIRMATION.
261015     IF  RCRT-SUPV-OPID  NOT =  W-COMM-OPID
261015         MOVE  C-RC01            TO  W-COMM-RC
261015         MOVE  'ONLY THE RECERTIFYING SUPERVISOR MAY DECIDE'
261015                                  TO  W-COMM-MSG
261015         GO TO  S2700-RECERT-DECISION-EXIT
261015     END-IF.
261015
261015     IF  NOT  RCRT-PENDING
261015         MOVE  C-RC01            TO  W-COMM-RC
261015         MOVE  'RECERTIFICATION ITEM ALREADY DECIDED'
261015                                  TO  W-COMM-MSG
261015         GO TO  S2700-RECERT-DECISION-EXIT
261015     END-IF.
261015
261015     IF  W-COMM-ACTION-CONFIRM
261015         MOVE  'C'               TO  RCRT-ITEM-ST
261015     ELSE
261015         MOVE  'R'               TO  RCRT-ITEM-ST
261015     END-IF.
261015     MOVE  W-COMM-OPID           TO  RCRT-DECIDE-OPID.
261015     MOVE  W-SYS-DT              TO  RCRT-DECIDE-DT.
261015
261015     EXEC  SQL  UPDATE  LCBD2CTL.RECERT_ITEM
261015                   SET  ITEM_ST      =  :RCRT-REC.RCRT-ITEM-ST,
261015                        DECIDE_OPID  =
261015                                  :RCRT-REC.RCRT-DECIDE-OPID,
261015                        DECIDE_DT    =  :RCRT-REC.RCRT-DECIDE-DT
261015                 WHERE  CAMP_ID  =  :W-COMM-CAMP-ID
261015                   AND  OPID     =  :W-COMM-TGT-OPID
261015                   AND  FUNC_CD  =  :W-COMM-FUNC-CD
261015                   AND  ITEM_ST  =  'P'
261015     END-EXEC.
261015
261015     IF  SQLCODE  NOT =  0
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  SQLCODE           TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'RECERT UPDATE FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:30)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(31:5)
261015         GO TO  S2700-RECERT-DECISION-EXIT
261015     END-IF.
261015
261015     IF  W-COMM-ACTION-CONFIRM
261015         MOVE  'C'               TO  AUTL-CHG-TP
261015         PERFORM  S2400-WRITE-AUDIT
261015         IF  W-COMM-RC  =  SPACE
261015             MOVE  C-RC00        TO  W-COMM-RC
261015             MOVE  'AUTHORITY RECERTIFIED'
261015                                  TO  W-COMM-MSG
261015         END-IF
261015     ELSE
261015         PERFORM  S2200-DELETE-AUTHORITY
261015     END-IF.
261015
261015 S2700-RECERT-DECISION-EXIT.
261015     EXIT.
      *****************************************************************
      *S8200-GET-SYSTEM-DATE
      *****************************************************************
