      *   26/09/02    S.K.CHOI         CARRY THE EXPEDITE FEE TIER    *
      *                                (TRWAE.EXPD-FEE-AMT) ON THE    *
      *                                'F' ACTION AND ON INQUIRY      *
      *   26/10/15    S.K.CHOI         CARRY THE PERMIT-REQ-TP        *
      *                                LICENCE REQUIREMENT ON ADD /   *
      *                                INQUIRE AND ADD THE 'L' ACTION *
      *                                TO CHANGE IT (S2600)           *
      *   26/10/15    S.K.CHOI         CARRY THE FEE-EXEMPT-FG        *
      *                                STATUTORY EXEMPTION FLAG ON    *
      *                                ADD / INQUIRE AND ADD THE 'X'  *
      *                                ACTION TO CHANGE IT (S2700)    *
      ******************************************************************
           EJECT
      *****************************************************************
               88  W-COMM-ACTION-INQUIRE           VALUE 'I'.
260822         88  W-COMM-ACTION-POLICY            VALUE 'P'.
260902         88  W-COMM-ACTION-FEE               VALUE 'F'.
261015         88  W-COMM-ACTION-LICENCE           VALUE 'L'.
261015         88  W-COMM-ACTION-EXEMPT            VALUE 'X'.
           05  W-COMM-TX-SRVC-TP       PIC  X(05).
           05  W-COMM-TX-SRVC-NM       PIC  X(40).
           05  W-COMM-ACTIVE-FG        PIC  X(01).
260902     05  W-COMM-FEE-AMT          PIC  9(11)V9(02).
260902     05  W-COMM-FEE-EFF-DT       PIC  X(08).
260902     05  W-COMM-EXPD-FEE-AMT     PIC  9(11)V9(02).
261015     05  W-COMM-PERMIT-REQ-TP    PIC  X(03).
261015     05  W-COMM-FEE-EXEMPT-FG    PIC  X(01).
261015     05  FILLER                  PIC  X(20).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
260822               PERFORM  S2400-POLICY-SRVC-TP
260902         WHEN  W-COMM-ACTION-FEE
260902               PERFORM  S2500-FEE-SRVC-TP
261015         WHEN  W-COMM-ACTION-LICENCE
261015               PERFORM  S2600-LICENCE-SRVC-TP
261015         WHEN  W-COMM-ACTION-EXEMPT
261015               PERFORM  S2700-EXEMPT-SRVC-TP
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
260822     ELSE
260822         MOVE  'N'               TO  ARREARS-CHK-FG   OF TRWAT
260822     END-IF.
261015     MOVE  W-COMM-PERMIT-REQ-TP  TO  PERMIT-REQ-TP    OF TRWAT.
261015     IF  W-COMM-FEE-EXEMPT-FG  =  'Y'
261015         MOVE  'Y'               TO  FEE-EXEMPT-FG    OF TRWAT
261015     ELSE
261015         MOVE  'N'               TO  FEE-EXEMPT-FG    OF TRWAT
261015     END-IF.

           EXEC  SQL  INSERT  INTO  DRWA.TRWAT
                             (TX_SRVC_TP,
                              REGIST_OPID,
                              RETIRE_DT,
                              RETIRE_OPID,
260822                        ARREARS_CHK_FG,
261015                        PERMIT_REQ_TP,
261015                        FEE_EXEMPT_FG  )
                       VALUES
                             (:TRWAT.TX-SRVC-TP,
                              :TRWAT.TX-SRVC-NM,
                              :TRWAT.REGIST-OPID,
                              :TRWAT.RETIRE-DT,
                              :TRWAT.RETIRE-OPID,
260822                        :TRWAT.ARREARS-CHK-FG,
261015                        :TRWAT.PERMIT-REQ-TP,
261015                        :TRWAT.FEE-EXEMPT-FG  )
           END-EXEC.

           IF  SQLCODE  =  0
       S2300-INQUIRE-SRVC-TP    SECTION.

260822     EXEC  SQL  SELECT  TX_SRVC_NM, ACTIVE_FG, ARREARS_CHK_FG
261015                       ,PERMIT_REQ_TP, FEE_EXEMPT_FG
260822                  INTO  :TRWAT.TX-SRVC-NM, :TRWAT.ACTIVE-FG,
260822                        :TRWAT.ARREARS-CHK-FG
261015                       ,:TRWAT.PERMIT-REQ-TP
261015                       ,:TRWAT.FEE-EXEMPT-FG
                        FROM  DRWA.TRWAT
                       WHERE  TX_SRVC_TP = :W-COMM-TX-SRVC-TP
           END-EXEC.
               MOVE  ACTIVE-FG  OF TRWAT  TO  W-COMM-ACTIVE-FG
260822         MOVE  ARREARS-CHK-FG OF TRWAT
260822                                 TO  W-COMM-ARREARS-CHK-FG
261015         MOVE  PERMIT-REQ-TP  OF TRWAT
261015                                 TO  W-COMM-PERMIT-REQ-TP
261015         MOVE  FEE-EXEMPT-FG  OF TRWAT
261015                                 TO  W-COMM-FEE-EXEMPT-FG
260902* BEST-EFFORT - THE FEE IN FORCE TODAY RIDES ALONG ON THE
260902* INQUIRY REPLY.  NO SCHEDULE ROW MEANS THE TYPE CARRIES NO
260902* FEE, REPORTED AS ZERO.
260902
260902 S2500-FEE-SRVC-TP-EXIT.
260902     EXIT.
261015*****************************************************************
261015*S2600-LICENCE-SRVC-TP
261015*      SET OR CLEAR THE LICENCE REQUIREMENT FOR ONE SERVICE
261015*      TYPE.  A NON-BLANK VALUE NAMES THE DRWB.TRWCK PERMIT
261015*      TYPE THE BUSINESS MUST HOLD VALID BEFORE JEPA2 WILL
261015*      ISSUE; SPACE CLEARS THE REQUIREMENT.
261015*****************************************************************
261015 S2600-LICENCE-SRVC-TP    SECTION.
261015
261015     EXEC  SQL  UPDATE  DRWA.TRWAT
261015                   SET  PERMIT_REQ_TP  = :W-COMM-PERMIT-REQ-TP
261015                 WHERE  TX_SRVC_TP     = :W-COMM-TX-SRVC-TP
261015     END-EXEC.
261015
261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               MOVE  C-RC00      TO  W-COMM-RC
261015               IF  W-COMM-PERMIT-REQ-TP  =  SPACE
261015                   MOVE  'LICENCE REQUIREMENT CLEARED'
261015                                  TO  W-COMM-MSG
261015               ELSE
261015                   MOVE  'LICENCE REQUIREMENT SET'
261015                                  TO  W-COMM-MSG
261015               END-IF
261015         WHEN  100
261015               MOVE  C-RC03      TO  W-COMM-RC
261015               MOVE  'SERVICE TYPE NOT FOUND'   TO  W-COMM-MSG
261015         WHEN  OTHER
261015               MOVE  'Y'         TO  S-ROLLBACK
261015               MOVE  SQLCODE     TO  W-SQLCODE
261015               MOVE  C-RC02      TO  W-COMM-RC
261015               MOVE  'TRWAT UPDATE FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31)
261015               MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
261015     END-EVALUATE.
261015
261015 S2600-LICENCE-SRVC-TP-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S2700-EXEMPT-SRVC-TP
261015*      SET OR CLEAR THE STATUTORY FEE-EXEMPTION FLAG FOR ONE
261015*      SERVICE TYPE.  ONLY 'Y' AND 'N' ARE ACCEPTED.  JAPAA
261015*      STILL LETS A SUPERVISOR WAIVE ON A TYPE FLAGGED 'N' -
261015*      JAPB8 LISTS SUCH WAIVERS FOR REVIEW.
261015*****************************************************************
261015 S2700-EXEMPT-SRVC-TP     SECTION.
261015
261015     IF  W-COMM-FEE-EXEMPT-FG  NOT =  'Y'  AND
261015         W-COMM-FEE-EXEMPT-FG  NOT =  'N'
261015         MOVE  C-RC01            TO  W-COMM-RC
261015         MOVE  'FEE-EXEMPT-FG MUST BE Y OR N'
261015                                  TO  W-COMM-MSG
261015         GO TO  S2700-EXEMPT-SRVC-TP-EXIT
261015     END-IF.
261015
261015     EXEC  SQL  UPDATE  DRWA.TRWAT
261015                   SET  FEE_EXEMPT_FG  = :W-COMM-FEE-EXEMPT-FG
261015                 WHERE  TX_SRVC_TP     = :W-COMM-TX-SRVC-TP
261015     END-EXEC.
261015
261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               MOVE  C-RC00      TO  W-COMM-RC
261015               MOVE  'FEE EXEMPTION FLAG SET'   TO  W-COMM-MSG
261015         WHEN  100
261015               MOVE  C-RC03      TO  W-COMM-RC
261015               MOVE  'SERVICE TYPE NOT FOUND'   TO  W-COMM-MSG
261015         WHEN  OTHER
261015               MOVE  'Y'         TO  S-ROLLBACK
261015               MOVE  SQLCODE     TO  W-SQLCODE
261015               MOVE  C-RC02      TO  W-COMM-RC
261015               MOVE  'TRWAT UPDATE FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31)
261015               MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
261015     END-EVALUATE.
261015
261015 S2700-EXEMPT-SRVC-TP-EXIT.
261015     EXIT.
      *****************************************************************
      *S8200-GET-SYSTEM-DATE
      *****************************************************************
