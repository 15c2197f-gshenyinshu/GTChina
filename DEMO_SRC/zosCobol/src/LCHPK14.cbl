      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/09/02    S.K.CHOI         INITIAL CODING                  *
261015*   26/10/15    S.K.CHOI         BACK-DATED SET '06' APPROVAL    *
261015*                                QUEUES THE LCHBK162 SETTLEMENT  *
261015*                                RESTATEMENT (TK141 RESTATE-     *
261015*                                STAUS 'P')                      *
      ******************************************************************
           EJECT
      *****************************************************************
                              ENTER_DT,
                              APPV_OPID,
                              APPV_DT,
261015                        RJCT_RSN,
261015                        RESTATE_STAUS,
261015                        RESTATE_DT  )
                       VALUES
                             (:HK41-CHG-SEQNO,
                              :HK41-CHG-TP,
                              :HK41-ENTER-DT,
                              :HK41-APPV-OPID,
                              :HK41-APPV-DT,
261015                        :HK41-RJCT-RSN,
261015                        ' ',
261015                        ' '  )
           END-EXEC.

           IF  SQLCODE  =  0
               GO TO  S2400-APPROVE-CHANGE-EXIT
           END-IF.

261015* A SET '06' FACTOR TAKING EFFECT BEFORE TODAY ALTERS DAYS
261015* LCHBK161 HAS ALREADY RECONCILED - QUEUE THEM FOR LCHBK162.
261015     IF  HK41-BHV-ITM-CD  =  '06'
261015     AND HK41-EFF-DT      <  W-SYS-DT
261015         MOVE  'P'               TO  HK41-RESTATE-STAUS
261015     ELSE
261015         MOVE  SPACE             TO  HK41-RESTATE-STAUS
261015     END-IF.

           EXEC  SQL  UPDATE  LCHD2K14.TK141
                         SET  APPV_STAUS = 'A',
                              APPV_OPID  = :W-COMM-OPID,
261015                        APPV_DT    = :W-SYS-DT,
261015                        RESTATE_STAUS = :HK41-RESTATE-STAUS
                       WHERE  CHG_SEQNO  = :HK41-CHG-SEQNO
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'CHANGE APPROVED AND APPLIED'  TO  W-COMM-MSG
261015         IF  HK41-RESTATE-PENDING
261015             MOVE
261015             'CHANGE APPROVED - PAST DAYS QUEUED FOR RESTATEMENT'
261015                                  TO  W-COMM-MSG
261015         END-IF
           ELSE
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
