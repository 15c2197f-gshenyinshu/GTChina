      *  DTBA.TTBAL (  BRANCH DETAIL  )                           RU   *
      *  DRWA.TRWAD (  CERTIFICATE RECEIPTS  )                    RU   *
      *  DTJA.TTJAC (  ACCOUNT ACTIVITY  )                        RU   *
      *  DTJA.TTJAH (  BALANCE SUMMARY  )                         CD   *
      *  DRWB.TRWBY (  PENDING-APPROVAL REGISTER  )              CRU   *
      *  DRWB.TRWBF (  MERGE LOG  )                               CR   *
      *                                                                *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/09/02    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         RETIREMENT OF THE DUPLICATE'S  *
      *                                TTAAA ROW WRITTEN TO TRWCO     *
      *                                MASTER HISTORY                 *
      *   26/10/15    S.K.CHOI         TTJAH BALANCE SUMMARY OF BOTH  *
      *                                BUSNIDS REBUILT AFTER THE      *
      *                                TTJAC REPOINT                  *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
261015     05  C-PGM-LCBSMHST          PIC  X(08)  VALUE 'LCBSMHST'.
      *    THE TRWBY REGISTER KEY CLASS RESERVED FOR MERGES - NOT A
      *    REAL TAX TYPE, JUST THE REGISTER'S PIGEONHOLE.
           05  C-TXTP-MERGE            PIC  X(02)  VALUE 'MG'.
               10  L-SAUTH-AUTH-FG      PIC  X(01).
               10  L-SAUTH-RC           PIC  X(02).

261015*****************************************************************
261015*    USERAREA OF THE LCBSMHST MASTER CHANGE-HISTORY WRITER.     *
261015*****************************************************************
261015 01  LCBSMHST-USERAREA.
261015     COPY  LCBYMHST.

       01  W-COMM-AREA.
           05  W-COMM-SURVIVOR-BUSNID  PIC  X(10).
           05  W-COMM-DUP-BUSNID       PIC  X(10).
               END-IF
           END-IF.

261015*    THE DUPLICATE'S MONTHS NOW BELONG TO THE SURVIVOR.  BOTH
261015*    BUSNIDS' TTJAH SUMMARY ROWS ARE DROPPED AND THE SURVIVOR'S
261015*    ARE REBUILT FROM ITS TTJAC DETAIL THE WAY MAPB9 BUILDS THEM.
261015     IF  W-ACCT-CNT  >  ZERO
261015         PERFORM  S2350-REBUILD-SUMMARY
261015         IF  S-ROLLBACK-YES
261015             GO TO  S2300-REPOINT-DEPENDENTS-EXIT
261015         END-IF
261015     END-IF.

           MOVE  W-RCVE-CNT            TO  W-COMM-RCVE-CNT.
           MOVE  W-COOWNER-CNT         TO  W-COMM-COOWNER-CNT.
           MOVE  W-BRANCH-CNT          TO  W-COMM-BRANCH-CNT.

       S2300-REPOINT-DEPENDENTS-EXIT.
           EXIT.
261015*****************************************************************
261015*S2350-REBUILD-SUMMARY
261015*      THE TTJAH ROWS OF THE TWO BUSNIDS, RE-DERIVED FROM THE
261015*      REPOINTED TTJAC DETAIL.
261015*****************************************************************
261015 S2350-REBUILD-SUMMARY    SECTION.

261015     EXEC  SQL  DELETE  FROM  DTJA.TTJAH
261015                 WHERE  BUSNID  IN  (:W-COMM-SURVIVOR-BUSNID,
261015                                     :W-COMM-DUP-BUSNID)
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
261015         GO TO  S2350-REBUILD-ERROR
261015     END-IF.

261015     EXEC  SQL
261015           INSERT  INTO  DTJA.TTJAH
261015                  (BUSNID,
261015                   TXTP_CD,
261015                   POST_YYMM,
261015                   PY_AMT,
261015                   RF_AMT,
261015                   PN_AMT,
261015                   IN_AMT,
261015                   OF_AMT,
261015                   ES_AMT,
261015                   WO_AMT,
261015                   OTH_AMT,
261015                   NET_AMT,
261015                   TRANS_CNT,
261015                   LAST_TRANS_DT,
261015                   BUILD_DT,
261015                   DELTA_CNT,
261015                   UPD_DT  )
261015           SELECT  BUSNID
261015           ,       TXTP_CD
261015           ,       SUBSTR(TRANS_DT, 1, 6)
261015           ,       SUM(CASE WHEN TRANS_TP = 'PY'
261015                            THEN TRANS_AMT ELSE 0 END)
261015           ,       SUM(CASE WHEN TRANS_TP = 'RF'
261015                            THEN TRANS_AMT ELSE 0 END)
261015           ,       SUM(CASE WHEN TRANS_TP = 'PN'
261015                            THEN TRANS_AMT ELSE 0 END)
261015           ,       SUM(CASE WHEN TRANS_TP = 'IN'
261015                            THEN TRANS_AMT ELSE 0 END)
261015           ,       SUM(CASE WHEN TRANS_TP = 'OF'
261015                            THEN TRANS_AMT ELSE 0 END)
261015           ,       SUM(CASE WHEN TRANS_TP = 'ES'
261015                            THEN TRANS_AMT ELSE 0 END)
261015           ,       SUM(CASE WHEN TRANS_TP = 'WO'
261015                            THEN TRANS_AMT ELSE 0 END)
261015           ,       SUM(CASE WHEN TRANS_TP IN ('PY', 'RF', 'PN',
261015                                              'IN', 'OF', 'ES',
261015                                              'WO')
261015                            THEN 0 ELSE TRANS_AMT END)
261015           ,       SUM(CASE WHEN TRANS_TP IN ('PN', 'IN',
261015                                              'RF', 'ES')
261015                            THEN TRANS_AMT
261015                            WHEN TRANS_TP IN ('PY', 'OF', 'WO')
261015                            THEN 0 - TRANS_AMT
261015                            ELSE 0 END)
261015           ,       COUNT(*)
261015           ,       MAX(TRANS_DT)
261015           ,       :W-SYS-DT
261015           ,       0
261015           ,       :W-SYS-DT
261015           FROM    DTJA.TTJAC
261015           WHERE   BUSNID  =  :W-COMM-SURVIVOR-BUSNID
261015           GROUP BY BUSNID, TXTP_CD, SUBSTR(TRANS_DT, 1, 6)
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
261015         GO TO  S2350-REBUILD-ERROR
261015     END-IF.

261015     GO TO  S2350-REBUILD-SUMMARY-EXIT.

261015 S2350-REBUILD-ERROR.

261015     MOVE  'Y'                   TO  S-ROLLBACK.
261015     MOVE  SQLCODE               TO  W-SQLCODE.
261015     MOVE  C-RC02                TO  W-COMM-RC.
261015     MOVE  'TTJAH REBUILD FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31).
261015     MOVE  W-SQLCODE             TO  W-COMM-MSG(32:5).

261015 S2350-REBUILD-SUMMARY-EXIT.
261015     EXIT.
      *****************************************************************
      *S2400-SOFT-DELETE-DUP
      *      THE DUPLICATE DROPS OUT OF THE LIVE VIEWS THE SAME WAY
               GO TO  S2400-SOFT-DELETE-DUP-EXIT
           END-IF.

261015     IF  SQLCODE  =  0
261015         PERFORM  S2450-LOG-HISTORY
261015         IF  S-ROLLBACK-YES
261015             GO TO  S2400-SOFT-DELETE-DUP-EXIT
261015         END-IF
261015     END-IF.

           EXEC  SQL  UPDATE  DTBA.TTBAA
                         SET  PROCESS_END_FG = 'Y'
                       WHERE  TXOFF_CD  = :W-DUP-TXOFF

       S2400-SOFT-DELETE-DUP-EXIT.
           EXIT.
261015*****************************************************************
261015*S2450-LOG-HISTORY
261015*      THE RETIRED LAST_FG OF THE DUPLICATE TO THE TRWCO MASTER
261015*      HISTORY, KEYED TO THE SURVIVOR IT WAS MERGED INTO.
261015*****************************************************************
261015 S2450-LOG-HISTORY        SECTION.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'A'                   TO  MHST-MASTER-TP.
261015     MOVE  W-COMM-DUP-BUSNID     TO  MHST-MASTER-ID.
261015     MOVE  SPACE                 TO  MHST-TXPAYER-TP.
261015     MOVE  C-PGM-LAP18           TO  MHST-PGM-ID.
261015     MOVE  W-COMM-OPID           TO  MHST-OPID.
261015     STRING  'MERGED TO '  W-COMM-SURVIVOR-BUSNID
261015             DELIMITED BY SIZE  INTO  MHST-EVENT-KEY
261015     END-STRING.
261015     MOVE  1                     TO  MHST-FIELD-CNT.
261015     MOVE  'LAST_FG'             TO  MHST-FIELD-NM (1).
261015     MOVE  'Y'                   TO  MHST-BEFORE-VAL (1).
261015     MOVE  'N'                   TO  MHST-AFTER-VAL (1).

261015     CALL  C-PGM-LCBSMHST  USING  LCBSMHST-USERAREA.

261015     IF  NOT  MHST-RTN-NORMAL
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  MHST-SQLCODE      TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'MASTER HISTORY FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(32:5)
261015     END-IF.

261015 S2450-LOG-HISTORY-EXIT.
261015     EXIT.
      *****************************************************************
      *S2500-TRWBF-INSERT
      *      THE MERGE CERTIFICATE OF RECORD.
