      *                    THE RERUN/SKIP DECISION RECORDED ON THE     *
      *                    SCHEDULE'S OVERRIDE COLUMNS, AND THE        *
      *                    MORNING READINESS SUMMARY.                  *
      *                    A JOB HELD BY LCBBGSCH FOR AN EXTERNAL      *
      *                    FILE SHOWS AS WAITING FOR ITS FILE (WFL),   *
      *                    ITS FILE LATE (LTF) OR HELD BEHIND SUCH A   *
      *                    JOB (WPR) FROM LCBD2CTL.FILE_WAIT.          *
      *                                                                *
      *  TRANSACTION    -  LOPS                                        *
      *  IDENTIFIER                                                    *
      *  LCBD2CTL.JOB_SCHED                                      RU    *
      *  LCBD2CTL.BATCH_CTL_LOG                                  R     *
      *  LCBD2CTL.DAILY_RECON_CTL                                R     *
      *  LCBD2CTL.FILE_WAIT                                      R     *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/09/03    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         WAITING-FOR-FILE STATUS         *
      ******************************************************************
           EJECT
      *****************************************************************
           05  W-JS-END-TM             PIC  X(06).
           05  W-JS-RUN-STATUS         PIC  X(01).
           05  W-JS-RETURN-CD          PIC S9(04) COMP.
261015     05  W-JS-WAIT-STATUS        PIC  X(01).

      *****************************************************************
      *    PARAMETER AREA OF THE CENTRAL LCBSAUTH AUTHORITY CHECK,    *
           05  W-COMM-D-RUN-STATUS     PIC  X(01).
           05  W-COMM-D-RECN-IN        PIC  9(09).
           05  W-COMM-D-RECN-OUT       PIC  9(09).
261015*    DRILL-DOWN OUTPUTS - THE FILE HOLD, WHEN THE JOB HAS ONE.
261015     05  W-COMM-D-WAIT-STATUS    PIC  X(01).
261015     05  W-COMM-D-FILE-DSN       PIC  X(44).
261015     05  W-COMM-D-WIN-TO-D       PIC  X(08).
261015     05  W-COMM-D-WIN-TO-TM      PIC  X(06).
      *    MORNING READINESS SUMMARY.
           05  W-COMM-M-SCHED-CNT      PIC  9(04).
           05  W-COMM-M-OK-CNT         PIC  9(04).
           05  W-COMM-M-RUNNING-CNT    PIC  9(04).
           05  W-COMM-M-NOTRUN-CNT     PIC  9(04).
           05  W-COMM-M-READY-FG       PIC  X(01).
261015     05  W-COMM-M-WAITFILE-CNT   PIC  9(04).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
261015     05  FILLER                  PIC  X(239).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *

           EXEC  SQL   INCLUDE  LCBYRECN  END-EXEC.

261015     EXEC  SQL   INCLUDE  LCBYFAR   END-EXEC.

      ******************************************************************
      *    CUR-PLAN : THE SCHEDULE IN DISPATCH ORDER, EACH JOB WITH   *
      *    ITS RUN ROW FOR THE DATE UNDER REVIEW (IF ANY).            *
                 ,        COALESCE(B.END_TM, ' ')
                 ,        COALESCE(B.RUN_STATUS, ' ')
                 ,        COALESCE(B.RETURN_CD, 0)
261015           ,        COALESCE(F.STATUS, ' ')
                 FROM     LCBD2CTL.JOB_SCHED  J
                 LEFT  OUTER  JOIN  LCBD2CTL.BATCH_CTL_LOG  B
                 ON       B.JOB_NM  = J.JOB_NM
                 AND      B.START_D = :W-COMM-RUN-DT
261015           LEFT  OUTER  JOIN  LCBD2CTL.FILE_WAIT  F
261015           ON       F.JOB_NM  = J.JOB_NM
261015           AND      F.RUN_DT  = :W-COMM-RUN-DT
                 WHERE    J.SEQ_NO  >  :W-COMM-FROM-SEQ
                 ORDER BY J.SEQ_NO
           END-EXEC.
                 ,     :W-JS-END-TM
                 ,     :W-JS-RUN-STATUS
                 ,     :W-JS-RETURN-CD
261015           ,     :W-JS-WAIT-STATUS
           END-EXEC.

           EVALUATE  SQLCODE
                         WHEN  W-JS-START-TM  >  SPACE
                               MOVE  'RUN'
                                 TO  W-COMM-L-STATUS (W-LIST-IX)
261015                   WHEN  W-JS-WAIT-STATUS  =  'W'
261015                         MOVE  'WFL'
261015                           TO  W-COMM-L-STATUS (W-LIST-IX)
261015                   WHEN  W-JS-WAIT-STATUS  =  'L'
261015                         MOVE  'LTF'
261015                           TO  W-COMM-L-STATUS (W-LIST-IX)
261015                   WHEN  W-JS-WAIT-STATUS  =  'P'
261015                         MOVE  'WPR'
261015                           TO  W-COMM-L-STATUS (W-LIST-IX)
                         WHEN  OTHER
                               MOVE  '---'
                                 TO  W-COMM-L-STATUS (W-LIST-IX)
      *****************************************************************
       S2200-DRILL-DOWN         SECTION.

261015     PERFORM  S2250-FILE-HOLD.

           EXEC  SQL  SELECT  START_D, START_TM, END_D, END_TM,
                              READ_CNT, WRIT_CNT,
                              RETURN_CD, RUN_STATUS
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO RUN LOGGED FOR JOB AND DATE'
                                        TO  W-COMM-MSG
261015               EVALUATE  W-COMM-D-WAIT-STATUS
261015                   WHEN  'W'
261015                         MOVE  'NO RUN - WAITING FOR FILE'
261015                                  TO  W-COMM-MSG
261015                   WHEN  'L'
261015                         MOVE  'NO RUN - FILE LATE, ALERT SENT'
261015                                  TO  W-COMM-MSG
261015                   WHEN  'P'
261015                         MOVE  'NO RUN - HELD BEHIND JOB'
261015                                  TO  W-COMM-MSG(1:25)
261015                         MOVE  FWT-PRED-JOB-NM
261015                                  TO  W-COMM-MSG(26:8)
261015               END-EVALUATE
                     GO TO  S2200-DRILL-DOWN-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE

       S2200-DRILL-DOWN-EXIT.
           EXIT.
261015*****************************************************************
261015*S2250-FILE-HOLD
261015*      THE JOB'S FILE HOLD FOR THE DATE, IF LCBBGSCH HELD IT.
261015*****************************************************************
261015 S2250-FILE-HOLD          SECTION.
261015
261015     MOVE  SPACE                 TO  W-COMM-D-WAIT-STATUS
261015                                     W-COMM-D-FILE-DSN
261015                                     W-COMM-D-WIN-TO-D
261015                                     W-COMM-D-WIN-TO-TM.
261015
261015     EXEC  SQL  SELECT  STATUS, DSN_PAT, WIN_TO_D, WIN_TO_TM,
261015                        PRED_JOB_NM
261015                  INTO  :FWT-STATUS, :FWT-DSN-PAT,
261015                        :FWT-WIN-TO-D, :FWT-WIN-TO-TM,
261015                        :FWT-PRED-JOB-NM
261015                  FROM  LCBD2CTL.FILE_WAIT
261015                 WHERE  JOB_NM  = :W-COMM-JOB-NM
261015                   AND  RUN_DT  = :W-COMM-RUN-DT
261015     END-EXEC.
261015
261015     IF  SQLCODE  =  0
261015         MOVE  FWT-STATUS        TO  W-COMM-D-WAIT-STATUS
261015         MOVE  FWT-DSN-PAT       TO  W-COMM-D-FILE-DSN
261015         MOVE  FWT-WIN-TO-D      TO  W-COMM-D-WIN-TO-D
261015         MOVE  FWT-WIN-TO-TM     TO  W-COMM-D-WIN-TO-TM
261015     END-IF.
261015
261015 S2250-FILE-HOLD-EXIT.
261015     EXIT.
      *****************************************************************
      *S2300-RUN-DECISION
      *      THE RERUN ('R') OR SKIP ('K') DECISION GOES ON THE
               GO TO  S2400-MORNING-SUMMARY-EXIT
           END-IF.

261015     EXEC  SQL
261015           SELECT  COUNT(*)
261015           INTO    :W-COMM-M-WAITFILE-CNT
261015           FROM    LCBD2CTL.FILE_WAIT
261015           WHERE   RUN_DT  = :W-COMM-RUN-DT
261015           AND     STATUS  IN  ('W', 'L', 'P')
261015     END-EXEC.
261015
261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE           TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'SUMMARY SELECT FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(32:5)
261015         GO TO  S2400-MORNING-SUMMARY-EXIT
261015     END-IF.

           IF  W-COMM-M-ERR-CNT      =  ZERO
           AND W-COMM-M-RUNNING-CNT  =  ZERO
           AND W-COMM-M-NOTRUN-CNT   =  ZERO
               MOVE  'N'               TO  W-COMM-M-READY-FG
               MOVE  'NIGHT NOT CLEAN - SEE STATUS PAGE'
                                        TO  W-COMM-MSG
261015         IF  W-COMM-M-WAITFILE-CNT  >  ZERO
261015             MOVE  'NIGHT NOT CLEAN - JOBS WAITING FOR FILES'
261015                                  TO  W-COMM-MSG
261015         END-IF
           END-IF.

           MOVE  C-RC00                TO  W-COMM-RC.
