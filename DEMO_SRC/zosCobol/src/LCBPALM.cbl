      *                     THE TRANSACTION RESCHEDULES ITSELF         *
      *                     EVERY 15 MINUTES; DISABLING THE LALM       *
      *                     TRANSACTION STOPS THE CYCLE.               *
      *                     THE SAME CYCLE WATCHES THE FILE HOLDS ON   *
      *                     LCBD2CTL.FILE_WAIT:  A JOB STILL WAITING   *
      *                     FOR ITS FILE WHEN THE ARRIVAL WINDOW HAS   *
      *                     CLOSED RAISES ONE FILE-LATE ALERT AND IS   *
      *                     MARKED LATE (STILL WAITING).               *
      *                                                                *
      *  TRANSACTION    -  LALM                                        *
      *  IDENTIFIER                                                    *
      *  ============================================================  *
      *  LCBD2CTL.ERR_ALERT_CTL                                  RU    *
      *  DRWB.TRWBR ( SHARED ERROR LOG )                         R     *
      *  LCBD2CTL.FILE_WAIT                                      RU    *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/08/22    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         LATE-FILE ALERTS FROM FILE_WAIT *
      ******************************************************************
           EJECT
      *****************************************************************
           05  W-MAX-SEQNO             PIC  X(13)  VALUE SPACE.
           05  W-TOP-ERR-MSG           PIC  X(79)  VALUE SPACE.
           05  W-ALERT-CNT             PIC S9(04)  COMP  VALUE +0.
261015     05  W-LATE-CNT              PIC S9(04)  COMP  VALUE +0.

       01  W-ALERT-MSG.
           05  FILLER                  PIC  X(10)
           05  FILLER                  PIC  X(06)  VALUE ' LIM: '.
           05  W-ALERT-TOP-MSG         PIC  X(79).

261015 01  W-LATE-MSG.
261015     05  FILLER                  PIC  X(10)
261015         VALUE 'FILE-LATE '.
261015     05  W-LATE-JOB-NM           PIC  X(08).
261015     05  FILLER                  PIC  X(05)  VALUE ' RUN '.
261015     05  W-LATE-RUN-DT           PIC  X(08).
261015     05  FILLER                  PIC  X(05)  VALUE ' DUE '.
261015     05  W-LATE-TO-D             PIC  X(08).
261015     05  FILLER                  PIC  X(01)  VALUE SPACE.
261015     05  W-LATE-TO-TM            PIC  X(06).
261015     05  FILLER                  PIC  X(01)  VALUE SPACE.
261015     05  W-LATE-DSN-PAT          PIC  X(44).

      ******************************************************************
      *    PARAMETER AREA OF THE LCBSTCPI MONITORING LINK, CARRIED     *
      *    AS LCBSTCPI ITSELF DEFINES IT.                              *

           EXEC  SQL   INCLUDE  RWOBR     END-EXEC.

261015     EXEC  SQL   INCLUDE  LCBYFAR   END-EXEC.

      ******************************************************************
      *              A L E R T   C O N T R O L   C U R S O R           *
      ******************************************************************
                                     ALERT_TIME
           END-EXEC.

261015******************************************************************
261015*     L A T E   F I L E   C U R S O R  -  HOLDS STILL WAITING    *
261015*     FOR THEIR FILE WHOSE ARRIVAL WINDOW HAS CLOSED             *
261015******************************************************************
261015     EXEC  SQL  DECLARE  LATECUR  CURSOR  FOR
261015           SELECT  RUN_DT,
261015                   JOB_NM,
261015                   DSN_PAT,
261015                   WIN_TO_D,
261015                   WIN_TO_TM
261015             FROM  LCBD2CTL.FILE_WAIT
261015            WHERE  STATUS    =  'W'
261015              AND  DSN_PAT   <> ' '
261015              AND  WIN_TO_D  <> ' '
261015              AND (WIN_TO_D  <  :W-SYS-DT
261015               OR (WIN_TO_D  =  :W-SYS-DT
261015              AND  WIN_TO_TM <  :W-SYS-TIME))
261015              FOR  UPDATE  OF  STATUS,
261015                               ALERT_D,
261015                               ALERT_TM
261015     END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LCBPALM - WORKING STORAGE ENDS HERE'.

           PERFORM  S8200-GET-SYSTEM-DATE.

           MOVE  ZERO                  TO  W-ALERT-CNT.
261015     MOVE  ZERO                  TO  W-LATE-CNT.

       S1000-INIT-EXIT.
           EXIT.
           EXEC  SQL  CLOSE  ALRTCUR
           END-EXEC.

261015     IF  NOT  S-ROLLBACK-YES
261015         PERFORM  S3000-LATE-FILES
261015     END-IF.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************

       S2500-MOVE-WATERMARK-EXIT.
           EXIT.
261015*****************************************************************
261015*S3000-LATE-FILES
261015*
261015*    EVERY HOLD STILL WAITING PAST ITS WINDOW ALERTS ONCE; THE
261015*    LATE STATUS KEEPS IT OUT OF THE NEXT CYCLE'S SWEEP WHILE
261015*    LCBBGFAR GOES ON WAITING FOR THE FILE.
261015*****************************************************************
261015 S3000-LATE-FILES         SECTION.
261015
261015     EXEC  SQL  OPEN  LATECUR
261015     END-EXEC.
261015
261015     IF  SQLCODE  NOT =  0
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         GO TO  S3000-LATE-FILES-EXIT
261015     END-IF.
261015
261015     PERFORM  S3100-CHECK-ONE-FILE
261015         UNTIL  SQLCODE  NOT =  0
261015            OR  S-ROLLBACK-YES.
261015
261015     EXEC  SQL  CLOSE  LATECUR
261015     END-EXEC.
261015
261015 S3000-LATE-FILES-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S3100-CHECK-ONE-FILE
261015*****************************************************************
261015 S3100-CHECK-ONE-FILE     SECTION.
261015
261015     EXEC  SQL  FETCH  LATECUR
261015                 INTO  :FWT-REC.FWT-RUN-DT,
261015                       :FWT-REC.FWT-JOB-NM,
261015                       :FWT-REC.FWT-DSN-PAT,
261015                       :FWT-REC.FWT-WIN-TO-D,
261015                       :FWT-REC.FWT-WIN-TO-TM
261015     END-EXEC.
261015
261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               CONTINUE
261015         WHEN  100
261015               GO TO  S3100-CHECK-ONE-FILE-EXIT
261015         WHEN  OTHER
261015               MOVE  'Y'         TO  S-ROLLBACK
261015               GO TO  S3100-CHECK-ONE-FILE-EXIT
261015     END-EVALUATE.
261015
261015     PERFORM  S3200-SEND-LATE-ALERT.
261015
261015     IF  S-ROLLBACK-YES
261015         GO TO  S3100-CHECK-ONE-FILE-EXIT
261015     END-IF.
261015
261015     EXEC  SQL  UPDATE  LCBD2CTL.FILE_WAIT
261015                   SET  STATUS    =  'L',
261015                        ALERT_D   =  :W-SYS-DT,
261015                        ALERT_TM  =  :W-SYS-TIME
261015                 WHERE  CURRENT  OF  LATECUR
261015     END-EXEC.
261015
261015     IF  SQLCODE  NOT =  0
261015         MOVE  'Y'               TO  S-ROLLBACK
261015     END-IF.
261015
261015 S3100-CHECK-ONE-FILE-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S3200-SEND-LATE-ALERT
261015*****************************************************************
261015 S3200-SEND-LATE-ALERT    SECTION.
261015
261015     MOVE  FWT-JOB-NM            TO  W-LATE-JOB-NM.
261015     MOVE  FWT-RUN-DT            TO  W-LATE-RUN-DT.
261015     MOVE  FWT-WIN-TO-D          TO  W-LATE-TO-D.
261015     MOVE  FWT-WIN-TO-TM         TO  W-LATE-TO-TM.
261015     MOVE  FWT-DSN-PAT           TO  W-LATE-DSN-PAT.
261015
261015     MOVE  SPACE                 TO  W-STCPI-CLIENT-DATA.
261015     MOVE  W-LATE-MSG            TO  W-STCPI-CLIENT-DATA.
261015     MOVE  +120                  TO  W-STCPI-SND-LENG.
261015
261015     EXEC  CICS  LINK  PROGRAM (C-PGM-LCBSTCPI)
261015                       COMMAREA(W-STCPI-PARM)
261015                       LENGTH  (C-STCPI-LNTH)
261015                       RESP    (W-RETURN-CODE)
261015     END-EXEC.
261015
261015     IF  W-RETURN-NORMAL
261015         ADD  +1                 TO  W-LATE-CNT
261015     ELSE
261015*        THE HOLD STAYS WAITING SO THE ALERT IS TRIED AGAIN
261015*        NEXT CYCLE.
261015         MOVE  'Y'               TO  S-ROLLBACK
261015     END-IF.
261015
261015 S3200-SEND-LATE-ALERT-EXIT.
261015     EXIT.
      *****************************************************************
      *S8200-GET-SYSTEM-DATE
      *****************************************************************
