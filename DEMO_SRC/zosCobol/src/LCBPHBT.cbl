      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LCBPHBT.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         ONTA.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  C  B  P  H  B  T                         *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL ( STARTED TASK, NO SCREEN )    *
      *                                                                *
      *  FUNCTION       -  SOCKET LINK HEARTBEAT.  FOR EVERY ROW ON    *
      *                     LCBD2CTL.ROUTE_CTL IT PROBES THE PRIMARY   *
      *                     AND (WHEN SET) THE ALTERNATE ENDPOINT      *
      *                     WITH A BARE CONNECT/CLOSE - NO MESSAGE     *
      *                     GOES OVER THE LINK - AND RECORDS EACH      *
      *                     PROBE'S SUCCESS AND ROUND TRIP ON          *
      *                     LINK_STAT.  CONSECUTIVE FAILURES AND       *
      *                     SUCCESSES ARE KEPT ON THE ROUTE ROW:       *
      *                     FAIL-LIM FAILED PRIMARY PROBES IN A ROW    *
      *                     (WITH THE ALTERNATE ANSWERING) SWITCH      *
      *                     THE ROUTE'S ACTIVE ENDPOINT TO THE         *
      *                     ALTERNATE, AND FAIL-LIM GOOD PRIMARY       *
      *                     PROBES IN A ROW SWITCH IT BACK.  EVERY     *
      *                     SWITCH IS LOGGED ON ROUTE_SWITCH_LOG AND   *
      *                     ALERTED OVER THE LCBSTCPI MONITORING       *
      *                     LINK AS LCBPALM ALERTS.  LCBSTCPI TRIES    *
      *                     THE ACTIVE ENDPOINT FIRST.                 *
      *                     THE TRANSACTION RESCHEDULES ITSELF         *
      *                     EVERY 5 MINUTES; DISABLING THE LHBT        *
      *                     TRANSACTION STOPS THE CYCLE.               *
      *                                                                *
      *  TRANSACTION    -  LHBT                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  NONE                                        *
      *  OUTPUT PARMS   -  NONE                                        *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  LCBD2CTL.ROUTE_CTL                                      RU    *
      *  LCBD2CTL.LINK_STAT                                      C     *
      *  LCBD2CTL.ROUTE_SWITCH_LOG                               C     *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
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
           VALUE 'LCBPHBT - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LCBPHBT           PIC  X(08)  VALUE 'LCBPHBT'.
           05  C-PGM-LCBSTCPI          PIC  X(08)  VALUE 'LCBSTCPI'.
           05  C-TRAN-LHBT             PIC  X(04)  VALUE 'LHBT'.
           05  C-STCPI-LNTH            PIC S9(04)  COMP VALUE +4148.
      *    CHECK CYCLE - HHMMSS
           05  C-CYCLE-INTERVAL        PIC  9(07)  VALUE 0000500.
      *    FAIL-LIM WHEN THE ROUTE ROW LEAVES IT ZERO
           05  C-DEFAULT-FAIL-LIM      PIC S9(04)  COMP VALUE +3.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.
           05  S-PROBE-RESULT          PIC  X(01)  VALUE 'N'.
               88  S-PROBE-OK                      VALUE 'Y'.
           05  S-SWITCHED              PIC  X(01)  VALUE 'N'.
               88  S-SWITCHED-YES                  VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-FAIL-LIM              PIC S9(04)  COMP  VALUE +0.
           05  W-FAIL-LIM-ED           PIC  9(03)        VALUE ZERO.
           05  W-ALT-SET               PIC  X(01)  VALUE 'N'.
               88  W-ALT-SET-YES                   VALUE 'Y'.
           05  W-PROBE-EP              PIC  X(01)  VALUE SPACE.
           05  W-PROBE-IP              PIC  X(04)  VALUE LOW-VALUES.
           05  W-PROBE-PORT            PIC S9(04)  COMP  VALUE +0.
           05  W-PROBE-ERRNO           PIC S9(09)  COMP  VALUE +0.
           05  W-T0                    PIC S9(15)  COMP-3 VALUE +0.
           05  W-T1                    PIC S9(15)  COMP-3 VALUE +0.
           05  W-ROUTE-CNT             PIC S9(04)  COMP  VALUE +0.
           05  W-SWITCH-CNT            PIC S9(04)  COMP  VALUE +0.

       01  W-ALERT-MSG.
           05  FILLER                  PIC  X(12)
               VALUE 'LINK-SWITCH '.
           05  W-ALERT-DEST-CD         PIC  X(04).
           05  FILLER                  PIC  X(01)  VALUE '/'.
           05  W-ALERT-MSG-TP          PIC  X(04).
           05  FILLER                  PIC  X(01)  VALUE SPACE.
           05  W-ALERT-FROM-EP         PIC  X(01).
           05  FILLER                  PIC  X(02)  VALUE '->'.
           05  W-ALERT-TO-EP           PIC  X(01).
           05  FILLER                  PIC  X(01)  VALUE SPACE.
           05  W-ALERT-REASON          PIC  X(40).
           05  FILLER                  PIC  X(53)  VALUE SPACE.

      ******************************************************************
      *    EZASOKET CALL AREAS FOR THE PROBE, LAID OUT AS LCBSTCPI     *
      *    LAYS OUT ITS OWN.                                           *
      ******************************************************************
       77  SOCKET-FUNCTION             PIC X(16) VALUE 'SOCKET'.
       77  CONN-FUNCTION               PIC X(16) VALUE 'CONNECT'.
       77  CLOSE-FUNCTION              PIC X(16) VALUE 'CLOSE'.

       01  COMMON-FUNCTION.
           05  ERRNO                   PIC 9(08) COMP  VALUE 0.
           05  RETCODE                 PIC S9(8) COMP  VALUE 0.

       01  SOCKET.
           05  SOCKET-AF               PIC 9(08) COMP  VALUE 2.
           05  SOCKET-SOCTYPE          PIC 9(08) COMP  VALUE 1.
           05  SOCKET-PROTO            PIC 9(08) COMP  VALUE 0.

       01  CONN-SOCKET.
           05  CONN-S                  PIC 9(04) COMP VALUE 0.
           05  CONN-CLIENT.
               10  CONN-FAMILY         PIC 9(04) COMP VALUE 2.
               10  CONN-PORT           PIC X(02)      VALUE LOW-VALUES.
               10  CONN-PORT-R  REDEFINES  CONN-PORT
                                       PIC 9(04) COMP.
               10  CONN-IP-ADDRESS     PIC X(04)      VALUE LOW-VALUES.
               10  CONN-RESERVED       PIC X(08)      VALUE '00000000'.

       01  CLOSE-SOCKET.
           05  CLOSE-S                 PIC 9(04) COMP  VALUE 0.

      ******************************************************************
      *    PARAMETER AREA OF THE LCBSTCPI MONITORING LINK, CARRIED     *
      *    AS LCBSTCPI ITSELF DEFINES IT.                              *
      ******************************************************************
       01  W-STCPI-PARM.
           05  W-STCPI-GIVE-TAKE       PIC  9(08) COMP  VALUE ZERO.
           05  W-STCPI-LSTN-NAME       PIC  X(08)       VALUE SPACE.
           05  W-STCPI-SUBTASKNAME     PIC  X(08)       VALUE SPACE.
           05  W-STCPI-CLIENT-DATA     PIC  X(4096)     VALUE SPACE.
           05  W-STCPI-SOCKID          PIC S9(08) COMP  VALUE ZERO.
           05  W-STCPI-RCV-LENG        PIC S9(08) COMP  VALUE ZERO.
           05  W-STCPI-SND-LENG        PIC S9(08) COMP  VALUE ZERO.
           05  W-STCPI-SOCKADDR        PIC  X(20)       VALUE SPACE.

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA     END-EXEC.

           EXEC  SQL   INCLUDE  LCBYRTE   END-EXEC.

           EXEC  SQL   INCLUDE  LCBYLNK   END-EXEC.

      ******************************************************************
      *                  R O U T E   C U R S O R                       *
      ******************************************************************
           EXEC  SQL  DECLARE  HBTCUR  CURSOR  FOR
                 SELECT  MSG_TP,
                         DEST_CD,
                         PRI_IP,
                         PRI_PORT,
                         ALT_IP,
                         ALT_PORT,
                         ACT_EP,
                         FAIL_LIM,
                         PRI_FAIL_CNT,
                         ALT_FAIL_CNT,
                         PRI_OK_CNT
                   FROM  LCBD2CTL.ROUTE_CTL
                    FOR  UPDATE  OF  ACT_EP,
                                     PRI_FAIL_CNT,
                                     ALT_FAIL_CNT,
                                     PRI_OK_CNT,
                                     SWITCH_DT,
                                     SWITCH_TM
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LCBPHBT - WORKING STORAGE ENDS HERE'.

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

           PERFORM  S8200-GET-SYSTEM-DATE.

           MOVE  ZERO                  TO  W-ROUTE-CNT
                                           W-SWITCH-CNT.

       S1000-INIT-EXIT.
           EXIT.
      *****************************************************************
      *S2000-MAIN
      *
      *    ONE PASS OVER THE ROUTING TABLE PER CYCLE.
      *****************************************************************
       S2000-MAIN               SECTION.

           EXEC  SQL  OPEN  HBTCUR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-ROLLBACK
               GO TO  S2000-MAIN-EXIT
           END-IF.

           PERFORM  S2100-CHECK-ONE-ROUTE
               UNTIL  SQLCODE  NOT =  0
                  OR  S-ROLLBACK-YES.

           EXEC  SQL  CLOSE  HBTCUR
           END-EXEC.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-CHECK-ONE-ROUTE
      *****************************************************************
       S2100-CHECK-ONE-ROUTE    SECTION.

           EXEC  SQL  FETCH  HBTCUR
                       INTO  :ROUTE-REC.RTE-MSG-TP,
                             :ROUTE-REC.RTE-DEST-CD,
                             :ROUTE-REC.RTE-PRI-IP,
                             :ROUTE-REC.RTE-PRI-PORT,
                             :ROUTE-REC.RTE-ALT-IP,
                             :ROUTE-REC.RTE-ALT-PORT,
                             :ROUTE-REC.RTE-ACT-EP,
                             :ROUTE-REC.RTE-FAIL-LIM,
                             :ROUTE-REC.RTE-PRI-FAIL-CNT,
                             :ROUTE-REC.RTE-ALT-FAIL-CNT,
                             :ROUTE-REC.RTE-PRI-OK-CNT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     GO TO  S2100-CHECK-ONE-ROUTE-EXIT
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     GO TO  S2100-CHECK-ONE-ROUTE-EXIT
           END-EVALUATE.

           ADD  +1                     TO  W-ROUTE-CNT.

           IF  RTE-FAIL-LIM  >  ZERO
               MOVE  RTE-FAIL-LIM      TO  W-FAIL-LIM
           ELSE
               MOVE  C-DEFAULT-FAIL-LIM
                                       TO  W-FAIL-LIM
           END-IF.

           IF  RTE-ALT-IP  =  LOW-VALUES
           OR  RTE-ALT-IP  =  SPACES
               MOVE  'N'               TO  W-ALT-SET
           ELSE
               MOVE  'Y'               TO  W-ALT-SET
           END-IF.

      *    PRIMARY
           MOVE  'P'                   TO  W-PROBE-EP.
           MOVE  RTE-PRI-IP            TO  W-PROBE-IP.
           MOVE  RTE-PRI-PORT          TO  W-PROBE-PORT.
           PERFORM  S3000-PROBE-ENDPOINT.

           IF  S-PROBE-OK
               MOVE  ZERO              TO  RTE-PRI-FAIL-CNT
               ADD   +1                TO  RTE-PRI-OK-CNT
           ELSE
               ADD   +1                TO  RTE-PRI-FAIL-CNT
               MOVE  ZERO              TO  RTE-PRI-OK-CNT
           END-IF.

      *    ALTERNATE
           IF  W-ALT-SET-YES
               MOVE  'A'               TO  W-PROBE-EP
               MOVE  RTE-ALT-IP        TO  W-PROBE-IP
               MOVE  RTE-ALT-PORT      TO  W-PROBE-PORT
               PERFORM  S3000-PROBE-ENDPOINT
               IF  S-PROBE-OK
                   MOVE  ZERO          TO  RTE-ALT-FAIL-CNT
               ELSE
                   ADD   +1            TO  RTE-ALT-FAIL-CNT
               END-IF
           END-IF.

           IF  S-ROLLBACK-YES
               GO TO  S2100-CHECK-ONE-ROUTE-EXIT
           END-IF.

           PERFORM  S4000-DECIDE-SWITCH.

           PERFORM  S5000-UPDATE-ROUTE.

       S2100-CHECK-ONE-ROUTE-EXIT.
           EXIT.
      *****************************************************************
      *S3000-PROBE-ENDPOINT
      *
      *    SOCKET / CONNECT / CLOSE AGAINST W-PROBE-IP:W-PROBE-PORT.
      *    THE ROUND TRIP IS THE CONNECT TIME IN MILLISECONDS.
      *****************************************************************
       S3000-PROBE-ENDPOINT     SECTION.

           MOVE  'N'                   TO  S-PROBE-RESULT.
           MOVE  ZERO                  TO  W-PROBE-ERRNO
                                           W-T0
                                           W-T1.

           CALL 'EZASOKET' USING SOCKET-FUNCTION  SOCKET-AF
                                 SOCKET-SOCTYPE   SOCKET-PROTO
                                 ERRNO            RETCODE.

           IF  RETCODE  <  0
               MOVE  ERRNO             TO  W-PROBE-ERRNO
               GO TO  S3000-RECORD-PROBE
           END-IF.

           MOVE  RETCODE               TO  CONN-S
                                           CLOSE-S.
           MOVE  W-PROBE-IP            TO  CONN-IP-ADDRESS.
           MOVE  W-PROBE-PORT          TO  CONN-PORT-R.

           EXEC  CICS  ASKTIME  ABSTIME (W-T0)  END-EXEC.

           CALL 'EZASOKET' USING CONN-FUNCTION  CONN-S
                                 CONN-CLIENT
                                 ERRNO      RETCODE.

           EXEC  CICS  ASKTIME  ABSTIME (W-T1)  END-EXEC.

           IF  RETCODE  <  0
               MOVE  ERRNO             TO  W-PROBE-ERRNO
           ELSE
               MOVE  'Y'               TO  S-PROBE-RESULT
           END-IF.

           CALL 'EZASOKET' USING CLOSE-FUNCTION  CLOSE-S
                                 ERRNO           RETCODE.

       S3000-RECORD-PROBE.

           MOVE  RTE-MSG-TP            TO  LST-MSG-TP.
           MOVE  RTE-DEST-CD           TO  LST-DEST-CD.
           MOVE  W-PROBE-EP            TO  LST-ENDPOINT.
           MOVE  W-SYS-DT              TO  LST-PROBE-DT.
           MOVE  W-SYS-TIME            TO  LST-PROBE-TM.
           MOVE  S-PROBE-RESULT        TO  LST-OK-FG.
           COMPUTE  LST-RTT-MS  =  W-T1  -  W-T0.
           MOVE  W-PROBE-ERRNO         TO  LST-ERRNO.

           EXEC  SQL  INSERT  INTO  LCBD2CTL.LINK_STAT
                             (MSG_TP, DEST_CD, ENDPOINT,
                              PROBE_DT, PROBE_TM, OK_FG,
                              RTT_MS, ERRNO)
                      VALUES
                             (:LST-MSG-TP, :LST-DEST-CD,
                              :LST-ENDPOINT, :LST-PROBE-DT,
                              :LST-PROBE-TM, :LST-OK-FG,
                              :LST-RTT-MS, :LST-ERRNO)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-ROLLBACK
           END-IF.

       S3000-PROBE-ENDPOINT-EXIT.
           EXIT.
      *****************************************************************
      *S4000-DECIDE-SWITCH
      *
      *    TO THE ALTERNATE ONLY WHILE THE ALTERNATE ITSELF ANSWERS;
      *    BACK TO THE PRIMARY ONCE IT HAS ANSWERED FAIL-LIM TIMES
      *    IN A ROW, SO ONE LUCKY PROBE DOES NOT FLAP THE ROUTE.
      *****************************************************************
       S4000-DECIDE-SWITCH      SECTION.

           MOVE  'N'                   TO  S-SWITCHED.
           MOVE  W-FAIL-LIM            TO  W-FAIL-LIM-ED.
           MOVE  SPACE                 TO  RSW-REASON.

           IF  RTE-ACT-EP-PRIMARY
           AND W-ALT-SET-YES
           AND RTE-PRI-FAIL-CNT  >=  W-FAIL-LIM
           AND RTE-ALT-FAIL-CNT   =  ZERO
               MOVE  'P'               TO  RSW-FROM-EP
               MOVE  'A'               TO  RSW-TO-EP
               STRING  'PRIMARY FAILED '  W-FAIL-LIM-ED
                       ' PROBES IN A ROW'
                       DELIMITED BY SIZE  INTO  RSW-REASON
               END-STRING
               MOVE  'Y'               TO  S-SWITCHED
           END-IF.

           IF  RTE-ACT-EP-ALTERNATE
           AND RTE-PRI-OK-CNT  >=  W-FAIL-LIM
               MOVE  'A'               TO  RSW-FROM-EP
               MOVE  'P'               TO  RSW-TO-EP
               STRING  'PRIMARY ANSWERED '  W-FAIL-LIM-ED
                       ' PROBES IN A ROW'
                       DELIMITED BY SIZE  INTO  RSW-REASON
               END-STRING
               MOVE  'Y'               TO  S-SWITCHED
           END-IF.

           IF  NOT  S-SWITCHED-YES
               GO TO  S4000-DECIDE-SWITCH-EXIT
           END-IF.

           MOVE  RSW-TO-EP             TO  RTE-ACT-EP.
           MOVE  W-SYS-DT              TO  RTE-SWITCH-DT
                                           RSW-SWITCH-DT.
           MOVE  W-SYS-TIME            TO  RTE-SWITCH-TM
                                           RSW-SWITCH-TM.
           MOVE  RTE-MSG-TP            TO  RSW-MSG-TP.
           MOVE  RTE-DEST-CD           TO  RSW-DEST-CD.

           EXEC  SQL  INSERT  INTO  LCBD2CTL.ROUTE_SWITCH_LOG
                             (MSG_TP, DEST_CD, SWITCH_DT, SWITCH_TM,
                              FROM_EP, TO_EP, REASON)
                      VALUES
                             (:RSW-MSG-TP, :RSW-DEST-CD,
                              :RSW-SWITCH-DT, :RSW-SWITCH-TM,
                              :RSW-FROM-EP, :RSW-TO-EP,
                              :RSW-REASON)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-ROLLBACK
               GO TO  S4000-DECIDE-SWITCH-EXIT
           END-IF.

           ADD  +1                     TO  W-SWITCH-CNT.

           PERFORM  S4100-SEND-ALERT.

       S4000-DECIDE-SWITCH-EXIT.
           EXIT.
      *****************************************************************
      *S4100-SEND-ALERT
      *****************************************************************
       S4100-SEND-ALERT         SECTION.

           MOVE  RSW-DEST-CD           TO  W-ALERT-DEST-CD.
           MOVE  RSW-MSG-TP            TO  W-ALERT-MSG-TP.
           MOVE  RSW-FROM-EP           TO  W-ALERT-FROM-EP.
           MOVE  RSW-TO-EP             TO  W-ALERT-TO-EP.
           MOVE  RSW-REASON            TO  W-ALERT-REASON.

           MOVE  SPACE                 TO  W-STCPI-CLIENT-DATA.
           MOVE  W-ALERT-MSG           TO  W-STCPI-CLIENT-DATA.
           MOVE  +120                  TO  W-STCPI-SND-LENG.

           EXEC  CICS  LINK  PROGRAM (C-PGM-LCBSTCPI)
                             COMMAREA(W-STCPI-PARM)
                             LENGTH  (C-STCPI-LNTH)
                             RESP    (W-RETURN-CODE)
           END-EXEC.

      *    THE SWITCH STANDS EVEN IF THE ALERT COULD NOT GO OUT
      *    (RESP NOT NORMAL) - ROUTE_SWITCH_LOG STILL HOLDS IT FOR
      *    THE DAILY LINK-AVAILABILITY REPORT.

       S4100-SEND-ALERT-EXIT.
           EXIT.
      *****************************************************************
      *S5000-UPDATE-ROUTE
      *****************************************************************
       S5000-UPDATE-ROUTE       SECTION.

           IF  S-ROLLBACK-YES
               GO TO  S5000-UPDATE-ROUTE-EXIT
           END-IF.

           IF  S-SWITCHED-YES
               EXEC  SQL  UPDATE  LCBD2CTL.ROUTE_CTL
                             SET  ACT_EP        =  :RTE-ACT-EP,
                                  PRI_FAIL_CNT  =  :RTE-PRI-FAIL-CNT,
                                  ALT_FAIL_CNT  =  :RTE-ALT-FAIL-CNT,
                                  PRI_OK_CNT    =  :RTE-PRI-OK-CNT,
                                  SWITCH_DT     =  :RTE-SWITCH-DT,
                                  SWITCH_TM     =  :RTE-SWITCH-TM
                           WHERE  CURRENT  OF  HBTCUR
               END-EXEC
           ELSE
               EXEC  SQL  UPDATE  LCBD2CTL.ROUTE_CTL
                             SET  PRI_FAIL_CNT  =  :RTE-PRI-FAIL-CNT,
                                  ALT_FAIL_CNT  =  :RTE-ALT-FAIL-CNT,
                                  PRI_OK_CNT    =  :RTE-PRI-OK-CNT
                           WHERE  CURRENT  OF  HBTCUR
               END-EXEC
           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-ROLLBACK
           END-IF.

       S5000-UPDATE-ROUTE-EXIT.
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
                       TIME    (W-TIME)
                       DATESEP
                       TIMESEP
           END-EXEC.

           MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
           MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
           MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).
           MOVE  W-TIME(1:2)           TO  W-SYS-TIME(1:2).
           MOVE  W-TIME(4:2)           TO  W-SYS-TIME(3:2).
           MOVE  W-TIME(7:2)           TO  W-SYS-TIME(5:2).

       S8200-GET-SYSTEM-DATE-EXIT.
           EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
       S9000-FINAL              SECTION.

           IF  S-ROLLBACK-YES
               EXEC  CICS  SYNCPOINT  ROLLBACK  END-EXEC
           END-IF.

      * RESCHEDULE THE NEXT CYCLE BEFORE GIVING THE TASK BACK -
      * DISABLING THE LHBT TRANSACTION IS HOW OPERATIONS STOPS
      * THE HEARTBEAT.
           EXEC  CICS  START  TRANSID (C-TRAN-LHBT)
                              INTERVAL(C-CYCLE-INTERVAL)
                              RESP    (W-RETURN-CODE)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LCBPHBT                           *
      *                                                                *
      ******************************************************************
