      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LCBPMSG.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         ONTA.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  C  B  P  M  S  G                         *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  SOCKET-LINK MESSAGE TRAFFIC CONSOLE.        *
      *                    SEARCHES THE INBOUND STAGING TABLE          *
      *                    (INBOUND_STG) OR THE OUTBOUND STORE         *
      *                    (OUTBOUND_STG) BY DESTINATION, MESSAGE      *
      *                    TYPE, SEQUENCE RANGE, DATE/TIME RANGE AND   *
      *                    A KEY STRING IN THE PAYLOAD; SHOWS ONE      *
      *                    MESSAGE IN FULL WITH ITS HAND-OFF STATUS    *
      *                    AND ITS POSITION AGAINST THE SEQ_CTL        *
      *                    COUNTER; AND SHOWS THE SEQ_GAP REGISTER     *
      *                    AROUND IT.  AN OPERATOR HOLDING LMSGMANL    *
      *                    ON OPER_AUTH MAY RE-SEND A STORED OUTBOUND  *
      *                    MESSAGE (THROUGH LCBSTCPI, ORIGINAL         *
      *                    DESTINATION AND SEQUENCE STAMPS KEPT) OR    *
      *                    RE-HAND-OFF A STAGED INBOUND ONE TO ITS     *
      *                    OWNING TRANSACTION.  EVERY MANUAL ACTION,   *
      *                    GOOD OR FAILED, IS AUDITED ON MSG_ACT_LOG.  *
      *                                                                *
      *  TRANSACTION    -  LMSG                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  900 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  900 BYTE             *
      *                                                                *
      *  ACTION CODES   -  'L' LIST / SEARCH    'V' VIEW ONE MESSAGE   *
      *                    'G' GAP REGISTER     'S' RE-SEND OUTBOUND   *
      *                    'H' RE-HAND-OFF INBOUND                     *
      *                                                                *
      *  DIRECTION      -  'I' INBOUND_STG      'O' OUTBOUND_STG       *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  LCBD2CTL.INBOUND_STG                                    RU    *
      *  LCBD2CTL.OUTBOUND_STG                                   R     *
      *  LCBD2CTL.SEQ_CTL                                        R     *
      *  LCBD2CTL.SEQ_GAP                                        R     *
      *  LCBD2CTL.MSG_ACT_LOG                                    C     *
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
           VALUE 'LCBPMSG - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LCBPMSG           PIC  X(08)  VALUE 'LCBPMSG'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-PGM-LCBSTCPI          PIC  X(08)  VALUE 'LCBSTCPI'.
           05  C-STCPI-LNTH            PIC S9(04)  COMP VALUE +4148.
           05  C-FUNC-MANUAL           PIC  X(08)  VALUE 'LMSGMANL'.
           05  C-RESEND-MARK           PIC  X(08)  VALUE 'RESEND'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-LIST-MAX              PIC  9(02)  VALUE 08.
           05  C-GAP-MAX               PIC  9(02)  VALUE 05.
      *    GAP REGISTER WINDOW EITHER SIDE OF THE MESSAGE'S SEQUENCE
           05  C-GAP-WINDOW            PIC S9(09)  COMP VALUE +50.
           05  C-SEG-LEN               PIC S9(04)  COMP VALUE +200.
           05  C-PAYLOAD-MAX           PIC S9(04)  COMP VALUE +4096.
           05  C-OUT-PAYLOAD-MAX       PIC S9(04)  COMP VALUE +100.

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
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-LIST-IX               PIC  9(02)  VALUE ZERO.
           05  W-FROM-TS               PIC  X(14)  VALUE SPACE.
           05  W-TO-TS                 PIC  X(14)  VALUE SPACE.
           05  W-SEQ-FR                PIC S9(09)  COMP VALUE +0.
           05  W-SEQ-TO                PIC S9(09)  COMP VALUE +0.
           05  W-GAP-FR                PIC S9(09)  COMP VALUE +0.
           05  W-GAP-TO                PIC S9(09)  COMP VALUE +0.
           05  W-KEY-STR               PIC  X(20)  VALUE SPACE.
           05  W-NEXT-STG              PIC  X(13)  VALUE LOW-VALUES.
           05  W-NEXT-DEST             PIC  X(04)  VALUE SPACE.
           05  W-NEXT-SEQ              PIC S9(09)  COMP VALUE +0.
           05  W-SEL-SEQ               PIC S9(09)  COMP VALUE +0.
           05  W-LAST-SEQNO            PIC S9(09)  COMP VALUE +0.
           05  W-OPEN-GAP-CNT          PIC S9(09)  COMP VALUE +0.
           05  W-SEL-GAP-CNT           PIC S9(09)  COMP VALUE +0.
           05  W-OFFSET                PIC S9(04)  COMP VALUE +0.
           05  W-START-TRN             PIC  X(04)  VALUE SPACE.
           05  W-LINK-STATUS           PIC  X(02)  VALUE SPACE.
           05  W-RESP-ED               PIC  9(08)  VALUE ZERO.

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

      ******************************************************************
      *    PARAMETER AREA OF THE LCBSTCPI SOCKET LINK, CARRIED AS      *
      *    LCBSTCPI ITSELF DEFINES IT.  A SUBTASK NAME OF 'RESEND'     *
      *    TELLS LCBSTCPI TO KEEP THE STAMPS ALREADY IN THE WINDOW.    *
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

       01  W-COMM-AREA.
           05  W-COMM-ACTION           PIC  X(01).
               88  W-COMM-ACTION-LIST              VALUE 'L'.
               88  W-COMM-ACTION-VIEW              VALUE 'V'.
               88  W-COMM-ACTION-GAPS              VALUE 'G'.
               88  W-COMM-ACTION-RESEND            VALUE 'S'.
               88  W-COMM-ACTION-REHAND            VALUE 'H'.
           05  W-COMM-DIR              PIC  X(01).
               88  W-COMM-DIR-IN                   VALUE 'I'.
               88  W-COMM-DIR-OUT                  VALUE 'O'.
           05  W-COMM-OPID             PIC  X(08).
      *    SEARCH CRITERIA - SPACE / ZERO MEANS NOT RESTRICTED.
           05  W-COMM-DEST-CD          PIC  X(04).
           05  W-COMM-MSG-TP           PIC  X(04).
           05  W-COMM-SEQ-FR           PIC  9(09).
           05  W-COMM-SEQ-TO           PIC  9(09).
           05  W-COMM-DT-FR            PIC  X(08).
           05  W-COMM-TM-FR            PIC  X(06).
           05  W-COMM-DT-TO            PIC  X(08).
           05  W-COMM-TM-TO            PIC  X(06).
           05  W-COMM-KEY-STR          PIC  X(20).
      *    LIST SCROLL KEY - RESUME AFTER THIS MESSAGE.
           05  W-COMM-NEXT-STG         PIC  X(13).
           05  W-COMM-NEXT-DEST        PIC  X(04).
           05  W-COMM-NEXT-SEQ         PIC  9(09).
      *    SELECTED MESSAGE - STG-SEQNO FOR INBOUND, DEST + SEQ FOR
      *    OUTBOUND.  TRANSID OVERRIDES THE HAND-OFF MAP ON 'H'.
           05  W-COMM-SEL-STG          PIC  X(13).
           05  W-COMM-SEL-DEST         PIC  X(04).
           05  W-COMM-SEL-SEQ          PIC  9(09).
           05  W-COMM-SEL-TRANSID      PIC  X(04).
      *    PAYLOAD SEGMENT OFFSET FOR 'V' - ZERO MEANS BYTE 1.
           05  W-COMM-PAY-OFFSET       PIC  9(04).
           05  W-COMM-LIST-CNT         PIC  9(02).
           05  W-COMM-OUTPUT           PIC  X(400).
      *    'L' - ONE PAGE OF MATCHING MESSAGES.
           05  W-COMM-LIST  REDEFINES  W-COMM-OUTPUT.
               10  W-COMM-L-ENTRY      OCCURS  8  TIMES.
                   15  W-COMM-L-STG    PIC  X(13).
                   15  W-COMM-L-DEST   PIC  X(04).
                   15  W-COMM-L-SEQ    PIC  9(09).
                   15  W-COMM-L-MSG-TP PIC  X(04).
                   15  W-COMM-L-DT     PIC  X(08).
                   15  W-COMM-L-TM     PIC  X(06).
                   15  W-COMM-L-STATUS PIC  X(03).
               10  FILLER              PIC  X(024).
      *    'V' / 'G' - ONE MESSAGE AND THE GAP REGISTER AROUND IT.
           05  W-COMM-VIEW  REDEFINES  W-COMM-OUTPUT.
               10  W-COMM-V-DEST       PIC  X(04).
               10  W-COMM-V-SEQ        PIC  9(09).
               10  W-COMM-V-MSG-TP     PIC  X(04).
               10  W-COMM-V-DT         PIC  X(08).
               10  W-COMM-V-TM         PIC  X(06).
               10  W-COMM-V-HANDOFF    PIC  X(12).
               10  W-COMM-V-LAST-SEQ   PIC  9(09).
               10  W-COMM-V-POSITION   PIC  X(12).
               10  W-COMM-V-OPEN-GAPS  PIC  9(05).
               10  W-COMM-V-PAY-LEN    PIC  9(04).
               10  W-COMM-V-PAY-SEG    PIC  X(200).
               10  W-COMM-G-CNT        PIC  9(02).
               10  W-COMM-G-ENTRY      OCCURS  5  TIMES.
                   15  W-COMM-G-SEQ    PIC  9(09).
                   15  W-COMM-G-FOUND  PIC  X(08).
                   15  W-COMM-G-RERQ   PIC  X(01).
                   15  W-COMM-G-RESOLV PIC  X(01).
               10  FILLER              PIC  X(030).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(272).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA     END-EXEC.

           EXEC  SQL   INCLUDE  LCBYSTG   END-EXEC.

           EXEC  SQL   INCLUDE  LCBYSEQ   END-EXEC.

           EXEC  SQL   INCLUDE  LCBYGAP   END-EXEC.

           EXEC  SQL   INCLUDE  LCBYMAL   END-EXEC.

      ******************************************************************
      *    CUR-INB : INBOUND_STG IN ARRIVAL ORDER (GENERATE_UNIQUE     *
      *    KEY), FROM THE SCROLL KEY, UNDER EVERY SUPPLIED CRITERION.  *
      ******************************************************************
           EXEC  SQL
                 DECLARE  CUR-INB  CURSOR  FOR
                 SELECT   STG_SEQNO
                 ,        SRC_DEST_CD
                 ,        MSG_SEQNO
                 ,        MSG_TP
                 ,        RECV_DT
                 ,        RECV_TIME
                 ,        HANDOFF_FG
                 FROM     LCBD2CTL.INBOUND_STG
                 WHERE    STG_SEQNO  >  :W-NEXT-STG
                 AND     (:W-COMM-DEST-CD = ' '
                          OR SRC_DEST_CD  = :W-COMM-DEST-CD)
                 AND     (:W-COMM-MSG-TP  = ' '
                          OR MSG_TP       = :W-COMM-MSG-TP)
                 AND      MSG_SEQNO  BETWEEN  :W-SEQ-FR  AND  :W-SEQ-TO
                 AND      RECV_DT || RECV_TIME
                                     BETWEEN  :W-FROM-TS AND  :W-TO-TS
                 AND     (:W-KEY-STR = ' '
                          OR LOCATE(RTRIM(:W-KEY-STR), PAYLOAD) > 0)
                 ORDER BY STG_SEQNO
           END-EXEC.

      ******************************************************************
      *    CUR-OUTB : OUTBOUND_STG BY DESTINATION AND SEQUENCE, FROM   *
      *    THE SCROLL KEY, UNDER EVERY SUPPLIED CRITERION.             *
      ******************************************************************
           EXEC  SQL
                 DECLARE  CUR-OUTB  CURSOR  FOR
                 SELECT   DEST_CD
                 ,        MSG_SEQNO
                 ,        MSG_TP
                 ,        SEND_DT
                 ,        SEND_TM
                 FROM     LCBD2CTL.OUTBOUND_STG
                 WHERE   (DEST_CD  >  :W-NEXT-DEST
                          OR (DEST_CD   = :W-NEXT-DEST
                              AND MSG_SEQNO > :W-NEXT-SEQ))
                 AND     (:W-COMM-DEST-CD = ' '
                          OR DEST_CD      = :W-COMM-DEST-CD)
                 AND     (:W-COMM-MSG-TP  = ' '
                          OR MSG_TP       = :W-COMM-MSG-TP)
                 AND      MSG_SEQNO  BETWEEN  :W-SEQ-FR  AND  :W-SEQ-TO
                 AND      SEND_DT || SEND_TM
                                     BETWEEN  :W-FROM-TS AND  :W-TO-TS
                 AND     (:W-KEY-STR = ' '
                          OR LOCATE(RTRIM(:W-KEY-STR), PAYLOAD) > 0)
                 ORDER BY DEST_CD, MSG_SEQNO
           END-EXEC.

      ******************************************************************
      *    CUR-GAP : THE SEQ_GAP REGISTER OF ONE SOURCE AROUND ONE     *
      *    SEQUENCE NUMBER.                                            *
      ******************************************************************
           EXEC  SQL
                 DECLARE  CUR-GAP  CURSOR  FOR
                 SELECT   GAP_SEQNO
                 ,        FOUND_DT
                 ,        RERQ_FG
                 ,        RESOLVED_FG
                 FROM     LCBD2CTL.SEQ_GAP
                 WHERE    DEST_CD    =  :W-COMM-V-DEST
                 AND      GAP_SEQNO  BETWEEN  :W-GAP-FR  AND  :W-GAP-TO
                 ORDER BY GAP_SEQNO
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LCBPMSG - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(900).

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
      *****************************************************************
       S2000-MAIN               SECTION.

           IF  NOT  W-COMM-DIR-IN
           AND NOT  W-COMM-DIR-OUT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'DIRECTION MUST BE I (INBOUND) OR O (OUTBOUND)'
                                       TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           IF  W-COMM-ACTION-RESEND  OR  W-COMM-ACTION-REHAND
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  C-FUNC-MANUAL     TO  L-SAUTH-FUNC-CD
               MOVE  ZERO              TO  L-SAUTH-CHK-CNT
               MOVE  W-SYS-DT          TO  L-SAUTH-TODAY
               CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM
               IF  L-SAUTH-AUTH-FG  NOT =  'Y'
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'OPERATOR NOT AUTHORIZED FOR MANUAL ACTION'
                                       TO  W-COMM-MSG
                   GO TO  S2000-MAIN-EXIT
               END-IF
           END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-LIST
                     PERFORM  S2100-LIST-PAGE
               WHEN  W-COMM-ACTION-VIEW
               WHEN  W-COMM-ACTION-GAPS
                     PERFORM  S2200-VIEW-MESSAGE
               WHEN  W-COMM-ACTION-RESEND
                     PERFORM  S2300-RESEND-OUTBOUND
               WHEN  W-COMM-ACTION-REHAND
                     PERFORM  S2400-REHANDOFF-INBOUND
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-LIST-PAGE
      *      ONE PAGE OF MATCHING MESSAGES.  THE LAST LINE'S KEY IS
      *      HANDED BACK AS THE SCROLL KEY FOR THE NEXT PAGE.
      *****************************************************************
       S2100-LIST-PAGE          SECTION.

           PERFORM  S2110-SET-CRITERIA.

           MOVE  SPACE                 TO  W-COMM-OUTPUT.
           MOVE  ZERO                  TO  W-COMM-LIST-CNT.
           MOVE  'N'                   TO  S-LIST-END.

           IF  W-COMM-DIR-IN
               EXEC  SQL  OPEN  CUR-INB   END-EXEC
           ELSE
               EXEC  SQL  OPEN  CUR-OUTB  END-EXEC
           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'MESSAGE OPEN FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:30)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(31:5)
               GO TO  S2100-LIST-PAGE-EXIT
           END-IF.

           PERFORM  S2120-FETCH-ONE-MESSAGE
                    UNTIL  S-LIST-END-YES
                       OR  W-COMM-LIST-CNT  NOT <  C-LIST-MAX.

           IF  W-COMM-DIR-IN
               EXEC  SQL  CLOSE  CUR-INB   END-EXEC
           ELSE
               EXEC  SQL  CLOSE  CUR-OUTB  END-EXEC
           END-IF.

           IF  W-COMM-LIST-CNT  =  ZERO
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO MESSAGES MATCH PAST THIS POINT'
                                        TO  W-COMM-MSG
               GO TO  S2100-LIST-PAGE-EXIT
           END-IF.

           MOVE  W-COMM-LIST-CNT       TO  W-LIST-IX.
           MOVE  W-COMM-L-STG  (W-LIST-IX)
                                       TO  W-COMM-NEXT-STG.
           MOVE  W-COMM-L-DEST (W-LIST-IX)
                                       TO  W-COMM-NEXT-DEST.
           MOVE  W-COMM-L-SEQ  (W-LIST-IX)
                                       TO  W-COMM-NEXT-SEQ.
           MOVE  C-RC00                TO  W-COMM-RC.

       S2100-LIST-PAGE-EXIT.
           EXIT.
      *****************************************************************
      *S2110-SET-CRITERIA
      *      OPEN-ENDED CRITERIA BECOME FULL RANGES SO ONE CURSOR
      *      SERVES EVERY COMBINATION.
      *****************************************************************
       S2110-SET-CRITERIA       SECTION.

           MOVE  W-COMM-KEY-STR        TO  W-KEY-STR.

           IF  W-COMM-SEQ-FR  NUMERIC
               MOVE  W-COMM-SEQ-FR     TO  W-SEQ-FR
           ELSE
               MOVE  ZERO              TO  W-SEQ-FR
           END-IF.

           IF  W-COMM-SEQ-TO  NUMERIC
           AND W-COMM-SEQ-TO  >  ZERO
               MOVE  W-COMM-SEQ-TO     TO  W-SEQ-TO
           ELSE
               MOVE  999999999         TO  W-SEQ-TO
           END-IF.

           MOVE  '00000000000000'      TO  W-FROM-TS.
           IF  W-COMM-DT-FR  NUMERIC
               MOVE  W-COMM-DT-FR      TO  W-FROM-TS(1:8)
               IF  W-COMM-TM-FR  NUMERIC
                   MOVE  W-COMM-TM-FR  TO  W-FROM-TS(9:6)
               END-IF
           END-IF.

           MOVE  '99999999999999'      TO  W-TO-TS.
           IF  W-COMM-DT-TO  NUMERIC
               MOVE  W-COMM-DT-TO      TO  W-TO-TS(1:8)
               IF  W-COMM-TM-TO  NUMERIC
                   MOVE  W-COMM-TM-TO  TO  W-TO-TS(9:6)
               END-IF
           END-IF.

      *    A FRESH SEARCH (NO SCROLL KEY) STARTS FROM THE TOP.
           IF  W-COMM-NEXT-STG  =  SPACE
               MOVE  LOW-VALUES        TO  W-NEXT-STG
           ELSE
               MOVE  W-COMM-NEXT-STG   TO  W-NEXT-STG
           END-IF.

           MOVE  W-COMM-NEXT-DEST      TO  W-NEXT-DEST.
           IF  W-COMM-NEXT-SEQ  NUMERIC
               MOVE  W-COMM-NEXT-SEQ   TO  W-NEXT-SEQ
           ELSE
               MOVE  ZERO              TO  W-NEXT-SEQ
           END-IF.

       S2110-SET-CRITERIA-EXIT.
           EXIT.
      *****************************************************************
      *S2120-FETCH-ONE-MESSAGE
      *****************************************************************
       S2120-FETCH-ONE-MESSAGE  SECTION.

           IF  W-COMM-DIR-IN
               EXEC  SQL
                     FETCH  CUR-INB
                     INTO  :STG-SEQNO
                     ,     :STG-SRC-DEST-CD
                     ,     :STG-MSG-SEQNO
                     ,     :STG-MSG-TP
                     ,     :STG-RECV-DT
                     ,     :STG-RECV-TIME
                     ,     :STG-HANDOFF-FG
               END-EXEC
           ELSE
               EXEC  SQL
                     FETCH  CUR-OUTB
                     INTO  :OSTG-DEST-CD
                     ,     :OSTG-MSG-SEQNO
                     ,     :OSTG-MSG-TP
                     ,     :OSTG-SEND-DT
                     ,     :OSTG-SEND-TM
               END-EXEC
           END-IF.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1           TO  W-COMM-LIST-CNT
                     MOVE  W-COMM-LIST-CNT  TO  W-LIST-IX
                     PERFORM  S2130-FILL-LIST-LINE
               WHEN  100
                     MOVE  'Y'         TO  S-LIST-END
               WHEN  OTHER
                     MOVE  'Y'         TO  S-LIST-END
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'MESSAGE FETCH FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2120-FETCH-ONE-MESSAGE-EXIT.
           EXIT.
      *****************************************************************
      *S2130-FILL-LIST-LINE
      *****************************************************************
       S2130-FILL-LIST-LINE     SECTION.

           IF  W-COMM-DIR-IN
               MOVE  STG-SEQNO         TO  W-COMM-L-STG    (W-LIST-IX)
               MOVE  STG-SRC-DEST-CD   TO  W-COMM-L-DEST   (W-LIST-IX)
               MOVE  STG-MSG-SEQNO     TO  W-COMM-L-SEQ    (W-LIST-IX)
               MOVE  STG-MSG-TP        TO  W-COMM-L-MSG-TP (W-LIST-IX)
               MOVE  STG-RECV-DT       TO  W-COMM-L-DT     (W-LIST-IX)
               MOVE  STG-RECV-TIME     TO  W-COMM-L-TM     (W-LIST-IX)
               IF  STG-HANDOFF-DONE
                   MOVE  'HND'         TO  W-COMM-L-STATUS (W-LIST-IX)
               ELSE
                   MOVE  'STG'         TO  W-COMM-L-STATUS (W-LIST-IX)
               END-IF
           ELSE
               MOVE  SPACE             TO  W-COMM-L-STG    (W-LIST-IX)
               MOVE  OSTG-DEST-CD      TO  W-COMM-L-DEST   (W-LIST-IX)
               MOVE  OSTG-MSG-SEQNO    TO  W-COMM-L-SEQ    (W-LIST-IX)
               MOVE  OSTG-MSG-TP       TO  W-COMM-L-MSG-TP (W-LIST-IX)
               MOVE  OSTG-SEND-DT      TO  W-COMM-L-DT     (W-LIST-IX)
               MOVE  OSTG-SEND-TM      TO  W-COMM-L-TM     (W-LIST-IX)
               MOVE  'SNT'             TO  W-COMM-L-STATUS (W-LIST-IX)
           END-IF.

       S2130-FILL-LIST-LINE-EXIT.
           EXIT.
      *****************************************************************
      *S2200-VIEW-MESSAGE
      *      ONE MESSAGE IN FULL (ONE 200-BYTE PAYLOAD SEGMENT PER
      *      CALL, PAGED BY OFFSET), ITS HAND-OFF STATUS, ITS PLACE
      *      AGAINST THE SEQ_CTL COUNTER AND THE GAP REGISTER ROUND
      *      IT.  'G' RETURNS THE SAME AREA.
      *****************************************************************
       S2200-VIEW-MESSAGE       SECTION.

           MOVE  SPACE                 TO  W-COMM-OUTPUT.

           PERFORM  S2210-READ-SELECTED.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2200-VIEW-MESSAGE-EXIT
           END-IF.

           PERFORM  S2220-PAYLOAD-SEGMENT.

           PERFORM  S2230-SEQ-POSITION.

           PERFORM  S2240-GAP-REGISTER.

           IF  W-COMM-RC  =  SPACE
               MOVE  C-RC00            TO  W-COMM-RC
           END-IF.

       S2200-VIEW-MESSAGE-EXIT.
           EXIT.
      *****************************************************************
      *S2210-READ-SELECTED
      *****************************************************************
       S2210-READ-SELECTED      SECTION.

           IF  W-COMM-DIR-IN
               MOVE  W-COMM-SEL-STG    TO  STG-SEQNO
               EXEC  SQL  SELECT  SRC_DEST_CD, MSG_SEQNO, MSG_TP,
                                  RECV_DT, RECV_TIME, HANDOFF_FG,
                                  PAYLOAD
                            INTO  :STG-SRC-DEST-CD, :STG-MSG-SEQNO,
                                  :STG-MSG-TP, :STG-RECV-DT,
                                  :STG-RECV-TIME, :STG-HANDOFF-FG,
                                  :STG-PAYLOAD
                            FROM  LCBD2CTL.INBOUND_STG
                           WHERE  STG_SEQNO  =  :STG-SEQNO
               END-EXEC
           ELSE
               MOVE  W-COMM-SEL-DEST   TO  OSTG-DEST-CD
               IF  W-COMM-SEL-SEQ  NUMERIC
                   MOVE  W-COMM-SEL-SEQ  TO  OSTG-MSG-SEQNO
               ELSE
                   MOVE  ZERO          TO  OSTG-MSG-SEQNO
               END-IF
               EXEC  SQL  SELECT  MSG_TP, SEND_DT, SEND_TM, PAYLOAD
                            INTO  :OSTG-MSG-TP, :OSTG-SEND-DT,
                                  :OSTG-SEND-TM, :OSTG-PAYLOAD
                            FROM  LCBD2CTL.OUTBOUND_STG
                           WHERE  DEST_CD    =  :OSTG-DEST-CD
                             AND  MSG_SEQNO  =  :OSTG-MSG-SEQNO
               END-EXEC
           END-IF.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'MESSAGE NOT FOUND'  TO  W-COMM-MSG
                     GO TO  S2210-READ-SELECTED-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'MESSAGE SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:32)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(33:5)
                     GO TO  S2210-READ-SELECTED-EXIT
           END-EVALUATE.

           IF  W-COMM-DIR-IN
               MOVE  STG-SRC-DEST-CD   TO  W-COMM-V-DEST
               MOVE  STG-MSG-SEQNO     TO  W-COMM-V-SEQ
                                           W-SEL-SEQ
               MOVE  STG-MSG-TP        TO  W-COMM-V-MSG-TP
               MOVE  STG-RECV-DT       TO  W-COMM-V-DT
               MOVE  STG-RECV-TIME     TO  W-COMM-V-TM
               IF  STG-HANDOFF-DONE
                   MOVE  'HANDED OFF'  TO  W-COMM-V-HANDOFF
               ELSE
                   MOVE  'STAGED'      TO  W-COMM-V-HANDOFF
               END-IF
           ELSE
               MOVE  OSTG-DEST-CD      TO  W-COMM-V-DEST
               MOVE  OSTG-MSG-SEQNO    TO  W-COMM-V-SEQ
                                           W-SEL-SEQ
               MOVE  OSTG-MSG-TP       TO  W-COMM-V-MSG-TP
               MOVE  OSTG-SEND-DT      TO  W-COMM-V-DT
               MOVE  OSTG-SEND-TM      TO  W-COMM-V-TM
               MOVE  'SENT'            TO  W-COMM-V-HANDOFF
           END-IF.

       S2210-READ-SELECTED-EXIT.
           EXIT.
      *****************************************************************
      *S2220-PAYLOAD-SEGMENT
      *****************************************************************
       S2220-PAYLOAD-SEGMENT    SECTION.

           IF  W-COMM-PAY-OFFSET  NUMERIC
           AND W-COMM-PAY-OFFSET  >  ZERO
               MOVE  W-COMM-PAY-OFFSET TO  W-OFFSET
           ELSE
               MOVE  +1                TO  W-OFFSET
           END-IF.

           IF  W-COMM-DIR-IN
               MOVE  C-PAYLOAD-MAX     TO  W-COMM-V-PAY-LEN
               IF  W-OFFSET  >  C-PAYLOAD-MAX  -  C-SEG-LEN  +  1
                   COMPUTE  W-OFFSET  =  C-PAYLOAD-MAX - C-SEG-LEN + 1
               END-IF
               MOVE  STG-PAYLOAD (W-OFFSET : C-SEG-LEN)
                                       TO  W-COMM-V-PAY-SEG
           ELSE
      *        THE OUTBOUND STORE KEEPS THE 100-BYTE SEND WINDOW.
               MOVE  C-OUT-PAYLOAD-MAX TO  W-COMM-V-PAY-LEN
               MOVE  +1                TO  W-OFFSET
               MOVE  OSTG-PAYLOAD      TO  W-COMM-V-PAY-SEG
           END-IF.

           MOVE  W-OFFSET              TO  W-COMM-PAY-OFFSET.

       S2220-PAYLOAD-SEGMENT-EXIT.
           EXIT.
      *****************************************************************
      *S2230-SEQ-POSITION
      *      THE LINK COUNTER FOR THE MESSAGE'S DIRECTION ('R' ROW
      *      PER SOURCE INBOUND, 'S' ROW PER DESTINATION OUTBOUND)
      *      AND, INBOUND, WHETHER THE MESSAGE ARRIVED IN ORDER OR
      *      FILLED A REGISTERED GAP.
      *****************************************************************
       S2230-SEQ-POSITION       SECTION.

           MOVE  ZERO                  TO  W-COMM-V-LAST-SEQ
                                           W-COMM-V-OPEN-GAPS.

           IF  W-SEL-SEQ  NOT >  ZERO
               MOVE  'UNSEQUENCED'     TO  W-COMM-V-POSITION
               GO TO  S2230-SEQ-POSITION-EXIT
           END-IF.

           IF  W-COMM-DIR-IN
               MOVE  'R'               TO  SEQC-LINK-DIR
           ELSE
               MOVE  'S'               TO  SEQC-LINK-DIR
           END-IF.
           MOVE  W-COMM-V-DEST         TO  SEQC-DEST-CD.

           EXEC  SQL  SELECT  LAST_SEQNO
                        INTO  :W-LAST-SEQNO
                        FROM  LCBD2CTL.SEQ_CTL
                       WHERE  LINK_DIR  =  :SEQC-LINK-DIR
                         AND  DEST_CD   =  :SEQC-DEST-CD
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  W-LAST-SEQNO      TO  W-COMM-V-LAST-SEQ
           ELSE
               MOVE  ZERO              TO  W-LAST-SEQNO
           END-IF.

           IF  W-COMM-DIR-OUT
               IF  W-SEL-SEQ  =  W-LAST-SEQNO
                   MOVE  'LATEST SENT' TO  W-COMM-V-POSITION
               ELSE
                   MOVE  'IN SEQUENCE' TO  W-COMM-V-POSITION
               END-IF
               GO TO  S2230-SEQ-POSITION-EXIT
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-OPEN-GAP-CNT
                        FROM  LCBD2CTL.SEQ_GAP
                       WHERE  DEST_CD      =  :SEQC-DEST-CD
                         AND  RESOLVED_FG  =  'N'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  ZERO              TO  W-OPEN-GAP-CNT
           END-IF.
           MOVE  W-OPEN-GAP-CNT        TO  W-COMM-V-OPEN-GAPS.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-SEL-GAP-CNT
                        FROM  LCBD2CTL.SEQ_GAP
                       WHERE  DEST_CD    =  :SEQC-DEST-CD
                         AND  GAP_SEQNO  =  :W-SEL-SEQ
           END-EXEC.

           IF  SQLCODE  =  0
           AND W-SEL-GAP-CNT  >  ZERO
               MOVE  'LATE FILL'       TO  W-COMM-V-POSITION
           ELSE
               MOVE  'IN ORDER'        TO  W-COMM-V-POSITION
           END-IF.

       S2230-SEQ-POSITION-EXIT.
           EXIT.
      *****************************************************************
      *S2240-GAP-REGISTER
      *      SEQ_GAP IS KEPT BY THE LISTENER FOR WHAT WE RECEIVE, SO
      *      THE REGISTER IS SHOWN FOR INBOUND MESSAGES; THE FAR END
      *      KEEPS ITS OWN FOR WHAT WE SEND.
      *****************************************************************
       S2240-GAP-REGISTER       SECTION.

           MOVE  ZERO                  TO  W-COMM-G-CNT.

           IF  W-COMM-DIR-OUT
           OR  W-SEL-SEQ  NOT >  ZERO
               GO TO  S2240-GAP-REGISTER-EXIT
           END-IF.

           COMPUTE  W-GAP-FR  =  W-SEL-SEQ  -  C-GAP-WINDOW.
           COMPUTE  W-GAP-TO  =  W-SEL-SEQ  +  C-GAP-WINDOW.
           MOVE  'N'                   TO  S-LIST-END.

           EXEC  SQL  OPEN  CUR-GAP  END-EXEC.

           IF  SQLCODE  NOT =  0
               GO TO  S2240-GAP-REGISTER-EXIT
           END-IF.

           PERFORM  S2250-FETCH-ONE-GAP
                    UNTIL  S-LIST-END-YES
                       OR  W-COMM-G-CNT  NOT <  C-GAP-MAX.

           EXEC  SQL  CLOSE  CUR-GAP  END-EXEC.

       S2240-GAP-REGISTER-EXIT.
           EXIT.
      *****************************************************************
      *S2250-FETCH-ONE-GAP
      *****************************************************************
       S2250-FETCH-ONE-GAP      SECTION.

           EXEC  SQL
                 FETCH  CUR-GAP
                 INTO  :GAP-SEQNO
                 ,     :GAP-FOUND-DT
                 ,     :GAP-RERQ-FG
                 ,     :GAP-RESOLVED-FG
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-LIST-END
               GO TO  S2250-FETCH-ONE-GAP-EXIT
           END-IF.

           ADD   1                     TO  W-COMM-G-CNT.
           MOVE  W-COMM-G-CNT          TO  W-LIST-IX.
           MOVE  GAP-SEQNO             TO  W-COMM-G-SEQ    (W-LIST-IX).
           MOVE  GAP-FOUND-DT          TO  W-COMM-G-FOUND  (W-LIST-IX).
           MOVE  GAP-RERQ-FG           TO  W-COMM-G-RERQ   (W-LIST-IX).
           MOVE  GAP-RESOLVED-FG       TO  W-COMM-G-RESOLV (W-LIST-IX).

       S2250-FETCH-ONE-GAP-EXIT.
           EXIT.
      *****************************************************************
      *S2300-RESEND-OUTBOUND
      *      THE STORED SEND WINDOW GOES BACK THROUGH LCBSTCPI WITH
      *      ITS ORIGINAL DESTINATION AND SEQUENCE STAMPS, SO THE FAR
      *      END TAKES IT ON ITS NORMAL LANE AND ITS GAP RESOLVES -
      *      THE SAME RULE THE 'RRSQ' RE-REQUEST ANSWER FOLLOWS.
      *****************************************************************
       S2300-RESEND-OUTBOUND    SECTION.

           IF  NOT  W-COMM-DIR-OUT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RE-SEND APPLIES TO OUTBOUND MESSAGES ONLY'
                                       TO  W-COMM-MSG
               GO TO  S2300-RESEND-OUTBOUND-EXIT
           END-IF.

           MOVE  SPACE                 TO  W-COMM-OUTPUT.
           PERFORM  S2210-READ-SELECTED.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2300-RESEND-OUTBOUND-EXIT
           END-IF.

           MOVE  SPACE                 TO  W-STCPI-CLIENT-DATA
                                           W-STCPI-LSTN-NAME.
           MOVE  OSTG-PAYLOAD          TO  W-STCPI-CLIENT-DATA.
           MOVE  OSTG-DEST-CD          TO  W-STCPI-LSTN-NAME.
           MOVE  C-RESEND-MARK         TO  W-STCPI-SUBTASKNAME.
           MOVE  C-OUT-PAYLOAD-MAX     TO  W-STCPI-SND-LENG.

           EXEC  CICS  LINK  PROGRAM (C-PGM-LCBSTCPI)
                             COMMAREA(W-STCPI-PARM)
                             LENGTH  (C-STCPI-LNTH)
                             RESP    (W-RETURN-CODE)
           END-EXEC.

           MOVE  'S'                   TO  MAL-ACT-TP.
           MOVE  OSTG-DEST-CD          TO  MAL-DEST-CD.
           MOVE  OSTG-MSG-SEQNO        TO  MAL-MSG-SEQNO.
           MOVE  SPACE                 TO  MAL-STG-SEQNO
                                           MAL-TRANSID.
           MOVE  OSTG-MSG-TP           TO  MAL-MSG-TP.

           IF  W-RETURN-NORMAL
               MOVE  W-STCPI-CLIENT-DATA (28:2)
                                       TO  W-LINK-STATUS
           ELSE
               MOVE  '99'              TO  W-LINK-STATUS
           END-IF.
           MOVE  W-LINK-STATUS         TO  MAL-RESULT-CD.

           EVALUATE  W-LINK-STATUS
               WHEN  '00'
                     MOVE  'RE-SENT WITH ORIGINAL SEQUENCE'
                                       TO  MAL-RESULT-TXT
                     MOVE  C-RC00      TO  W-COMM-RC
               WHEN  '01'
                     MOVE  'LINK BUSY - RETRY LATER'
                                       TO  MAL-RESULT-TXT
                     MOVE  C-RC02      TO  W-COMM-RC
               WHEN  OTHER
                     MOVE  'RE-SEND FAILED'
                                       TO  MAL-RESULT-TXT
                     MOVE  C-RC02      TO  W-COMM-RC
           END-EVALUATE.
           MOVE  MAL-RESULT-TXT        TO  W-COMM-MSG.

           PERFORM  S2900-AUDIT-ACTION.

       S2300-RESEND-OUTBOUND-EXIT.
           EXIT.
      *****************************************************************
      *S2400-REHANDOFF-INBOUND
      *      THE STAGED PAYLOAD IS STARTED TO ITS OWNING TRANSACTION
      *      THE WAY LCBSTCPR'S OWN HAND-OFF DOES.  A TYPE WITH NO
      *      OWNER ON THE MAP NEEDS THE OPERATOR TO NAME ONE.
      *****************************************************************
       S2400-REHANDOFF-INBOUND  SECTION.

           IF  NOT  W-COMM-DIR-IN
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RE-HAND-OFF APPLIES TO INBOUND MESSAGES ONLY'
                                       TO  W-COMM-MSG
               GO TO  S2400-REHANDOFF-INBOUND-EXIT
           END-IF.

           MOVE  SPACE                 TO  W-COMM-OUTPUT.
           PERFORM  S2210-READ-SELECTED.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2400-REHANDOFF-INBOUND-EXIT
           END-IF.

           IF  W-COMM-SEL-TRANSID  NOT =  SPACE
               MOVE  W-COMM-SEL-TRANSID
                                       TO  W-START-TRN
           ELSE
               EVALUATE  STG-MSG-TP
                   WHEN  'CACK'
                         MOVE  'JAA1'  TO  W-START-TRN
                   WHEN  'FCNF'
                         MOVE  'MI02'  TO  W-START-TRN
                   WHEN  OTHER
                         MOVE  SPACE   TO  W-START-TRN
               END-EVALUATE
           END-IF.

           IF  W-START-TRN  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'NO OWNING TRANSACTION - ENTER ONE TO HAND OFF'
                                       TO  W-COMM-MSG
               GO TO  S2400-REHANDOFF-INBOUND-EXIT
           END-IF.

           EXEC  CICS  START  TRANSID (W-START-TRN)
                              INTERVAL(0)
                              FROM    (STG-PAYLOAD)
                              LENGTH  (LENGTH OF STG-PAYLOAD)
                              RESP    (W-RETURN-CODE)
           END-EXEC.

           MOVE  'H'                   TO  MAL-ACT-TP.
           MOVE  STG-SRC-DEST-CD       TO  MAL-DEST-CD.
           MOVE  STG-MSG-SEQNO         TO  MAL-MSG-SEQNO.
           MOVE  STG-SEQNO             TO  MAL-STG-SEQNO.
           MOVE  STG-MSG-TP            TO  MAL-MSG-TP.
           MOVE  W-START-TRN           TO  MAL-TRANSID.
           MOVE  W-RETURN-CODE         TO  W-RESP-ED.
           MOVE  W-RESP-ED             TO  MAL-RESULT-CD.

           IF  W-RETURN-NORMAL
               EXEC  SQL  UPDATE  LCBD2CTL.INBOUND_STG
                             SET  HANDOFF_FG  =  'Y'
                           WHERE  STG_SEQNO   =  :STG-SEQNO
               END-EXEC
               IF  SQLCODE  NOT =  0
                   MOVE  'Y'           TO  S-ROLLBACK
                   MOVE  SQLCODE       TO  W-SQLCODE
                   MOVE  C-RC02        TO  W-COMM-RC
                   MOVE  'STAGING UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:32)
                   MOVE  W-SQLCODE     TO  W-COMM-MSG(33:5)
                   GO TO  S2400-REHANDOFF-INBOUND-EXIT
               END-IF
               MOVE  'HANDED OFF TO '  TO  MAL-RESULT-TXT
               MOVE  W-START-TRN       TO  MAL-RESULT-TXT(15:4)
               MOVE  C-RC00            TO  W-COMM-RC
           ELSE
               MOVE  'START FAILED FOR '
                                       TO  MAL-RESULT-TXT
               MOVE  W-START-TRN       TO  MAL-RESULT-TXT(18:4)
               MOVE  C-RC02            TO  W-COMM-RC
           END-IF.
           MOVE  MAL-RESULT-TXT        TO  W-COMM-MSG.

           PERFORM  S2900-AUDIT-ACTION.

       S2400-REHANDOFF-INBOUND-EXIT.
           EXIT.
      *****************************************************************
      *S2900-AUDIT-ACTION
      *      EVERY MANUAL ACTION IS LOGGED, WHETHER IT WORKED OR NOT.
      *****************************************************************
       S2900-AUDIT-ACTION       SECTION.

           MOVE  W-COMM-OPID           TO  MAL-OPID.
           MOVE  W-SYS-DT              TO  MAL-ACT-DT.
           MOVE  W-SYS-TIME            TO  MAL-ACT-TM.

           EXEC  SQL  INSERT  INTO  LCBD2CTL.MSG_ACT_LOG
                             (ACT_TP, DEST_CD, MSG_SEQNO, STG_SEQNO,
                              MSG_TP, TRANSID, OPID, ACT_DT, ACT_TM,
                              RESULT_CD, RESULT_TXT)
                      VALUES
                             (:MAL-ACT-TP, :MAL-DEST-CD,
                              :MAL-MSG-SEQNO, :MAL-STG-SEQNO,
                              :MAL-MSG-TP, :MAL-TRANSID, :MAL-OPID,
                              :MAL-ACT-DT, :MAL-ACT-TM,
                              :MAL-RESULT-CD, :MAL-RESULT-TXT)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'AUDIT INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:30)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(31:5)
           END-IF.

       S2900-AUDIT-ACTION-EXIT.
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

           MOVE  W-COMM-AREA           TO  L-COMM-AREA.

           EXEC CICS RETURN END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LCBPMSG                           *
      *                                                                *
      ******************************************************************
