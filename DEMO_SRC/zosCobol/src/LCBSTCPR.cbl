      *  HAND-OFF MAP (MESSAGE TYPE -> OWNING TRANSACTION):          *
      *    'CACK'  CERTIFICATE ACKNOWLEDGMENT   -> TRAN JAA1         *
      *    'FCNF'  FILING CONFIRMATION          -> TRAN MI02         *
261015*    'CREQ'  CERTIFICATE REQUEST          -> JAPAE (LINKED,    *
261015*            ANSWERED IN LINE WITH A SEQUENCED 'CREA' REPLY)   *
      *    ANYTHING ELSE STAYS STAGED FOR MANUAL DISPATCH.           *
      *                                                              *
      *  MODIFICATIONS -                                             *
      *  2026/08/22  S.K.CHOI    INITIAL CODING                      *
      *  2026/10/15  S.K.CHOI    'CREQ' CERTIFICATE-REQUEST INTAKE   *
      *                          VIA JAPAE, 'CREA' ANSWER ON THE     *
      *                          'S' SEQUENCE                        *
      ****************************************************************

      ****************************************************************
260903     05  W-RRQ-SEQNO          PIC S9(09) COMP VALUE +0.
260903     05  W-RPL-BUF            PIC  X(100)     VALUE SPACE.
260903     05  W-RPL-LEN            PIC S9(08) COMP VALUE +0.
261015     05  W-CREQ-PGM           PIC  X(08)      VALUE 'JAPAE'.
261015     05  W-SEND-SEQNO         PIC S9(09) COMP VALUE +0.
261015     05  W-SEND-SEQNO-9       PIC  9(09)      VALUE ZERO.

261015****************************************************************
261015*    JAPAE CERTIFICATE-REQUEST COMMAREA                        *
261015****************************************************************
261015 01  W-CREQ-AREA.
261015     COPY LCBYCREQ.

      ****************************************************************
      *    C O M M O N   D A T E / T I M E   A R E A                 *

260903     EXEC SQL INCLUDE RWOAD     END-EXEC.

261015     EXEC SQL INCLUDE RWOAR     END-EXEC.

      ****************************************************************
      *    LISTENER HAND-OFF AREA - SAME TCPSOCKET-PARM SHAPE THE    *
      *    CICS LISTENER GIVES EVERY CHILD SERVER TRANSACTION.       *
260903         WHEN  'RRSQ'
260903               PERFORM  S0000-RESEND-SERVICE
260903               MOVE  SPACE           TO  W-START-TRN
261015*  A CERTIFICATE REQUEST IS TAKEN BY JAPAE WHILE THE CALLER
261015*  WAITS, AND ITS ACCEPT/REJECT GOES BACK ON THE SAME SOCKET.
261015         WHEN  'CREQ'
261015               PERFORM  S0000-CERT-REQUEST-SERVICE
261015               MOVE  SPACE           TO  W-START-TRN
               WHEN  OTHER
                     MOVE  SPACE           TO  W-START-TRN
           END-EVALUATE.
260903 S0000-RESEND-SERVICE-EXIT.
260903     EXIT.

261015****************************************************************
261015*                                                              *
261015*         S 0 0 0 0 - C E R T - R E Q U E S T - S E R V I C E  *
261015*                                                              *
261015*  'CREQ' CARRIES ONE CERTIFICATE REQUEST IN THE 300-BYTE      *
261015*  JAPA1 LAYOUT AT BYTES 101-400.  JAPAE RUNS JAPA1'S GATES    *
261015*  AND WRITES TRWAD/TKAAD UNDER THE SOCKET-CHANNEL MARKER;     *
261015*  ITS WORK IS COMMITTED BEFORE THE ANSWER GOES OUT, SO AN     *
261015*  'S' THE CALLER SEES IS ALREADY ON FILE.  IF JAPAE CANNOT    *
261015*  BE REACHED THE REQUEST IMAGE GOES TO TRWAR FOR THE JEPB5    *
261015*  RETRY DRIVER AND THE CALLER IS TOLD IT WAS NOT ACCEPTED.    *
261015*                                                              *
261015*  'CREA' ANSWER (100 BYTES):                                  *
261015*    1-4  'CREA'          5-18 RECEIPT KEY   19    ACK CODE    *
261015*    20-59 REASON         60-61 TREAT STATUS                   *
261015*    88-91 / 92-100  DESTINATION / 'S' SEQUENCE, STAMPED AND   *
261015*    KEPT ON THE OUTBOUND STORE THE WAY LCBSTCPI DOES, SO A    *
261015*    LOST ANSWER CAN BE ASKED FOR AGAIN WITH 'RRSQ'.           *
261015*                                                              *
261015****************************************************************
261015 S0000-CERT-REQUEST-SERVICE SECTION.

261015     MOVE  SPACES                    TO  W-CREQ-AREA.
261015     MOVE  CLIENT-IN-DATA (101:300)  TO  CREQ-REQUEST.

261015     EXEC CICS LINK     PROGRAM (W-CREQ-PGM)
261015                        COMMAREA(W-CREQ-AREA)
261015                        LENGTH  (LENGTH OF W-CREQ-AREA)
261015                        RESP    (W-RETURN-CODE)
261015     END-EXEC.

261015     IF  NOT  W-RETURN-NORMAL
261015         MOVE  'E'                   TO  CREQ-ACK-CODE
261015         MOVE  'CERTIFICATE INTAKE UNAVAILABLE'
261015                                     TO  CREQ-ACK-REASON
261015         MOVE  SPACE                 TO  CREQ-TREAT-STAUS
261015         PERFORM  S0000-CREQ-RETRY-QUEUE
261015     END-IF.

261015     EXEC CICS SYNCPOINT
261015     END-EXEC.

261015     MOVE  SPACES                    TO  W-RPL-BUF.
261015     MOVE  'CREA'                    TO  W-RPL-BUF (1:4).
261015     MOVE  CREQ-REQUEST (1:14)       TO  W-RPL-BUF (5:14).
261015     MOVE  CREQ-ACK-CODE             TO  W-RPL-BUF (19:1).
261015     MOVE  CREQ-ACK-REASON           TO  W-RPL-BUF (20:40).
261015     MOVE  CREQ-TREAT-STAUS          TO  W-RPL-BUF (60:2).

261015     PERFORM  S0000-ASSIGN-REPLY-SEQNO.

261015     MOVE  +100                      TO  W-RPL-LEN.

261015     PERFORM  S0000-SEND-REPLY.

261015*  ANSWERED IN LINE - THE STAGED COPY IS DONE, NOT WAITING.
261015     EXEC SQL
261015          UPDATE LCBD2CTL.INBOUND_STG
261015             SET HANDOFF_FG = 'Y'
261015           WHERE RECV_DT    = :STG-REC.STG-RECV-DT
261015             AND RECV_TIME  = :STG-REC.STG-RECV-TIME
261015             AND MSG_TP     = :STG-REC.STG-MSG-TP
261015             AND SRC_IP     = :STG-REC.STG-SRC-IP
261015             AND HANDOFF_FG = 'N'
261015     END-EXEC.

261015 S0000-CERT-REQUEST-SERVICE-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*         S 0 0 0 0 - C R E Q - R E T R Y - Q U E U E          *
261015*                                                              *
261015*  SAME TRWAR ROW JAPAE WRITES FOR A FAILED TRWAD INSERT, SO   *
261015*  THE REQUEUE PATH IS THE SAME WHICHEVER SIDE FAILED.         *
261015*                                                              *
261015****************************************************************
261015 S0000-CREQ-RETRY-QUEUE SECTION.

261015     MOVE  CREQ-REQUEST (1:3)    TO  RCVE-NO-TXOFF    OF TRWAR.
261015     MOVE  CREQ-REQUEST (4:4)    TO  RCVE-NO-YY       OF TRWAR.
261015     IF  CREQ-REQUEST (8:7)  NUMERIC
261015         MOVE  CREQ-REQUEST (8:7)
261015                                 TO  RCVE-NO-SEQNO    OF TRWAR
261015     ELSE
261015         MOVE  ZERO              TO  RCVE-NO-SEQNO    OF TRWAR
261015     END-IF.
261015     MOVE  'TRWAD'               TO  FAIL-TABLE-ID    OF TRWAR.
261015     MOVE  CREQ-REQUEST (61:5)   TO  TX-SRVC-TP       OF TRWAR.
261015     MOVE  W-RETURN-CODE         TO  FAIL-SQLCODE     OF TRWAR.
261015     MOVE  W-SYS-DT              TO  FAIL-DT          OF TRWAR.
261015     MOVE  W-SYS-TIME            TO  FAIL-TIME        OF TRWAR.
261015     MOVE  ZERO                  TO  RETRY-CNT        OF TRWAR.
261015     MOVE  'P'                   TO  RETRY-STAUS      OF TRWAR.
261015     MOVE  SPACE                 TO  LAST-RETRY-DT    OF TRWAR.
261015*  THE REQUEUED IMAGE CARRIES THE SOCKET-CHANNEL MARKER JAPAE
261015*  WOULD HAVE SET (RCVE-METHOD, BYTE 66 OF THE REQUEST).
261015     MOVE  'S'                   TO  CREQ-REQUEST (66:1).
261015     MOVE  CREQ-REQUEST          TO  MQ-BUFFER-IMAGE  OF TRWAR.
261015     MOVE  'SOCKET INTAKE LINK FAILED'
261015                                 TO  ERR-MSG          OF TRWAR.

261015     EXEC SQL
261015          INSERT INTO DRWA.TRWAR
261015                (RCVE_NO_TXOFF, RCVE_NO_YY, RCVE_NO_SEQNO,
261015                 FAIL_TABLE_ID, TX_SRVC_TP, FAIL_SQLCODE,
261015                 FAIL_DT, FAIL_TIME, RETRY_CNT, RETRY_STAUS,
261015                 LAST_RETRY_DT, MQ_BUFFER_IMAGE, ERR_MSG)
261015          VALUES
261015                (:TRWAR.RCVE-NO-TXOFF, :TRWAR.RCVE-NO-YY,
261015                 :TRWAR.RCVE-NO-SEQNO, :TRWAR.FAIL-TABLE-ID,
261015                 :TRWAR.TX-SRVC-TP, :TRWAR.FAIL-SQLCODE,
261015                 :TRWAR.FAIL-DT, :TRWAR.FAIL-TIME,
261015                 :TRWAR.RETRY-CNT, :TRWAR.RETRY-STAUS,
261015                 :TRWAR.LAST-RETRY-DT, :TRWAR.MQ-BUFFER-IMAGE,
261015                 :TRWAR.ERR-MSG)
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE               TO  W-SQLCODE
261015     END-IF.

261015 S0000-CREQ-RETRY-QUEUE-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*         S 0 0 0 0 - A S S I G N - R E P L Y - S E Q N O      *
261015*                                                              *
261015*  THE NEXT 'S' SEQUENCE FOR THE CALLER'S DESTINATION CODE,    *
261015*  TAKEN FROM SEQ_CTL EXACTLY AS LCBSTCPI'S S0000-ASSIGN-SEQNO *
261015*  TAKES IT, SO THE ANSWER AND ORDINARY OUTBOUND TRAFFIC SHARE *
261015*  ONE NUMBERING.  AN UNSEQUENCED CALLER GETS AN UNSEQUENCED   *
261015*  ANSWER.                                                     *
261015*                                                              *
261015****************************************************************
261015 S0000-ASSIGN-REPLY-SEQNO SECTION.

261015     MOVE  +0                        TO  W-SEND-SEQNO.

261015     IF  STG-SRC-DEST-CD  =  SPACE  OR  LOW-VALUE
261015         GO TO  S0000-ASSIGN-REPLY-SEQNO-EXIT
261015     END-IF.

261015     EXEC SQL
261015          UPDATE  LCBD2CTL.SEQ_CTL
261015             SET  LAST_SEQNO = LAST_SEQNO + 1,
261015                  UPD_DT   = REPLACE(CHAR(CURRENT DATE, ISO),
261015                                     '-', ''),
261015                  UPD_TIME = SUBSTR(REPLACE(CHAR(CURRENT TIME,
261015                                     ISO), '.', ''), 1, 6)
261015           WHERE  LINK_DIR = 'S'
261015             AND  DEST_CD  = :STG-REC.STG-SRC-DEST-CD
261015     END-EXEC.

261015     EVALUATE  SQLCODE

261015         WHEN  0
261015               EXEC SQL
261015                    SELECT  LAST_SEQNO
261015                      INTO  :W-SEND-SEQNO
261015                      FROM  LCBD2CTL.SEQ_CTL
261015                     WHERE  LINK_DIR = 'S'
261015                       AND  DEST_CD  = :STG-REC.STG-SRC-DEST-CD
261015               END-EXEC
261015               IF  SQLCODE  NOT =  0
261015                   MOVE  +0          TO  W-SEND-SEQNO
261015               END-IF

261015         WHEN  100
261015               EXEC SQL
261015                    INSERT INTO LCBD2CTL.SEQ_CTL
261015                          (LINK_DIR, DEST_CD, LAST_SEQNO,
261015                           UPD_DT, UPD_TIME)
261015                    VALUES
261015                          ('S', :STG-REC.STG-SRC-DEST-CD, 1,
261015                           REPLACE(CHAR(CURRENT DATE, ISO),
261015                                   '-', ''),
261015                           SUBSTR(REPLACE(CHAR(CURRENT TIME,
261015                                   ISO), '.', ''), 1, 6))
261015               END-EXEC
261015               IF  SQLCODE  =  0
261015                   MOVE  +1          TO  W-SEND-SEQNO
261015               END-IF

261015         WHEN  OTHER
261015               CONTINUE

261015     END-EVALUATE.

261015     IF  W-SEND-SEQNO  =  +0
261015         GO TO  S0000-ASSIGN-REPLY-SEQNO-EXIT
261015     END-IF.

261015     MOVE  W-SEND-SEQNO              TO  W-SEND-SEQNO-9.
261015     MOVE  STG-SRC-DEST-CD           TO  W-RPL-BUF (88:4).
261015     MOVE  W-SEND-SEQNO-9            TO  W-RPL-BUF (92:9).

261015*  A DUPLICATE OR ANY OTHER STORE FAILURE LEAVES THE STORE AS
261015*  IT WAS - THE ANSWER ITSELF IS NEVER HELD UP FOR IT.
261015     MOVE  STG-SRC-DEST-CD           TO  OSTG-DEST-CD.
261015     MOVE  W-SEND-SEQNO              TO  OSTG-MSG-SEQNO.
261015     MOVE  'CREA'                    TO  OSTG-MSG-TP.
261015     MOVE  W-RPL-BUF                 TO  OSTG-PAYLOAD.

261015     EXEC SQL
261015          INSERT INTO LCBD2CTL.OUTBOUND_STG
261015                (DEST_CD, MSG_SEQNO, MSG_TP,
261015                 SEND_DT, SEND_TM, PAYLOAD)
261015          VALUES
261015                (:OSTG-DEST-CD, :OSTG-MSG-SEQNO,
261015                 :OSTG-MSG-TP,
261015                 REPLACE(CHAR(CURRENT DATE, ISO), '-', ''),
261015                 SUBSTR(REPLACE(CHAR(CURRENT TIME, ISO),
261015                        '.', ''), 1, 6),
261015                 :OSTG-PAYLOAD)
261015     END-EXEC.

261015     EXEC CICS SYNCPOINT
261015     END-EXEC.

261015 S0000-ASSIGN-REPLY-SEQNO-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *         S 0 0 0 0 - C L O S E - S O C K E T                  *
