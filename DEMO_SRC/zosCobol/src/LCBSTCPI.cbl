260822*                          ROUTE) - THE COMPILED-IN ENDPOINT  *
260822*                          BELOW REMAINS THE LAST-DITCH       *
260822*                          DEFAULT WHEN NO ROUTE ROW EXISTS   *
261015*  2026/10/15  S.K.CHOI    THE ROUTE'S ACTIVE ENDPOINT         *
261015*                          (ACT_EP, SET BY THE LCBPHBT         *
261015*                          HEARTBEAT) IS TRIED FIRST AND THE   *
261015*                          OTHER ONE BECOMES THE FAILOVER      *
261015*  2026/10/15  S.K.CHOI    A CALLER SUBTASK OF 'RESEND' (THE   *
261015*                          LCBPMSG CONSOLE) SENDS A STORED     *
261015*                          WINDOW WITH ITS ORIGINAL STAMPS -   *
261015*                          NO NEW SEQUENCE IS ASSIGNED         *
260822****************************************************************


260822         88  W-ON-ALTERNATE-YES               VALUE 'Y'.
260822     05  W-ROUTE-MSG-TP       PIC X(04)       VALUE SPACE.
260822     05  W-ROUTE-DEST-CD      PIC X(04)       VALUE SPACE.
261015     05  W-SWAP-IP            PIC X(04)       VALUE SPACE.
261015     05  W-SWAP-PORT          PIC S9(04) COMP VALUE +0.

260822     EXEC SQL INCLUDE SQLCA     END-EXEC.

260903*--//PER-DESTINATION SEQUENCE NUMBER (BYTES 88-91 / 92-100 OF
260903*--//THE SEND WINDOW) SO THE FAR END - AND OUR OWN DAILY
260903*--//RECONCILIATION - CAN PROVE NOTHING WENT MISSING.
261015*--//A MANUAL RE-SEND ALREADY CARRIES ITS ORIGINAL STAMPS AND
261015*--//IS ALREADY ON THE OUTBOUND STORE - LEAVE BOTH AS THEY ARE.
261015     IF  LSTN-SUBTASKNAME  NOT =  'RESEND'
260903         PERFORM  S0000-ASSIGN-SEQNO
261015     END-IF.

      *--//SOCKET
           PERFORM  S0000-SOCKET-PROC.

260822     EXEC SQL
260822          SELECT  PRI_IP, PRI_PORT, ALT_IP, ALT_PORT,
261015                  TLS_FG, TIMEOUT_SEC, ACT_EP
260822            INTO  :ROUTE-REC.RTE-PRI-IP,
260822                  :ROUTE-REC.RTE-PRI-PORT,
260822                  :ROUTE-REC.RTE-ALT-IP,
260822                  :ROUTE-REC.RTE-ALT-PORT,
260822                  :ROUTE-REC.RTE-TLS-FG,
261015                  :ROUTE-REC.RTE-TIMEOUT-SEC,
261015                  :ROUTE-REC.RTE-ACT-EP
260822            FROM  LCBD2CTL.ROUTE_CTL
260822           WHERE  MSG_TP   =  :W-ROUTE-MSG-TP
260822             AND  DEST_CD  =  :W-ROUTE-DEST-CD
260822     IF  SQLCODE  =  100
260822         EXEC SQL
260822              SELECT  PRI_IP, PRI_PORT, ALT_IP, ALT_PORT,
261015                      TLS_FG, TIMEOUT_SEC, ACT_EP
260822                INTO  :ROUTE-REC.RTE-PRI-IP,
260822                      :ROUTE-REC.RTE-PRI-PORT,
260822                      :ROUTE-REC.RTE-ALT-IP,
260822                      :ROUTE-REC.RTE-ALT-PORT,
260822                      :ROUTE-REC.RTE-TLS-FG,
261015                      :ROUTE-REC.RTE-TIMEOUT-SEC,
261015                      :ROUTE-REC.RTE-ACT-EP
260822                FROM  LCBD2CTL.ROUTE_CTL
260822               WHERE  MSG_TP   =  ' '
260822                 AND  DEST_CD  =  ' '
260822         END-EXEC
260822     END-IF.

261015*--//THE HEARTBEAT HAS SWITCHED THIS ROUTE TO ITS ALTERNATE -
261015*--//TRY THE ALTERNATE FIRST AND KEEP THE PRIMARY AS THE
261015*--//FAILOVER, SO THE REST OF THE SEND IS UNCHANGED.
261015     IF  SQLCODE  =  0
261015     AND RTE-ACT-EP-ALTERNATE
261015     AND RTE-ALT-IP  NOT =  LOW-VALUES
261015         MOVE  RTE-PRI-IP            TO  W-SWAP-IP
261015         MOVE  RTE-PRI-PORT          TO  W-SWAP-PORT
261015         MOVE  RTE-ALT-IP            TO  RTE-PRI-IP
261015         MOVE  RTE-ALT-PORT          TO  RTE-PRI-PORT
261015         MOVE  W-SWAP-IP             TO  RTE-ALT-IP
261015         MOVE  W-SWAP-PORT           TO  RTE-ALT-PORT
261015     END-IF.

260822     IF  SQLCODE  =  0
260822         MOVE  'Y'                   TO  W-ROUTE-FOUND
260822         MOVE  RTE-PRI-IP            TO  CONN-IP-ADDRESS
