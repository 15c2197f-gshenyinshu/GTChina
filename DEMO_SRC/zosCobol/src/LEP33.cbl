      *                     SCROLLABLE SCREEN.  THE KEYS RETURNED      *
      *                     WITH EACH LIST ENTRY ARE WHAT THE          *
      *                     SCREEN'S FUNCTION KEYS JUMP INTO THE       *
261015*                     DETAIL TRANSACTIONS (LE32 / JAA9 / MAML /  *
261015*                     LE34)                                      *
      *                     WITH.  EVERY LOOKUP IS LOGGED TO THE       *
      *                     TRWBS PRIVACY AUDIT THE SAME WAY LEP32     *
      *                     LOGS ITS OWN.                              *
      *  DTJA.TTJAC (  ACCOUNT ACTIVITY  )                        R    *
      *  DRWB.TRWBU (  CALLBACK SCHEDULE  )                       R    *
      *  DRWB.TRWBS (  PRIVACY AUDIT LOG  )                       C    *
      *  DRWB.TRWCK (  LICENCE / PERMIT REGISTER  )               R    *
261015*  DRWB.TRWCP (  COMPLAINT REGISTER  )                      R    *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/09/02    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         '97' REVOKED IS NOT AN OPEN    *
      *                                REQUEST                        *
      *   26/10/15    S.K.CHOI         LICENCE BLOCK - WARN WHEN A    *
      *                                TRWCK PERMIT HAS LAPSED OR     *
      *                                WAS SUSPENDED/REVOKED WITH NO  *
      *                                VALID ONE OF THE SAME TYPE     *
      *                                (S2250)                        *
      *   26/10/15    S.K.CHOI         OPEN COMPLAINTS BLOCK - TRWCP  *
      *                                NOT YET CLOSED, EARLIEST DUE   *
      *                                FIRST; LE34 JUMP KEY (S2600)   *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-LIST-MAX              PIC  S9(04) COMP VALUE +5.
261015     05  C-CMPL-MAX              PIC  S9(04) COMP VALUE +3.

      ******************************************************************
      *                       S W I T C H E S                          *
               10  W-COMM-C-REASON     PIC  X(40).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
261015*    LICENCE WARNING BLOCK.
261015     05  W-COMM-LICENCE.
261015         10  W-COMM-LICENCE-FG   PIC  X(01).
261015         10  W-COMM-LICENCE-STAUS
261015                                 PIC  X(01).
261015         10  W-COMM-LICENCE-TP   PIC  X(03).
261015         10  W-COMM-LICENCE-NO   PIC  X(30).
261015         10  W-COMM-LICENCE-EXPIRY-DT
261015                                 PIC  X(08).
261015*    OPEN COMPLAINTS - THE KEY IS WHAT THE SCREEN'S FUNCTION
261015*    KEY JUMPS INTO LE34 WITH.
261015     05  W-COMM-CMPL-CNT         PIC  9(01).
261015     05  W-COMM-CMPL-ENTRY  OCCURS 3 TIMES.
261015         10  W-COMM-P-CMPL-NO.
261015             15  W-COMM-P-TXOFF  PIC  X(03).
261015             15  W-COMM-P-YEAR   PIC  X(04).
261015             15  W-COMM-P-SEQNO  PIC  9(05).
261015         10  W-COMM-P-CATG       PIC  X(02).
261015         10  W-COMM-P-DUE-DT     PIC  X(08).
261015         10  W-COMM-P-STAUS      PIC  X(01).
261015     05  FILLER                  PIC  X(309).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOBS   END-EXEC.

261015*                                ********************************
261015*                                *    DB2        TRWCK          *
261015*                                ********************************
261015     EXEC  SQL   INCLUDE  RWOCK   END-EXEC.

261015*                                ********************************
261015*                                *    DB2        TRWCP          *
261015*                                ********************************
261015     EXEC  SQL   INCLUDE  RWOCP   END-EXEC.

260903*    PARAMETER AREA OF THE LCBSHASH AUDIT-CHAIN SERVICE,
260903*    CARRIED AS LCBSHASH ITSELF DEFINES IT.
260903 01  L-HASH-PARM.
                 WHERE    SUBSTR(RESID_BUSNID, 1, 10)
                                         =  :W-COMM-BUSNID
                 AND      TREAT_STAUS  NOT IN
261015                        ('12', '21', '95', '97', '99')
                 AND      RCVE_NO_SEQNO  >  :W-COMM-RCPT-FROM
                 ORDER BY RCVE_NO_SEQNO
                 FOR FETCH ONLY
                 FOR FETCH ONLY
           END-EXEC.

261015******************************************************************
261015*    CUR-CMPL - THE COMPLAINTS NOT YET CLOSED, EARLIEST DUE      *
261015*    FIRST.                                                      *
261015******************************************************************
261015     EXEC  SQL
261015           DECLARE  CUR-CMPL  CURSOR  FOR
261015           SELECT   TXOFF_CD, CMPL_YEAR, CMPL_SEQNO,
261015                    CMPL_CATG, DUE_DT, CMPL_STAUS
261015           FROM     DRWB.TRWCP
261015           WHERE    BUSNID      =  :W-COMM-BUSNID
261015           AND      CMPL_STAUS  IN ('O', 'E')
261015           ORDER BY DUE_DT
261015           FOR FETCH ONLY
261015     END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LEP33 - WORKING STORAGE ENDS HERE'.

           END-IF.

           PERFORM  S2200-ARREARS-BLOCK.
261015     PERFORM  S2250-LICENCE-BLOCK.
           PERFORM  S2300-LIST-RECEIPTS.
           PERFORM  S2400-LIST-ACTIVITY.
           PERFORM  S2500-LIST-CALLBACKS.
261015     PERFORM  S2600-LIST-COMPLAINTS.
           PERFORM  S9400-LOG-INQ-AUDIT.

           MOVE  C-RC00                TO  W-COMM-RC.

       S2200-ARREARS-BLOCK-EXIT.
           EXIT.
261015*****************************************************************
261015*S2250-LICENCE-BLOCK
261015*      THE SAME TRWCK TEST LEP32 RUNS FOR ITS LICENCE WARNING -
261015*      A LAPSED, SUSPENDED OR REVOKED PERMIT WITH NO VALID ONE
261015*      OF THE SAME TYPE IN ITS PLACE.
261015*****************************************************************
261015 S2250-LICENCE-BLOCK      SECTION.
261015
261015     MOVE  'N'                   TO  W-COMM-LICENCE-FG.
261015     MOVE  SPACE                 TO  W-COMM-LICENCE-STAUS
261015                                     W-COMM-LICENCE-TP
261015                                     W-COMM-LICENCE-NO
261015                                     W-COMM-LICENCE-EXPIRY-DT.
261015
261015     EXEC  SQL  SELECT  CASE WHEN P.PERMIT_STAUS = 'A'
261015                             THEN 'E'
261015                             ELSE P.PERMIT_STAUS
261015                        END,
261015                        P.PERMIT_TP, P.PERMIT_NO, P.EXPIRY_DT
261015                  INTO  :TRWCK.PERMIT-STAUS, :TRWCK.PERMIT-TP,
261015                        :TRWCK.PERMIT-NO, :TRWCK.EXPIRY-DT
261015                  FROM  DRWB.TRWCK  P
261015                 WHERE  P.BUSNID        = :W-COMM-BUSNID
261015                   AND (P.PERMIT_STAUS IN ('E', 'S', 'R')
261015                    OR (P.PERMIT_STAUS  = 'A'
261015                   AND  P.EXPIRY_DT     > ' '
261015                   AND  P.EXPIRY_DT     < :W-SYS-DT))
261015                   AND  NOT EXISTS
261015                       (SELECT  1
261015                          FROM  DRWB.TRWCK  V
261015                         WHERE  V.BUSNID        = P.BUSNID
261015                           AND  V.PERMIT_TP     = P.PERMIT_TP
261015                           AND  V.PERMIT_STAUS  = 'A'
261015                           AND (V.EXPIRY_DT     = ' '
261015                            OR  V.EXPIRY_DT    >= :W-SYS-DT))
261015                 ORDER  BY P.STAUS_DT DESC
261015                 FETCH  FIRST 1 ROW ONLY
261015     END-EXEC.
261015
261015     IF  SQLCODE  =  0
261015         MOVE  'Y'               TO  W-COMM-LICENCE-FG
261015         MOVE  PERMIT-STAUS OF TRWCK  TO  W-COMM-LICENCE-STAUS
261015         MOVE  PERMIT-TP    OF TRWCK  TO  W-COMM-LICENCE-TP
261015         MOVE  PERMIT-NO    OF TRWCK  TO  W-COMM-LICENCE-NO
261015         MOVE  EXPIRY-DT    OF TRWCK
261015                                 TO  W-COMM-LICENCE-EXPIRY-DT
261015     END-IF.
261015
261015 S2250-LICENCE-BLOCK-EXIT.
261015     EXIT.
      *****************************************************************
      *S2300-LIST-RECEIPTS
      *****************************************************************

       S2510-FETCH-CB-EXIT.
           EXIT.
261015*****************************************************************
261015*S2600-LIST-COMPLAINTS
261015*****************************************************************
261015 S2600-LIST-COMPLAINTS    SECTION.
261015
261015     MOVE  ZERO                  TO  W-COMM-CMPL-CNT.
261015     MOVE  LOW-VALUE             TO  S-LIST-END.
261015
261015     EXEC  SQL  OPEN  CUR-CMPL    END-EXEC.
261015
261015     IF  SQLCODE  NOT =  0
261015         GO TO  S2600-LIST-COMPLAINTS-EXIT
261015     END-IF.
261015
261015     MOVE  ZERO                  TO  W-LIST-IX.
261015     PERFORM  S2610-FETCH-CMPL
261015              UNTIL  S-LIST-END-YES.
261015
261015     EXEC  SQL  CLOSE  CUR-CMPL   END-EXEC.
261015
261015 S2600-LIST-COMPLAINTS-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S2610-FETCH-CMPL
261015*****************************************************************
261015 S2610-FETCH-CMPL         SECTION.
261015
261015     EXEC  SQL
261015           FETCH  CUR-CMPL
261015           INTO  :TRWCP.TXOFF-CD
261015           ,     :TRWCP.CMPL-YEAR
261015           ,     :TRWCP.CMPL-SEQNO
261015           ,     :TRWCP.CMPL-CATG
261015           ,     :TRWCP.DUE-DT
261015           ,     :TRWCP.CMPL-STAUS
261015     END-EXEC.
261015
261015     EVALUATE  TRUE
261015         WHEN  SQLCODE  NOT =  0
261015               MOVE  HIGH-VALUE  TO  S-LIST-END
261015         WHEN  W-LIST-IX  >=  C-CMPL-MAX
261015               MOVE  HIGH-VALUE  TO  S-LIST-END
261015         WHEN  OTHER
261015               ADD   1           TO  W-LIST-IX
261015               MOVE  TXOFF-CD    OF TRWCP
261015                 TO  W-COMM-P-TXOFF  (W-LIST-IX)
261015               MOVE  CMPL-YEAR   OF TRWCP
261015                 TO  W-COMM-P-YEAR   (W-LIST-IX)
261015               MOVE  CMPL-SEQNO  OF TRWCP
261015                 TO  W-COMM-P-SEQNO  (W-LIST-IX)
261015               MOVE  CMPL-CATG   OF TRWCP
261015                 TO  W-COMM-P-CATG   (W-LIST-IX)
261015               MOVE  DUE-DT      OF TRWCP
261015                 TO  W-COMM-P-DUE-DT (W-LIST-IX)
261015               MOVE  CMPL-STAUS  OF TRWCP
261015                 TO  W-COMM-P-STAUS  (W-LIST-IX)
261015               MOVE  W-LIST-IX   TO  W-COMM-CMPL-CNT
261015     END-EVALUATE.
261015
261015 S2610-FETCH-CMPL-EXIT.
261015     EXIT.
      *****************************************************************
      *S9400-LOG-INQ-AUDIT
      *      SAME TRWBS ROW LEP32'S OWN INQUIRY WRITES - A DASHBOARD
