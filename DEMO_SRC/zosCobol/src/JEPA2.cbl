      *                    DRWA.TRWAM     (   ¹Öse??[¦¼/   TABLE )   *
      *                    DRWA.TRWAV     (   CERT REISSUE/VERSION    *
      *                                        HISTORY LOG TABLE )    *
      *                    DRWA.TRWAY/TRWAZ ( DOCUMENT CHECKLIST )     *
      *                    DRWA.TRWAP     (   CERT OUTPUT QUEUE  )     *
      *                    DRWB.TRWBB     (   FORMS CATALOG      )     *
      *                    DRWB.TRWCB     (   REFUSAL / RETURN         *
      *                                        NOTICE REGISTER )       *
      *                    DRWB.TRWCK     (   LICENCE / PERMIT         *
      *                                        REGISTER )              *
      *                                                                *
      *  SWITCHES       -  S-CICS-RETURN                               *
      *                    LOW-VALUES    PSEUDO RETURN                 *
      *                                THE ASSIGNMENT IS CLOSED WHEN   *
      *                                THE DECISION POSTS (S6250).     *
      *                                SUPERVISORS REASSIGN VIA JEPA3  *
      *   26/10/15    S.K.CHOI         A REFUSAL ('13') OR RETURN FOR  *
      *                                CORRECTION ('20') RAISES A      *
      *                                NUMBERED NOTICE ON TRWCB - THE  *
      *                                REASON, THE OPEN TRWAZ          *
      *                                DOCUMENTS AND AN LCBSDATE       *
      *                                RESPONSE DEADLINE - QUEUED ON   *
      *                                TRWAP UNDER ITS TRWBB CATALOG   *
      *                                FORM (S6400)                    *
      *   26/10/15    S.K.CHOI         LICENCE HOLD - A SERVICE TYPE   *
      *                                NAMING A PERMIT-REQ-TP ON TRWAT *
      *                                IS HELD AT '40' WHEN THE        *
      *                                BUSINESS HAS NO VALID PERMIT OF *
      *                                THAT TYPE ON TRWCK (S0255/60)   *
      *   26/10/15    S.K.CHOI         THE ISSUE NOTIFICATION CARRIES  *
      *                                THE TAXPAYER'S TRWDB CHANNEL    *
      *                                AND LANGUAGE (S6350), AND THE   *
      *                                REFUSAL NOTICE IS QUEUED ON     *
      *                                TRWAP FOR THAT CHANNEL (S6450)  *
      *   26/10/15    S.K.CHOI         THE REFUSAL/RETURN NOTICE IS    *
      *                                RAISED ONLY ONCE THE DECISION   *
      *                                HAS COMMITTED, NEVER FOR A DB2  *
      *                                RESOURCE FAILURE, AND ONCE PER  *
      *                                OPEN DEADLINE; RSN-CD IS THE    *
      *                                STATUTORY REASON CODE (S6050)   *
      *   26/10/15    S.K.CHOI         THE REFUSAL/RETURN NOTICE IS    *
      *                                ENTERED ON THE TRWCX            *
      *                                CORRESPONDENCE REGISTER AS A    *
      *                                STATUTORY SEND - NEVER HELD FOR *
      *                                RETURNED MAIL (S6460)           *
      *   26/10/15    S.K.CHOI         THE TAXPAYER IS STAMPED ON THE  *
      *                                NOTICE'S TRWAP ROW FOR THE      *
      *                                LAPB5 CONSENT CHECK (S6450)     *
      ******************************************************************
       EJECT
      ******************************************************************
           05  C-COMM-LNTH             PIC S9(04) COMP SYNC VALUE +4000.
           05  C-PGM-PFP09             PIC  X(05) VALUE 'PFP09'.
260629     05  C-TREAT-STAUS-PARTL     PIC  X(02) VALUE '20'.
261015     05  C-PGM-LCBSDATE          PIC  X(08) VALUE 'LCBSDATE'.
261015     05  C-PGM-LCBSNUM           PIC  X(08) VALUE 'LCBSNUM'.
261015     05  C-PGM-LCBSCORR          PIC  X(08) VALUE 'LCBSCORR'.
261015     05  C-NOTICE-SRVC-REFUSAL   PIC  X(05) VALUE 'NTREF'.
261015     05  C-NOTICE-SRVC-RETURN    PIC  X(05) VALUE 'NTRTN'.
261015     05  C-NOTICE-DAYS-REFUSAL   PIC S9(03) COMP SYNC VALUE +20.
261015     05  C-NOTICE-DAYS-RETURN    PIC S9(03) COMP SYNC VALUE +10.
261015     05  C-NOTICE-DOC-MAX        PIC S9(03) COMP SYNC VALUE +10.

      *                                ****************************     
      *                                *       C O N S T A N S
260822     05  S-ARREARS-HOLD          PIC  X(01) VALUE LOW-VALUES.
260822         88  S-ARREARS-HOLD-ON              VALUE HIGH-VALUES.

261015     05  S-LICENCE-HOLD          PIC  X(01) VALUE LOW-VALUES.
261015         88  S-LICENCE-HOLD-ON              VALUE HIGH-VALUES.

260902     05  S-ASSIGN-LOCK           PIC  X(01) VALUE LOW-VALUES.
260902         88  S-ASSIGN-LOCK-ON               VALUE HIGH-VALUES.

261015     05  S-NOTCDOC-END           PIC  X(01) VALUE LOW-VALUES.
261015         88  S-NOTCDOC-END-ON               VALUE HIGH-VALUES.

260902     05  W-AGREE-NO              PIC S9(05) COMP-3 VALUE +0.

      *****************************************************************
260822         10  W-ARREARS-CNT       PIC S9(09) COMP   VALUE +0.
260822         10  W-ARREARS-AMT       PIC S9(15) COMP-3 VALUE +0.
260822         10  W-ARREARS-CNT-Z     PIC  ZZZZ9.
261015     05  W-LICENCE-PARMS.
261015         10  W-PERMIT-VALID-CNT  PIC S9(09) COMP   VALUE +0.
261015         10  W-PERMIT-TODAY      PIC  X(08) VALUE SPACE.
261015     05  W-NOTICE-PARMS.
261015         10  W-NOTICE-RC         PIC  X(04) VALUE SPACE.
261015         10  W-NOTICE-MSG        PIC  X(50) VALUE SPACE.
261015         10  W-NOTICE-SRVC-TP    PIC  X(05) VALUE SPACE.
261015         10  W-NOTICE-DOC-CD     PIC  X(04) VALUE SPACE.
261015         10  W-NOTICE-DOC-POS    PIC S9(04) COMP VALUE +0.
261015         10  W-NOTICE-TODAY      PIC  X(08) VALUE SPACE.
261015         10  W-NOTICE-OPEN-CNT   PIC S9(09) COMP VALUE +0.

260822*****************************************************************
260822*    ISSUE-COMPLETION NOTIFICATION BACK TO THE ORIGINATING      *
260822*    CHANNEL -- 80-BYTE RECORD CARRIED EITHER ON THE MQ NOTIFY  *
260822*    QUEUE (MQ/COUNTER INTAKE) OR THROUGH THE LCBSTCPI SOCKET   *
260822*    LINK (BULK/AGENCY INTAKE, RCVE-METHOD 'B').                *
261015*    PREF-CHANNEL / LANG-CD ARE THE TAXPAYER'S DRWB.TRWDB       *
261015*    CHANNEL AND LANGUAGE, BLANK WHEN NOTHING IS REGISTERED.    *
260822*****************************************************************
260822     05  W-NOTIFY-MSG.
260822         10  W-NTF-RCVE-NO-TXOFF PIC  X(03).
260822         10  W-NTF-RCVE-NO-SEQNO PIC  9(07).
260822         10  W-NTF-ISSUE-DT      PIC  X(08).
260822         10  W-NTF-EXPIRE-DT     PIC  X(08).
261015         10  W-NTF-PREF-CHANNEL  PIC  X(01).
261015         10  W-NTF-LANG-CD       PIC  X(01).
261015         10  FILLER              PIC  X(48) VALUE SPACE.
260822     05  W-NTF-RCVE-METHOD       PIC  X(01) VALUE SPACE.
050324     05 W-SUB-SYSTEM-COMMON.
              10  W-SUB-AMT1           PIC S9(15) COMP-3.
              10  W-SUB-STATUS.
                  15 L-COMM-ENG-FG-C   PIC  X(01).
                  15 L-COMM-SQL-C      PIC  X(04).
261015                88 L-COMM-SQL-C-DB2-BUSY
261015                                 VALUE '-911' '-913' '-904'.
                  15 L-COMM-MSG-C      PIC  X(50).

PYJ    01  TSQ-REC.
260822         10  L-SAUTH-AUTH-FG      PIC  X(01).
260822         10  L-SAUTH-RC           PIC  X(02).

261015 01  L-SDATE-PARM.
261015     05  L-SDATE-INPUT.
261015         10  L-SDATE-FUNC         PIC  X(01).
261015         10  L-SDATE-IN-DT        PIC  X(08).
261015         10  L-SDATE-DAYS         PIC  S9(03) COMP.
261015         10  L-SDATE-PROV-CD      PIC  X(02).
261015     05  L-SDATE-OUTPUT.
261015         10  L-SDATE-OUT-DT       PIC  X(08).
261015         10  L-SDATE-WORK-FG      PIC  X(01).
261015         10  L-SDATE-RC           PIC  X(02).

261015*    PARAMETER AREA OF THE LCBSNUM CENTRAL NUMBER ALLOCATOR,
261015*    CARRIED AS LCBSNUM ITSELF DEFINES IT.
261015 01  L-NUM-PARM.
261015     05  L-NUM-SERIES-NM         PIC  X(40).
261015     05  L-NUM-PGM-ID            PIC  X(08).
261015     05  L-NUM-REQ-CNT           PIC  S9(04) COMP.
261015     05  L-NUM-SEED              PIC  S9(09) COMP.
261015     05  L-NUM-FIRST-NO          PIC  S9(09) COMP.
261015     05  L-NUM-RC                PIC  X(02).

261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

260822 01  W-STCPI-PARM.
260822     05  W-STCPI-GIVE-TAKE       PIC  9(08) COMP  VALUE ZERO.
260822     05  W-STCPI-LSTN-NAME       PIC  X(08)       VALUE SPACE.
260124     EXEC SQL  INCLUDE    RWOAV
260124     END-EXEC.

261015     EXEC SQL  INCLUDE    RWOAP
261015     END-EXEC.

261015     EXEC SQL  INCLUDE    RWOBB
261015     END-EXEC.

261015     EXEC SQL  INCLUDE    RWOCB
261015     END-EXEC.

261015     EXEC SQL  INCLUDE    RWOCK
261015     END-EXEC.

261015*****************************************************************
261015*    CURSOR CUR-NOTCDOC - THE MANDATORY TRWAY DOCUMENTS STILL   *
261015*    OPEN ON THE TRWAZ CHECKLIST (SAME TEST AS S1050), LISTED   *
261015*    ON A REFUSAL / RETURN NOTICE.                              *
261015*****************************************************************
261015     EXEC  SQL
261015           DECLARE  CUR-NOTCDOC  CURSOR  FOR
261015           SELECT   Y.DOC_CD
261015           FROM     DRWA.TRWAY  Y
261015           WHERE    Y.TX_SRVC_TP    =  :TRWAD.TX-SRVC-TP
261015           AND      Y.MANDATORY_FG  =  'Y'
261015           AND      NOT EXISTS
261015                    ( SELECT  1
261015                      FROM    DRWA.TRWAZ  Z
261015                      WHERE   Z.RCVE_NO_TXOFF =
261015                                    :TRWAD.RCVE-NO-TXOFF
261015                      AND     Z.RCVE_NO_YY    =
261015                                    :TRWAD.RCVE-NO-YY
261015                      AND     Z.RCVE_NO_SEQNO =
261015                                    :TRWAD.RCVE-NO-SEQNO
261015                      AND     Z.DOC_CD        =  Y.DOC_CD
261015                      AND   ( Z.CHECKED_FG    =  'Y'
261015                         OR   Z.OVERRIDE_FG   =  'Y' ) )
261015           ORDER BY Y.DOC_CD
261015           FOR FETCH ONLY
261015     END-EXEC.


      ******************************************************************
      *                                                                *
260902             CONTINUE
260902         ELSE
260822         PERFORM S0250-ARREARS-HOLD-CHK
261015         MOVE  LOW-VALUES        TO S-LICENCE-HOLD
261015         IF  NOT S-ARREARS-HOLD-ON
261015             PERFORM S0255-LICENCE-HOLD-CHK
261015         END-IF
261015         IF  S-ARREARS-HOLD-ON  OR  S-LICENCE-HOLD-ON
260822             PERFORM S0260-HOLD-TRWAD
260822         ELSE
               PERFORM S1100-EDIT-CONFIRM
260822 S0250-ARREARS-HOLD-CHK-EXIT.
260822     EXIT.
260822     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 0 2 5 5 - L I C E N C E - H O L D - C H K            *
261015*                                                                *
261015*    SETS S-LICENCE-HOLD-ON WHEN THE RECEIPT'S SERVICE TYPE      *
261015*    NAMES A PERMIT-REQ-TP ON TRWAT AND THE BUSINESS HOLDS NO    *
261015*    VALID PERMIT OF THAT TYPE ON DRWB.TRWCK - ACTIVE AND NOT    *
261015*    PAST ITS EXPIRY DATE, WHETHER OR NOT LAPBE HAS SWEPT IT.    *
261015*    NO PERMIT ON FILE AT ALL IS A HOLD TOO.                     *
261015*                                                                *
261015******************************************************************

261015 S0255-LICENCE-HOLD-CHK          SECTION.

261015     MOVE  LOW-VALUES            TO S-LICENCE-HOLD.
261015     MOVE  ZERO                  TO W-PERMIT-VALID-CNT.

261015     EXEC  SQL  SELECT  PERMIT_REQ_TP
261015                  INTO  :TRWAT.PERMIT-REQ-TP
261015                  FROM  DRWA.TRWAT
261015                 WHERE  TX_SRVC_TP = :TRWAD.TX-SRVC-TP
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NORMAL  AND
261015         PERMIT-REQ-TP OF TRWAT  NOT =  SPACE
261015         CONTINUE
261015     ELSE
261015         IF  SQLCODE  NOT =  C-SQL-NORMAL  AND
261015             SQLCODE  NOT =  C-SQL-NOTFND
261015             MOVE C-ABEND-FG-DB2     TO W-ABEND-FG
261015             MOVE 'S0255-PERMIT-REQ  '
261015                                     TO W-ABEND-SECTION
261015             PERFORM S9800-ABEND
261015         END-IF
261015         GO TO  S0255-LICENCE-HOLD-CHK-EXIT
261015     END-IF.

261015     MOVE  SPACE                 TO W-PERMIT-TODAY.
261015     STRING  W-CURR-YYYY  W-CURR-MM  W-CURR-DD
261015             DELIMITED BY SIZE   INTO  W-PERMIT-TODAY.

261015     EXEC  SQL  SELECT  COUNT(*)
261015                  INTO  :W-PERMIT-VALID-CNT
261015                  FROM  DRWB.TRWCK
261015                 WHERE  BUSNID        = :W-BUSNID
261015                   AND  PERMIT_TP     = :TRWAT.PERMIT-REQ-TP
261015                   AND  PERMIT_STAUS  = 'A'
261015                   AND (EXPIRY_DT     = ' '
261015                    OR  EXPIRY_DT    >= :W-PERMIT-TODAY)
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NORMAL
261015         IF  W-PERMIT-VALID-CNT  =  ZERO
261015             MOVE  HIGH-VALUES   TO S-LICENCE-HOLD
261015         END-IF
261015     ELSE
261015         MOVE C-ABEND-FG-DB2     TO W-ABEND-FG
261015         MOVE 'S0255-TRWCK-CHK   '
261015                                 TO W-ABEND-SECTION
261015         PERFORM S9800-ABEND
261015     END-IF.

261015 S0255-LICENCE-HOLD-CHK-EXIT.
261015     EXIT.
261015     EJECT
260822******************************************************************
260822*                                                                *
260822*         S 0 2 6 0 - H O L D - T R W A D                        *
260822     MOVE  TXPAYER-TP   OF TRWAD TO  W-TRWAV-TXPR-TP.
260822     MOVE  W-ARREARS-CNT         TO  W-ARREARS-CNT-Z.
260822     MOVE  SPACE                 TO  W-TRWAV-DESC.
261015     IF  S-LICENCE-HOLD-ON
261015         STRING  'LICENCE HOLD, NO VALID PERMIT TYPE='
261015                 PERMIT-REQ-TP OF TRWAT
261015                 DELIMITED BY SIZE   INTO  W-TRWAV-DESC
261015     ELSE
261015         STRING  'DELINQUENCY HOLD, OPEN ITEMS='
261015                 W-ARREARS-CNT-Z
261015                 DELIMITED BY SIZE   INTO  W-TRWAV-DESC
261015     END-IF.
260822     PERFORM  S3950-LOG-TRWAV-HIST.

260822 S0260-HOLD-TRWAD-EXIT.
                  EXEC CICS  SYNCPOINT  ROLLBACK  END-EXEC
               END-IF

261015* THE TAXPAYER IS TOLD IN WRITING ONCE THE DECISION STANDS.
261015         PERFORM  S6050-DECISION-COMMIT

           END-IF.

       S6000-SUB-PGM-CALL-EXIT.
           EXIT.
           EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 0 5 0 - D E C I S I O N - C O M M I T              *
261015*                                                                *
261015*    A DB2 RESOURCE FAILURE IN THE SUB-PROGRAM (DEADLOCK,        *
261015*    TIMEOUT, RESOURCE UNAVAILABLE) IS NOT A DECISION - THE WORK *
261015*    STAYS ROLLED BACK, THE RECEIPT IS RETRIED AND NO NOTICE IS  *
261015*    RAISED.  OTHERWISE THE DECISION IS COMMITTED FIRST: A       *
261015*    REFUSAL WAS BACKED OUT WITH THE REST OF THE WORK ABOVE, SO  *
261015*    ITS '13' IS POSTED AGAIN ON ITS OWN; A RETURN ('20') IS     *
261015*    STILL IN FLIGHT.  ONLY THEN IS THE NOTICE RAISED, AND NOT   *
261015*    WHEN THE SAME NOTICE IS ALREADY OPEN FOR THE RECEIPT - A    *
261015*    RE-DRIVEN DECISION DOES NOT WRITE A SECOND LETTER.          *
261015*                                                                *
261015******************************************************************

261015 S6050-DECISION-COMMIT           SECTION.

261015     IF  L-COMM-SQL-C-DB2-BUSY
261015         GO TO  S6050-DECISION-COMMIT-EXIT
261015     END-IF.

261015* THE SUB-PROGRAM'S CODE AND EXPLANATION ARE KEPT BEFORE ANY
261015* LOGGING BELOW REUSES THE STATUS AREA.
261015     MOVE  L-COMM-SQL-C          TO  W-NOTICE-RC.
261015     MOVE  L-COMM-MSG-C          TO  W-NOTICE-MSG.

261015     IF  W-NOTICE-RC  NOT =  '13'
261015         PERFORM  S6200-UPDATE-TRWAD
261015     END-IF.

261015     EXEC CICS  SYNCPOINT  END-EXEC.

261015     STRING W-CURR-YYYY
261015            W-CURR-MM
261015            W-CURR-DD
261015            DELIMITED BY SIZE INTO W-NOTICE-TODAY
261015     END-STRING.

261015     IF  W-NOTICE-RC  =  '13'
261015         MOVE  'R'               TO  NOTICE-TP OF TRWCB
261015     ELSE
261015         MOVE  'F'               TO  NOTICE-TP OF TRWCB
261015     END-IF.

261015     MOVE  ZERO                  TO  W-NOTICE-OPEN-CNT.

261015     EXEC  SQL  SELECT  COUNT(*)
261015                  INTO  :W-NOTICE-OPEN-CNT
261015                  FROM  DRWB.TRWCB
261015                 WHERE  RCVE_NO_TXOFF = :TRWAD.RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY    = :TRWAD.RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO = :TRWAD.RCVE-NO-SEQNO
261015                   AND  NOTICE_TP     = :TRWCB.NOTICE-TP
261015                   AND  RESP_DUE_DT  >= :W-NOTICE-TODAY
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  'S6050 NOTICE TRWCB CHECK FAILED'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015         GO TO  S6050-DECISION-COMMIT-EXIT
261015     END-IF.

261015     IF  W-NOTICE-OPEN-CNT  >  ZERO
261015         GO TO  S6050-DECISION-COMMIT-EXIT
261015     END-IF.

261015     PERFORM  S6400-NOTICE-RAISE.

261015 S6050-DECISION-COMMIT-EXIT.
261015     EXIT.
261015     EJECT
      ******************************************************************
      *                                                                *
      *                  S 6 1 0 0 - P R I N T - P G M                 *

260822 S6300-ISSUE-NOTIFY              SECTION.

261015     EXEC  SQL  SELECT  RCVE_METHOD, ISSUE_DT, EXPIRE_DT,
261015                        RESID_BUSNID
260822                  INTO  :W-NTF-RCVE-METHOD,
260822                        :TRWAD.ISSUE-DT,
261015                        :TRWAD.EXPIRE-DT,
261015                        :TRWAD.RESID-BUSNID
260822                  FROM  DRWA.TRWAD
260822                 WHERE  RCVE_NO_YY     = :TRWAD.RCVE-NO-YY
260822                   AND  RCVE_NO_TXOFF  = :TRWAD.RCVE-NO-TXOFF
260822     MOVE  ISSUE-DT      OF TRWAD  TO  W-NTF-ISSUE-DT.
260822     MOVE  EXPIRE-DT     OF TRWAD  TO  W-NTF-EXPIRE-DT.

261015     PERFORM  S6350-NOTIFY-PREFERENCE.
261015     MOVE  SPACE                 TO  W-NTF-PREF-CHANNEL
261015                                     W-NTF-LANG-CD.
261015     IF  CORR-PREF-FOUND
261015         MOVE  CORR-CHANNEL-USED TO  W-NTF-PREF-CHANNEL
261015         MOVE  CORR-LANG-CD      TO  W-NTF-LANG-CD
261015     END-IF.

260822     IF  W-NTF-RCVE-METHOD  =  'B'
260822         PERFORM  S6310-NOTIFY-SOCKET
260822     ELSE
260822 S6320-NOTIFY-MQ-EXIT.
260822     EXIT.
260822     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 3 5 0 - N O T I F Y - P R E F E R E N C E          *
261015*                                                                *
261015*    THE TAXPAYER'S STANDING CHANNEL, CONTACT AND LANGUAGE FROM  *
261015*    THE DRWB.TRWDB REGISTER THROUGH LCBSCORR.  AN ELECTRONIC    *
261015*    CHANNEL COMES BACK ONLY WHILE CONSENT IS IN FORCE - A       *
261015*    WITHDRAWN CONSENT COMES BACK AS POST.  BEST-EFFORT: A       *
261015*    FAILURE IS LOGGED AND THE NOTICE GOES AS IT WOULD HAVE      *
261015*    WITHOUT A REGISTER ROW.                                     *
261015*                                                                *
261015******************************************************************

261015 S6350-NOTIFY-PREFERENCE         SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'P'                   TO  CORR-FUNC.
261015     MOVE  RESID-BUSNID OF TRWAD TO  CORR-TXPAYER-ID.
261015     MOVE  C-PGM-JEPA2           TO  CORR-PGM-ID.
261015     MOVE  C-PGM-JEPA2           TO  CORR-OPID.
261015     MOVE  'P'                   TO  CORR-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  'S6350 LCBSCORR PREFERENCE FAILED'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015         MOVE  'N'               TO  CORR-PREF-FG
261015         MOVE  'P'               TO  CORR-CHANNEL-USED
261015         MOVE  SPACE             TO  CORR-LANG-CD
261015                                     CORR-PREF-CONTACT
261015     END-IF.

261015 S6350-NOTIFY-PREFERENCE-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 4 0 0 - N O T I C E - R A I S E                    *
261015*                                                                *
261015*    THE RECEIPT WAS REFUSED (ISSUANCE ERROR, STATUS '13') OR    *
261015*    RETURNED FOR CORRECTION (SUB-PROGRAM CODE '13', STATUS      *
261015*    '20').  RAISE THE NUMBERED WRITTEN NOTICE: THE REASON THE   *
261015*    SERVICE CHECK GAVE, THE MANDATORY DOCUMENTS STILL OPEN ON   *
261015*    TRWAZ, THE RESPONSE DEADLINE IN BUSINESS DAYS, REGISTERED   *
261015*    ON TRWCB (JEPB8 DOSSIER) AND QUEUED ON TRWAP UNDER THE      *
261015*    NOTICE'S TRWBB CATALOG FORM FOR PRINT OR E-DELIVERY.        *
261015*    BEST-EFFORT LIKE S6300: A FAILURE IS LOGGED TO TRWBR, THE   *
261015*    DECISION ITSELF STANDS.                                     *
261015*                                                                *
261015******************************************************************

261015 S6400-NOTICE-RAISE              SECTION.

261015     PERFORM  S9600-GET-SYSTEM-DATA.

261015     INITIALIZE  TRWCB.

261015     MOVE  RCVE-NO-TXOFF OF TRWAD  TO  RCVE-NO-TXOFF OF TRWCB.
261015     MOVE  RCVE-NO-YY    OF TRWAD  TO  RCVE-NO-YY    OF TRWCB.
261015     MOVE  RCVE-NO-SEQNO OF TRWAD  TO  RCVE-NO-SEQNO OF TRWCB.
261015     MOVE  TX-SRVC-TP    OF TRWAD  TO  TX-SRVC-TP    OF TRWCB.
261015     MOVE  RESID-BUSNID  OF TRWAD  TO  RESID-BUSNID  OF TRWCB.
261015     MOVE  TXPAYER-TP    OF TRWAD  TO  TXPAYER-TP    OF TRWCB.

261015     IF  W-NOTICE-RC  =  '13'
261015         MOVE  'R'                 TO  NOTICE-TP OF TRWCB
261015         MOVE  C-NOTICE-SRVC-RETURN
261015                                   TO  W-NOTICE-SRVC-TP
261015     ELSE
261015         MOVE  'F'                 TO  NOTICE-TP OF TRWCB
261015         MOVE  C-NOTICE-SRVC-REFUSAL
261015                                   TO  W-NOTICE-SRVC-TP
261015     END-IF.

261015     MOVE  W-NOTICE-MSG          TO  RSN-TEXT OF TRWCB.

261015     MOVE  W-CURR-YYYY           TO  NOTICE-YY OF TRWCB.
261015     STRING W-CURR-YYYY
261015            W-CURR-MM
261015            W-CURR-DD
261015            DELIMITED BY SIZE INTO NOTICE-DT OF TRWCB
261015     END-STRING.
261015     MOVE  W-TIME(1:2)           TO  NOTICE-TIME OF TRWCB(1:2).
261015     MOVE  W-TIME(4:2)           TO  NOTICE-TIME OF TRWCB(3:2).
261015     MOVE  W-TIME(7:2)           TO  NOTICE-TIME OF TRWCB(5:2).

261015     EXEC  CICS  ASSIGN  USERID (W-AUTH-USERID)
261015     END-EXEC.
261015     MOVE  W-AUTH-USERID         TO  ISSUE-OPID OF TRWCB.

261015     PERFORM  S6410-NOTICE-DOC-LIST.

261015* THE STATUTORY REASON: OUTSTANDING MANDATORY DOCUMENTS WHEN THE
261015* CHECKLIST STILL HAS ANY OPEN, OTHERWISE THE SERVICE CHECK.
261015     EVALUATE  TRUE
261015         WHEN  NOTICE-TP-RETURN  OF TRWCB  AND
261015               MISSING-DOC-CNT   OF TRWCB  >  ZERO
261015               SET  RSN-RETURN-DOCS    OF TRWCB  TO  TRUE
261015         WHEN  NOTICE-TP-RETURN  OF TRWCB
261015               SET  RSN-RETURN-CHECK   OF TRWCB  TO  TRUE
261015         WHEN  MISSING-DOC-CNT   OF TRWCB  >  ZERO
261015               SET  RSN-REFUSAL-DOCS   OF TRWCB  TO  TRUE
261015         WHEN  OTHER
261015               SET  RSN-REFUSAL-CHECK  OF TRWCB  TO  TRUE
261015     END-EVALUATE.

261015     PERFORM  S6420-NOTICE-DUE-DT.
261015     PERFORM  S6430-NOTICE-NO-GET.
261015     PERFORM  S6440-NOTICE-FORM-CHK.

261015     EXEC  SQL  INSERT  INTO  DRWB.TRWCB
261015                   (NOTICE_YY,       NOTICE_SEQNO,
261015                    RCVE_NO_TXOFF,   RCVE_NO_YY,
261015                    RCVE_NO_SEQNO,   TX_SRVC_TP,
261015                    RESID_BUSNID,    TXPAYER_TP,
261015                    NOTICE_TP,       RSN_CD,
261015                    RSN_TEXT,        MISSING_DOC_CNT,
261015                    MISSING_DOC_LIST,
261015                    NOTICE_DT,       NOTICE_TIME,
261015                    RESP_DUE_DT,     FORM_ID,
261015                    FORM_SEQNO,      ISSUE_OPID)
261015             VALUES
261015                   (:TRWCB.NOTICE-YY,     :TRWCB.NOTICE-SEQNO,
261015                    :TRWCB.RCVE-NO-TXOFF, :TRWCB.RCVE-NO-YY,
261015                    :TRWCB.RCVE-NO-SEQNO, :TRWCB.TX-SRVC-TP,
261015                    :TRWCB.RESID-BUSNID,  :TRWCB.TXPAYER-TP,
261015                    :TRWCB.NOTICE-TP,     :TRWCB.RSN-CD,
261015                    :TRWCB.RSN-TEXT,      :TRWCB.MISSING-DOC-CNT,
261015                    :TRWCB.MISSING-DOC-LIST,
261015                    :TRWCB.NOTICE-DT,     :TRWCB.NOTICE-TIME,
261015                    :TRWCB.RESP-DUE-DT,   :TRWCB.FORM-ID,
261015                    :TRWCB.FORM-SEQNO,    :TRWCB.ISSUE-OPID)
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NORMAL
261015         PERFORM  S6450-NOTICE-QUEUE
261015     ELSE
261015         MOVE  'S6400 NOTICE TRWCB INSERT FAILED'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015     END-IF.

261015     MOVE  W-NOTICE-MSG          TO  L-COMM-MSG-C.

261015 S6400-NOTICE-RAISE-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 4 1 0 - N O T I C E - D O C - L I S T              *
261015*                                                                *
261015*    COUNT THE OPEN MANDATORY DOCUMENTS AND LIST THE FIRST TEN   *
261015*    DOC-CDS ON THE NOTICE.                                      *
261015*                                                                *
261015******************************************************************

261015 S6410-NOTICE-DOC-LIST           SECTION.

261015     MOVE  ZERO                  TO  MISSING-DOC-CNT  OF TRWCB.
261015     MOVE  SPACE                 TO  MISSING-DOC-LIST OF TRWCB.

261015     EXEC SQL OPEN CUR-NOTCDOC   END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  'S6410 NOTICE DOC CURSOR OPEN FAILED'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015         GO TO  S6410-NOTICE-DOC-LIST-EXIT
261015     END-IF.

261015     MOVE  LOW-VALUE             TO  S-NOTCDOC-END.
261015     PERFORM  S6415-NOTICE-DOC-FETCH
261015              UNTIL S-NOTCDOC-END-ON.

261015     EXEC SQL CLOSE CUR-NOTCDOC  END-EXEC.

261015 S6410-NOTICE-DOC-LIST-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 4 1 5 - N O T I C E - D O C - F E T C H            *
261015*                                                                *
261015******************************************************************

261015 S6415-NOTICE-DOC-FETCH          SECTION.

261015     EXEC SQL FETCH CUR-NOTCDOC
261015              INTO  :W-NOTICE-DOC-CD
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NOTFND
261015         MOVE  HIGH-VALUE        TO  S-NOTCDOC-END
261015         GO TO  S6415-NOTICE-DOC-FETCH-EXIT
261015     END-IF.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  'S6415 NOTICE DOC FETCH FAILED'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015         MOVE  HIGH-VALUE        TO  S-NOTCDOC-END
261015         GO TO  S6415-NOTICE-DOC-FETCH-EXIT
261015     END-IF.

261015     ADD  1                      TO  MISSING-DOC-CNT OF TRWCB.

261015     IF  MISSING-DOC-CNT OF TRWCB  NOT >  C-NOTICE-DOC-MAX
261015         COMPUTE  W-NOTICE-DOC-POS =
261015                  MISSING-DOC-CNT OF TRWCB * 4 - 3
261015         MOVE  W-NOTICE-DOC-CD
261015               TO  MISSING-DOC-LIST OF TRWCB (W-NOTICE-DOC-POS:4)
261015     END-IF.

261015 S6415-NOTICE-DOC-FETCH-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 4 2 0 - N O T I C E - D U E - D T                  *
261015*                                                                *
261015*    RESPONSE DEADLINE - TEN BUSINESS DAYS TO CORRECT A RETURN,  *
261015*    TWENTY TO CONTEST A REFUSAL - COUNTED BY LCBSDATE SO        *
261015*    WEEKENDS AND BIZ_CALENDAR HOLIDAYS ARE NOT SPENT.           *
261015*                                                                *
261015******************************************************************

261015 S6420-NOTICE-DUE-DT             SECTION.

261015     MOVE  'A'                   TO  L-SDATE-FUNC.
261015     MOVE  NOTICE-DT OF TRWCB    TO  L-SDATE-IN-DT.
261015     MOVE  SPACE                 TO  L-SDATE-PROV-CD.

261015     IF  NOTICE-TP OF TRWCB  =  'R'
261015         MOVE  C-NOTICE-DAYS-RETURN   TO  L-SDATE-DAYS
261015     ELSE
261015         MOVE  C-NOTICE-DAYS-REFUSAL  TO  L-SDATE-DAYS
261015     END-IF.

261015     CALL  C-PGM-LCBSDATE  USING  L-SDATE-PARM.

261015     IF  L-SDATE-RC  =  '00'
261015         MOVE  L-SDATE-OUT-DT    TO  RESP-DUE-DT OF TRWCB
261015     ELSE
261015         MOVE  SPACE             TO  RESP-DUE-DT OF TRWCB
261015         MOVE  'S6420 NOTICE DEADLINE LCBSDATE FAILED'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015     END-IF.

261015 S6420-NOTICE-DUE-DT-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 4 3 0 - N O T I C E - N O - G E T                  *
261015*                                                                *
261015*    THE NOTICE NUMBER COMES FROM THE CENTRAL LCBSNUM ALLOCATOR, *
261015*    ONE SERIES PER YEAR.  A SERIES THE ALLOCATOR HAS NEVER SEEN *
261015*    IS SEEDED ONCE FROM THE REGISTER'S MAX; IF THE ALLOCATOR    *
261015*    ITSELF IS DOWN THE MAX PATH CARRIES THE DAY.                *
261015*                                                                *
261015******************************************************************

261015 S6430-NOTICE-NO-GET             SECTION.

261015     MOVE  SPACES                TO  L-NUM-PARM.
261015     STRING  'TRWCB'  NOTICE-YY OF TRWCB
261015             DELIMITED BY SIZE  INTO  L-NUM-SERIES-NM
261015     END-STRING.
261015     MOVE  C-PGM-JEPA2           TO  L-NUM-PGM-ID.
261015     MOVE  +1                    TO  L-NUM-REQ-CNT.
261015     MOVE  +0                    TO  L-NUM-SEED.

261015     CALL  C-PGM-LCBSNUM      USING  L-NUM-PARM.

261015     IF  L-NUM-RC  =  '02'
261015         PERFORM  S6435-NOTICE-NO-FALLBACK
261015         MOVE  NOTICE-SEQNO OF TRWCB  TO  L-NUM-SEED
261015         CALL  C-PGM-LCBSNUM  USING  L-NUM-PARM
261015     END-IF.

261015     IF  L-NUM-RC  =  '00'
261015         MOVE  L-NUM-FIRST-NO    TO  NOTICE-SEQNO OF TRWCB
261015     ELSE
261015         PERFORM  S6435-NOTICE-NO-FALLBACK
261015     END-IF.

261015 S6430-NOTICE-NO-GET-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 4 3 5 - N O T I C E - N O - F A L L B A C K        *
261015*                                                                *
261015******************************************************************

261015 S6435-NOTICE-NO-FALLBACK        SECTION.

261015     EXEC  SQL  SELECT  MAX(NOTICE_SEQNO)
261015                  INTO  :TRWCB.NOTICE-SEQNO
261015                  FROM  DRWB.TRWCB
261015                 WHERE  NOTICE_YY  = :TRWCB.NOTICE-YY
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NORMAL
261015         ADD   1                 TO  NOTICE-SEQNO OF TRWCB
261015     ELSE
261015         MOVE  1                 TO  NOTICE-SEQNO OF TRWCB
261015     END-IF.

261015 S6435-NOTICE-NO-FALLBACK-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 4 4 0 - N O T I C E - F O R M - C H K              *
261015*                                                                *
261015*    THE NOTICE LAYOUT IS A TRWBB/TRWBC CATALOG FORM KEYED BY    *
261015*    ITS OWN SERVICE TYPE (NTREF REFUSAL, NTRTN RETURN).  WITH   *
261015*    AN ACTIVE FORM THE NEXT TRWAP FORM-SEQNO IS RESERVED FOR    *
261015*    IT; WITHOUT ONE THE NOTICE IS STILL REGISTERED, UNQUEUED,   *
261015*    AND THE GAP IS LOGGED FOR THE FORMS ADMINISTRATOR.          *
261015*                                                                *
261015******************************************************************

261015 S6440-NOTICE-FORM-CHK           SECTION.

261015     MOVE  SPACE                 TO  FORM-ID    OF TRWCB.
261015     MOVE  ZERO                  TO  FORM-SEQNO OF TRWCB.

261015     EXEC  SQL  SELECT  FORM_ID
261015                  INTO  :TRWBB.FORM-ID
261015                  FROM  DRWB.TRWBB
261015                 WHERE  TX_SRVC_TP = :W-NOTICE-SRVC-TP
261015                   AND  ACTIVE_FG  = 'Y'
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  'S6440 NO ACTIVE TRWBB NOTICE FORM'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015         GO TO  S6440-NOTICE-FORM-CHK-EXIT
261015     END-IF.

261015     MOVE  RCVE-NO-TXOFF OF TRWCB  TO  RCVE-NO-TXOFF OF TRWAP.
261015     MOVE  RCVE-NO-YY    OF TRWCB  TO  RCVE-NO-YY    OF TRWAP.
261015     MOVE  RCVE-NO-SEQNO OF TRWCB  TO  RCVE-NO-SEQNO OF TRWAP.

261015     EXEC  SQL  SELECT  COALESCE(MAX(FORM_SEQNO),0) + 1
261015                  INTO  :TRWAP.FORM-SEQNO
261015                  FROM  DRWA.TRWAP
261015                 WHERE  RCVE_NO_TXOFF = :TRWAP.RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY    = :TRWAP.RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO = :TRWAP.RCVE-NO-SEQNO
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  'S6440 NOTICE TRWAP SEQNO FAILED'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015         GO TO  S6440-NOTICE-FORM-CHK-EXIT
261015     END-IF.

261015     MOVE  FORM-ID    OF TRWBB   TO  FORM-ID    OF TRWCB.
261015     MOVE  FORM-SEQNO OF TRWAP   TO  FORM-SEQNO OF TRWCB.

261015 S6440-NOTICE-FORM-CHK-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 4 5 0 - N O T I C E - Q U E U E                    *
261015*                                                                *
261015*    THE SAME TRWAP QUEUE THE CERTIFICATES GO THROUGH, SO THE    *
261015*    EXISTING OUTPUT JOBS PRINT OR E-DELIVER THE NOTICE.  THE    *
261015*    ROW CARRIES THE TAXPAYER'S TRWDB CHANNEL, CONTACT AND       *
261015*    LANGUAGE (S6460); POST WHEN NONE IS REGISTERED.             *
261015*                                                                *
261015******************************************************************

261015 S6450-NOTICE-QUEUE              SECTION.

261015     IF  FORM-ID OF TRWCB  =  SPACE
261015         GO TO  S6450-NOTICE-QUEUE-EXIT
261015     END-IF.

261015     MOVE  FORM-ID     OF TRWCB  TO  FORM-ID      OF TRWAP.
261015     MOVE  FORM-SEQNO  OF TRWCB  TO  FORM-SEQNO   OF TRWAP.
261015     MOVE  'P'                   TO  PDF-STATUS   OF TRWAP.
261015     MOVE  NOTICE-DT   OF TRWCB  TO  REQUEST-DT   OF TRWAP.
261015     MOVE  NOTICE-TIME OF TRWCB  TO  REQUEST-TIME OF TRWAP.
261015     MOVE  C-PGM-JEPA2           TO  REQUEST-OPID OF TRWAP.

261015     PERFORM  S6460-NOTICE-REGISTER.
261015     MOVE  CORR-CHANNEL-USED     TO  DELIV-CHANNEL OF TRWAP.
261015     MOVE  CORR-LANG-CD          TO  LANG-CD       OF TRWAP.
261015     MOVE  CORR-TXPAYER-ID       TO  DELIV-TXPAYER-ID OF TRWAP.
261015     MOVE  SPACE                 TO  XMIT-DT       OF TRWAP.
261015     IF  CORR-CHANNEL-USED  =  'P'
261015         MOVE  SPACE             TO  DELIV-CONTACT OF TRWAP
261015     ELSE
261015         MOVE  CORR-PREF-CONTACT TO  DELIV-CONTACT OF TRWAP
261015     END-IF.

261015     EXEC  SQL  INSERT  INTO  DRWA.TRWAP
261015                   (RCVE_NO_TXOFF,
261015                    RCVE_NO_YY   ,
261015                    RCVE_NO_SEQNO,
261015                    FORM_SEQNO   ,
261015                    FORM_ID      ,
261015                    PDF_STATUS   ,
261015                    REQUEST_DT   ,
261015                    REQUEST_TIME ,
261015                    REQUEST_OPID ,
261015                    DELIV_CHANNEL,
261015                    DELIV_CONTACT,
261015                    LANG_CD      ,
261015                    XMIT_DT      ,
261015                    DELIV_TXPAYER_ID )
261015             VALUES
261015                   (:TRWAP.RCVE-NO-TXOFF,
261015                    :TRWAP.RCVE-NO-YY   ,
261015                    :TRWAP.RCVE-NO-SEQNO,
261015                    :TRWAP.FORM-SEQNO   ,
261015                    :TRWAP.FORM-ID      ,
261015                    :TRWAP.PDF-STATUS   ,
261015                    :TRWAP.REQUEST-DT   ,
261015                    :TRWAP.REQUEST-TIME ,
261015                    :TRWAP.REQUEST-OPID ,
261015                    :TRWAP.DELIV-CHANNEL,
261015                    :TRWAP.DELIV-CONTACT,
261015                    :TRWAP.LANG-CD      ,
261015                    :TRWAP.XMIT-DT      ,
261015                    :TRWAP.DELIV-TXPAYER-ID )
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  'S6450 NOTICE TRWAP QUEUE FAILED'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015     END-IF.

261015 S6450-NOTICE-QUEUE-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*         S 6 4 6 0 - N O T I C E - R E G I S T E R              *
261015*                                                                *
261015*    THE NOTICE GOES ON THE DRWB.TRWCX CORRESPONDENCE REGISTER   *
261015*    THROUGH LCBSCORR 'L':  A STATUTORY NOTICE MUST BE SERVED,   *
261015*    SO IT IS NEVER HELD FOR AN OPEN TRWAU / TRWAX ITEM, BUT IT  *
261015*    IS SENT BY THE TAXPAYER'S TRWDB CHANNEL AND THE REGISTER    *
261015*    RECORDS HOW AND WHERE.  BEST-EFFORT LIKE S6350:  A FAILURE  *
261015*    IS LOGGED AND THE NOTICE IS QUEUED FOR POST.                *
261015*                                                                *
261015******************************************************************

261015 S6460-NOTICE-REGISTER           SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'L'                   TO  CORR-FUNC.
261015     MOVE  RESID-BUSNID OF TRWCB TO  CORR-TXPAYER-ID.
261015     MOVE  FORM-ID      OF TRWCB TO  CORR-NOTICE-TP.
261015     MOVE  C-PGM-JEPA2           TO  CORR-PGM-ID.
261015     MOVE  ISSUE-OPID   OF TRWCB TO  CORR-OPID.
261015     STRING NOTICE-YY    OF TRWCB
261015            NOTICE-SEQNO OF TRWCB
261015            DELIMITED BY SIZE INTO CORR-SRC-REF
261015     END-STRING.
261015     MOVE  'P'                   TO  CORR-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  'S6460 LCBSCORR REGISTER FAILED'
261015                                 TO  L-COMM-MSG-C
261015         PERFORM  S9650-LOG-ERROR-TBL
261015         MOVE  'P'               TO  CORR-CHANNEL-USED
261015         MOVE  SPACE             TO  CORR-LANG-CD
261015                                     CORR-PREF-CONTACT
261015     END-IF.

261015 S6460-NOTICE-REGISTER-EXIT.
261015     EXIT.
261015     EJECT
      ******************************************************************
      *                                                                *
      *              S 8 0 0 0 - S T A R T - K A P A 3                 *
