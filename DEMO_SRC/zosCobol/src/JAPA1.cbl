      *                                BEFORE THE MASTER PROBE AND   *
      *                                A BAD CHECK DIGIT REJECTS ON  *
      *                                THE MQ REPLY (S2160)          *
      *   26/10/15    S.K.CHOI         THIRD-PARTY REQUEST GATE - A  *
      *                                REQUESTER WHO IS NEITHER THE  *
      *                                TAXPAYER NOR ITS REGISTERED   *
      *                                CHIEF NEEDS A LIVE DRWB.TRWCC *
      *                                REPRESENTATIVE AUTHORITY FOR  *
      *                                THE SERVICE, OR THE MESSAGE   *
      *                                REJECTS ON THE MQ REPLY       *
      *                                (S2170)                       *
      *   26/10/15    S.K.CHOI         DECEASED-TAXPAYER HOLD - A    *
      *                                RECEIPT FOR A PERSON THE      *
      *                                LAPBH REGISTRY FEED HAS       *
      *                                RECORDED AS DEAD, OR FOR A    *
      *                                BUSINESS THEY STILL OWN, IS   *
      *                                PARKED AT STATUS '42' FOR THE *
      *                                SUCCESSION DESK (S2270)       *
      *   26/10/15    S.K.CHOI         DISTR-METHOD DEFAULTS FROM    *
      *                                THE TAXPAYER'S DRWB.TRWDB     *
      *                                CHANNEL PREFERENCE; 'E'       *
      *                                WITHOUT CONSENT FALLS BACK TO *
      *                                POST (S2180)                  *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-PGM-PFP09             PIC  X(05) VALUE 'PFP09'.
           05  C-SUBPGM-SSSHE          PIC  X(08)  VALUE 'SSSHE'.
260902     05  C-PGM-LCBSIDCK          PIC  X(08)  VALUE 'LCBSIDCK'.
261015     05  C-PGM-LCBSCORR          PIC  X(08)  VALUE 'LCBSCORR'.
           05  C-TRAN-START            PIC  X(04)  VALUE SPACE.
           05  C-PGM-XCTL              PIC  X(05)  VALUE SPACE.
      *****************************************************************
260902     05  S-VELOCITY-FLAG         PIC  X(01)  VALUE  LOW-VALUES.
260902         88  S-VELOCITY-FLAG-ON              VALUE  HIGH-VALUES.

261015     05  S-REP-AUTH              PIC  X(01)  VALUE  LOW-VALUES.
261015         88  S-REP-AUTH-REFUSED              VALUE  HIGH-VALUES.

      *    03 S-MQ-OPEN                PIC  X(01)  VALUE  LOW-VALUE.
      *        88  S-MQ-NOT-OPEN                   VALUE  HIGH-VALUES.
      *****************************************************************
260809     05  W-ACK-CODE              PIC  X(01)      VALUE SPACE.
260809     05  W-ACK-REASON            PIC  X(40)      VALUE SPACE.
260902     05  W-VELO-CNT              PIC S9(09) COMP VALUE ZERO.
261015     05  W-REP-AUTH-CNT          PIC S9(09) COMP VALUE ZERO.
261015     05  W-DECEASED-CNT          PIC S9(09) COMP VALUE ZERO.
030403     05  W-START-CODE            PIC  X(02)      VALUE SPACE.
PYJ        05  W-NO                    PIC  ZZZZZZ9.
050324     05  W-SUB-PGM               PIC  X(05) VALUE SPACE.
260902         10  L-IDCK-VALID-FG      PIC  X(01).
260902         10  L-IDCK-RC            PIC  X(02).

261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

       01  JAPA1-REC.
           05  I-REC.                                                   
               10  I-TRWAD-KEY.
      *                                ********************************
260822     EXEC  SQL   INCLUDE  TIOAA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCC          *
      *                                *    REPRESENTATIVE REGISTER   *
      *                                ********************************
261015     EXEC  SQL   INCLUDE  RWOCC   END-EXEC.

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
260822     PERFORM  S2160-TXPAYER-ID-CHK.

260822     IF  S-TXPAYER-ID-OK
261015         PERFORM  S2180-DISTR-DEFAULT
               PERFORM  S2200-TRWAD-INSERT
260822     ELSE
260822         MOVE     'Y'         TO  RCVE-ERR-GBN   OF TKAAD
260822         MOVE  'E'                 TO  W-ACK-CODE
261015         IF  S-REP-AUTH-REFUSED
261015             MOVE  'NO LIVE REPRESENTATIVE AUTHORITY'
261015                                   TO  W-ACK-REASON
261015         ELSE
260822         MOVE  'TAXPAYER ID NOT ON MASTER FILE'
260822                                   TO  W-ACK-REASON
261015         END-IF
260822         MOVE SPACE                  TO TSQ-REC
260822         MOVE 'TXPAYER-ID NOT FND.'  TO TS-DATA(01:20)
260822         MOVE I-RESID-BUSNID         TO TS-DATA(21:13)
260902* FOR REVIEW WHEN THE PATTERN WE USED TO NOTICE WEEKS LATE
260902* SHOWS UP.
260902             PERFORM  S2260-VELOCITY-CHK
261015* A REQUEST IN THE NAME OF A TAXPAYER THE REGISTRY HAS
261015* REPORTED DEAD IS PARKED FOR THE SUCCESSION DESK.
261015             PERFORM  S2270-DECEASED-HOLD
260809         END-IF
260809         PERFORM  S2150-TX-SRVC-TP-CHK
260809         IF   S-TX-SRVC-TP-OK
260822 S2160-TXPAYER-ID-CHK             SECTION.
260822
260822     MOVE  LOW-VALUES            TO S-TXPAYER-ID.
261015     MOVE  LOW-VALUES            TO S-REP-AUTH.
261015     MOVE  SPACE                 TO RESID-CHIEF OF TTAAA.
260822
260902* THE ONE CHECK-DIGIT TEST EVERY ENTRY POINT RUNS - A MISTYPED
260902* ID DIES HERE WITH A SPECIFIC REASON, NOT DAYS LATER.  A
260822     MOVE  I-RESID-BUSNID (1:10) TO BUSNID OF TTAAA.
260822
260902     EXEC  SQL  SELECT  TRADE_NM, COALESCE(CLOSE_DT, ' ')
261015                       ,RESID_CHIEF
260902                  INTO  :TTAAA.TRADE-NM, :TTAAA.CLOSE-DT
261015                       ,:TTAAA.RESID-CHIEF
260822                  FROM  DTAA.TTAAA
260822                 WHERE  BUSNID      = :TTAAA.BUSNID
260822                   AND  LAST_FG     = 'Y'
260822         END-IF
260822     END-IF.
260822
261015     IF  S-TXPAYER-ID-OK
261015         PERFORM  S2170-REP-AUTH-CHK
261015     END-IF.
260822
260822 S2160-TXPAYER-ID-CHK-EXIT.
260822     EXIT.
260822     EJECT.
261015****************************************************************
261015*
261015*S2170-REP-AUTH-CHK
261015*      A REQUEST MADE BY ANYONE OTHER THAN THE TAXPAYER ITSELF
261015*      (OR, FOR A BUSINESS, ITS REGISTERED CHIEF) IS A THIRD-
261015*      PARTY REQUEST AND NEEDS A LIVE DRWB.TRWCC AUTHORITY -
261015*      ACTIVE, TODAY INSIDE ITS VALID DATES, AND COVERING THIS
261015*      SERVICE TYPE OR ALL SERVICES ('*****').  NO AUTHORITY
261015*      CLEARS S-TXPAYER-ID SO S2000 REJECTS THE MESSAGE.
261015****************************************************************
261015 S2170-REP-AUTH-CHK               SECTION.
261015
261015     IF  I-RESID-RQSTR  =  SPACE  OR  LOW-VALUE
261015     OR  I-RESID-RQSTR  =  I-RESID-BUSNID
261015     OR  I-RESID-RQSTR  =  RESID-CHIEF OF TTAAA
261015         GO TO  S2170-REP-AUTH-CHK-EXIT
261015     END-IF.
261015
261015     EXEC  SQL  SELECT  COUNT(*)
261015                  INTO  :W-REP-AUTH-CNT
261015                  FROM  DRWB.TRWCC
261015                 WHERE  PRINCIPAL_ID = :I-RESID-BUSNID
261015                   AND  REP_ID       = :I-RESID-RQSTR
261015                   AND  TX_SRVC_TP  IN (:I-TX-SRVC-TP, '*****')
261015                   AND  AUTH_STAUS   = 'A'
261015                   AND  VALID_FR_DT <= :W-SYS-DT
261015                   AND  VALID_TO_DT >= :W-SYS-DT
261015     END-EXEC.
261015
261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE SPACE                    TO TSQ-REC
261015         MOVE SQLCODE                  TO W-SQLCODE
261015         MOVE 'TRWCC SELECT ERROR..'   TO TS-DATA(01:23)
261015         MOVE 'SQLCODE  :'             TO TS-DATA(24:10)
261015         MOVE W-SQLCODE                TO TS-DATA(35:05)
261015         PERFORM S8100-LOG-TSQ-WRITE
261015         MOVE  ZERO                    TO W-REP-AUTH-CNT
261015     END-IF.
261015
261015     IF  W-REP-AUTH-CNT  =  ZERO
261015         MOVE  LOW-VALUES            TO S-TXPAYER-ID
261015         MOVE  HIGH-VALUES           TO S-REP-AUTH
261015         MOVE SPACE                    TO TSQ-REC
261015         MOVE 'NO REP AUTHORITY....'   TO TS-DATA(01:21)
261015         MOVE I-RESID-RQSTR            TO TS-DATA(22:13)
261015         MOVE I-TRWAD-KEY              TO TS-DATA(40:15)
261015         PERFORM S8100-LOG-TSQ-WRITE
261015     END-IF.
261015
261015 S2170-REP-AUTH-CHK-EXIT.
261015     EXIT.
261015     EJECT.
      ****************************************************************
      *
      *S2200-TRWAD-INSERT
260902 S2260-VELOCITY-CHK-EXIT.
260902     EXIT.
260902     EJECT.
261015*****************************************************************
261015*S2270-DECEASED-HOLD                                            *
261015*      ONCE LAPBH HAS SET TTIAA.DEATH_DT FROM THE REGISTRY     *
261015*      DEATH FEED, A NEW RECEIPT IN THAT PERSON'S NAME - AS    *
261015*      THE INDIVIDUAL, OR AS OWNER OF RECORD OF A BUSINESS NOT *
261015*      YET SUCCEEDED THROUGH LAP14 - IS MOVED TO THE '42'      *
261015*      DECEASED-HOLD STATUS.  LIKE '41' IT DOES NOT JOIN THE   *
261015*      DISTRIBUTION UNTIL THE OFFICE RELEASES IT.              *
261015*****************************************************************
261015 S2270-DECEASED-HOLD              SECTION.
261015
261015     EXEC  SQL  SELECT  COUNT(*)
261015                  INTO  :W-DECEASED-CNT
261015                  FROM  DTIA.TTIAA  I
261015                 WHERE  COALESCE(I.DEATH_DT, ' ') > ' '
261015                   AND (I.RESID = :I-RESID-BUSNID
261015                    OR  I.RESID IN
261015                       (SELECT  A.RESID_CHIEF
261015                          FROM  DTAA.TTAAA  A
261015                         WHERE  A.BUSNID  =
261015                                SUBSTR(:I-RESID-BUSNID, 1, 10)
261015                           AND  A.LAST_FG = 'Y'))
261015     END-EXEC.
261015
261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE SPACE                    TO TSQ-REC
261015         MOVE SQLCODE                  TO W-SQLCODE
261015         MOVE 'DECEASED CHECK ERROR.'  TO TS-DATA(01:23)
261015         MOVE 'SQLCODE  :'             TO TS-DATA(24:10)
261015         MOVE W-SQLCODE                TO TS-DATA(35:05)
261015         PERFORM S8100-LOG-TSQ-WRITE
261015         GO TO  S2270-DECEASED-HOLD-EXIT
261015     END-IF.
261015
261015     IF  W-DECEASED-CNT  =  ZERO
261015         GO TO  S2270-DECEASED-HOLD-EXIT
261015     END-IF.
261015
261015     EXEC  SQL  UPDATE  DRWA.TRWAD
261015                   SET  TREAT_STAUS = '42'
261015                 WHERE  RCVE_NO_TXOFF = :I-RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY    = :I-RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO = :I-RCVE-NO-SEQNO
261015     END-EXEC.
261015
261015     IF  SQLCODE  =  C-SQL-NORMAL
261015         MOVE SPACE                    TO TSQ-REC
261015         MOVE 'DECEASED HOLD.......'   TO TS-DATA(01:21)
261015         MOVE I-RESID-BUSNID           TO TS-DATA(22:13)
261015         MOVE I-TRWAD-KEY              TO TS-DATA(40:15)
261015         PERFORM S8100-LOG-TSQ-WRITE
261015     ELSE
261015         MOVE SPACE                    TO TSQ-REC
261015         MOVE SQLCODE                  TO W-SQLCODE
261015         MOVE 'DECEASED HOLD ERROR..'  TO TS-DATA(01:23)
261015         MOVE 'SQLCODE  :'             TO TS-DATA(24:10)
261015         MOVE W-SQLCODE                TO TS-DATA(35:05)
261015         PERFORM S8100-LOG-TSQ-WRITE
261015     END-IF.
261015
261015 S2270-DECEASED-HOLD-EXIT.
261015     EXIT.
261015     EJECT.
261015****************************************************************
261015*
261015*S2180-DISTR-DEFAULT
261015*      A REQUEST WITH NO DISTR-METHOD TAKES THE TAXPAYER'S
261015*      STANDING DRWB.TRWDB CHANNEL - 'E' WHEN AN E-DELIVERY
261015*      ENDPOINT OR E-MAIL ADDRESS IS HELD WITH CONSENT IN FORCE,
261015*      POST ('2') OTHERWISE.  AN 'E' REQUEST WITH NO AGENCY
261015*      ENDPOINT FOR A REGISTERED TAXPAYER WHO HAS NO SUCH
261015*      CONSENT GOES BY POST.  THE TAXPAYER IS THE REQUESTER WHEN
261015*      THERE IS ONE.  A LOOKUP FAILURE LEAVES THE REQUEST AS IT
261015*      CAME.
261015****************************************************************
261015 S2180-DISTR-DEFAULT              SECTION.
261015
261015     IF  DISTR-METHOD OF TRWAD  NOT =  SPACE
261015     AND DISTR-METHOD OF TRWAD  NOT =  'E'
261015         GO TO  S2180-DISTR-DEFAULT-EXIT
261015     END-IF.
261015
261015     IF  DISTR-METHOD OF TRWAD  =  'E'
261015     AND TRNS-AGENCY  OF TRWAD  NOT =  SPACE
261015         GO TO  S2180-DISTR-DEFAULT-EXIT
261015     END-IF.
261015
261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'P'                   TO  CORR-FUNC.
261015     IF  I-RESID-RQSTR  =  SPACE  OR  LOW-VALUE
261015         MOVE  I-RESID-BUSNID    TO  CORR-TXPAYER-ID
261015     ELSE
261015         MOVE  I-RESID-RQSTR     TO  CORR-TXPAYER-ID
261015     END-IF.
261015     MOVE  C-PGM-JAPA1           TO  CORR-PGM-ID
261015                                     CORR-OPID.
261015     MOVE  'P'                   TO  CORR-CHANNEL.
261015
261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.
261015
261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE SPACE                    TO TSQ-REC
261015         MOVE CORR-SQLCODE             TO W-SQLCODE
261015         MOVE 'CHANNEL PREF ERROR...'  TO TS-DATA(01:23)
261015         MOVE 'SQLCODE  :'             TO TS-DATA(24:10)
261015         MOVE W-SQLCODE                TO TS-DATA(35:05)
261015         PERFORM S8100-LOG-TSQ-WRITE
261015         GO TO  S2180-DISTR-DEFAULT-EXIT
261015     END-IF.
261015
261015     IF  NOT  CORR-PREF-FOUND
261015         GO TO  S2180-DISTR-DEFAULT-EXIT
261015     END-IF.
261015
261015     IF  CORR-CHANNEL-USED  =  'E'  OR  'M'
261015         MOVE  'E'               TO  DISTR-METHOD OF TRWAD
261015     ELSE
261015         MOVE  '2'               TO  DISTR-METHOD OF TRWAD
261015     END-IF.
261015
261015     IF  I-DISTR-ELECTRONIC
261015     AND DISTR-METHOD OF TRWAD  =  '2'
261015         MOVE SPACE                    TO TSQ-REC
261015         MOVE 'NO E-CONSENT - POST..'  TO TS-DATA(01:21)
261015         MOVE CORR-TXPAYER-ID          TO TS-DATA(22:13)
261015         MOVE I-TRWAD-KEY              TO TS-DATA(40:15)
261015         PERFORM S8100-LOG-TSQ-WRITE
261015     END-IF.
261015
261015 S2180-DISTR-DEFAULT-EXIT.
261015     EXIT.
261015     EJECT.
      ******************************************************************
      *S2300-MOVE-TABLE2COMM
      *      MOVE  TRWAD-REC  TO  COMM-AREA                             
