      *  DRWA.TRWAD (  CERTIFICATE REQUEST DETAIL )               C    *
      *  DKAA.TKAAD (  INTAKE LOG )                               CR   *
      *  DRWA.TRWAR (  RETRY / DEAD-LETTER QUEUE )                C    *
      *  DRWB.TRWCC (  AUTHORIZED REPRESENTATIVE REGISTER )       R    *
      *  DRWA.TRWAO (  BULK-REQUESTER AGENCY ACCOUNT MASTER )     R    *
      *  DRWB.TRWDB (  CHANNEL PREFERENCE - VIA LCBSCORR )        R    *
      *                                                                *
      *  MODIFICATIONS  -                                              *
      *                                                                *
      *                            LCBSIDCK SERVICE - A BAD ID         *
      *                            REJECTS ON THE CONTROL REPORT       *
      *                            (S0420)                             *
      *  26/10/15  S.K.CHOI        THIRD-PARTY REQUEST GATE - A        *
      *                            REQUESTER WHO IS NEITHER THE        *
      *                            TAXPAYER NOR ITS REGISTERED CHIEF   *
      *                            NEEDS A LIVE DRWB.TRWCC AUTHORITY   *
      *                            FOR THE SERVICE (S0430)             *
      *  26/10/15  S.K.CHOI        REJECT THE SUBMISSION OF AN AGENCY  *
      *                            WHOSE INTAKE IS BLOCKED FOR AN      *
      *                            OVERDUE INVOICE (TRWAO, SET BY THE  *
      *                            JAPB6 DUNNING RUN) (S0440)          *
      *  26/10/15  S.K.CHOI        DECEASED-TAXPAYER HOLD - A REQUEST  *
      *                            FOR A PERSON THE LAPBH REGISTRY     *
      *                            FEED HAS RECORDED AS DEAD, OR FOR   *
      *                            A BUSINESS THEY STILL OWN, IS       *
      *                            WRITTEN AT STATUS '42' AND FLAGGED  *
      *                            ON THE CONTROL REPORT (S1400)       *
      *  26/10/15  S.K.CHOI        DISTR-METHOD DEFAULTS FROM THE      *
      *                            TAXPAYER'S DRWB.TRWDB CHANNEL       *
      *                            PREFERENCE; 'E' WITHOUT CONSENT     *
      *                            FALLS BACK TO POST (S1500)          *
      *                                                                *
      ******************************************************************

           05  A-ACCEPT-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-REJECT-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-RETRY-Q-CNT            PIC  9(09)  VALUE  ZERO.
261015     05  A-DECEASED-CNT           PIC  9(09)  VALUE  ZERO.
261015     05  A-DISTR-DFLT-CNT         PIC  9(09)  VALUE  ZERO.
261015     05  A-DISTR-POST-CNT         PIC  9(09)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    RECEIPT FROM A COUNTER OR MQ ONE.
           05  C-RCVE-METHOD-BULK       PIC  X(01)  VALUE 'B'.
260902     05  C-PGM-LCBSIDCK           PIC  X(08)  VALUE 'LCBSIDCK'.
261015     05  C-PGM-LCBSCORR           PIC  X(08)  VALUE 'LCBSCORR'.

      ****************************************************************
      *                                                              *
               88  S-RECORD-GOOD                    VALUE  'G'.
               88  S-RECORD-BAD                     VALUE  'B'.

261015     05  S-AGENCY-BLOCK           PIC  X(01)  VALUE  SPACE.
261015         88  S-AGENCY-BLOCKED                 VALUE  'Y'.

           05  S-AGENCY-STATUS          PIC  X(02).
               88  S-AGENCY-NORMAL                  VALUE '00'.
               88  S-AGENCY-EOF                     VALUE '10'.
           05  W-SYSTEM-DATE            PIC  9(08).
           05  W-SYSTEM-TIME            PIC  9(06).
           05  W-REJECT-REASON          PIC  X(40)  VALUE  SPACE.
261015     05  W-REP-AUTH-CNT           PIC  S9(09) COMP  VALUE  ZERO.
261015     05  W-REP-AUTH-DT            PIC  X(08)  VALUE  SPACE.
261015     05  W-BLOCK-AGENCY-NM        PIC  X(20)  VALUE  HIGH-VALUE.
261015     05  W-DECEASED-CNT           PIC  S9(09) COMP  VALUE  ZERO.

260902*****************************************************************
260902*    PARAMETER AREA OF THE LCBSIDCK CHECK-DIGIT SERVICE,        *
260902         10  L-IDCK-VALID-FG      PIC  X(01).
260902         10  L-IDCK-RC            PIC  X(02).

261015*****************************************************************
261015*    USERAREA OF THE LCBSCORR CORRESPONDENCE SERVICE            *
261015*****************************************************************
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

      ****************************************************************
      *                                                              *
      *    J A P B 1 - R E C                                         *
           EXEC SQL  INCLUDE    TIOAA
           END-EXEC.

261015****************************************************************
261015*    DRWB.TRWCC   (  AUTHORIZED REPRESENTATIVE REGISTER  )     *
261015****************************************************************

261015     EXEC SQL  INCLUDE    RWOCC
261015     END-EXEC.

261015****************************************************************
261015*    DRWA.TRWAO   (  BULK-REQUESTER AGENCY ACCOUNT MASTER  )   *
261015****************************************************************

261015     EXEC SQL  INCLUDE    RWOAO
261015     END-EXEC.

      ****************************************************************
      *                                                              *
      *       E N D   O F   W O R K I N G - S T O R A G E            *
           MOVE  'G'                     TO  S-RECORD-RESULT.
           MOVE  SPACE                   TO  W-REJECT-REASON.

261015     PERFORM  S0440-AGENCY-BLOCK-CHK.
261015     IF  S-RECORD-BAD
261015         GO TO  S0400-EDIT-RECORD-EXIT
261015     END-IF.

           IF  I-RCVE-NO-TXOFF  =  SPACE
           OR  I-RCVE-NO-YY     =  SPACE
           OR  I-RCVE-NO-SEQNO  NOT  NUMERIC
           END-IF.

           PERFORM  S0420-TXPAYER-ID-CHK.
261015     IF  S-RECORD-BAD
261015         GO TO  S0400-EDIT-RECORD-EXIT
261015     END-IF.

261015     PERFORM  S0430-REP-AUTH-CHK.

       S0400-EDIT-RECORD-EXIT.
           EXIT.
260902     END-IF.

           MOVE  I-RESID-BUSNID (1:10)   TO  BUSNID OF TTAAA.
261015     MOVE  SPACE                   TO  RESID-CHIEF OF TTAAA.

260902     EXEC  SQL  SELECT  TRADE_NM, COALESCE(CLOSE_DT, ' ')
261015                       ,RESID_CHIEF
260902                  INTO  :TTAAA.TRADE-NM, :TTAAA.CLOSE-DT
261015                       ,:TTAAA.RESID-CHIEF
                        FROM  DTAA.TTAAA
                       WHERE  BUSNID      = :TTAAA.BUSNID
                         AND  LAST_FG     = 'Y'
       S0420-TXPAYER-ID-CHK-EXIT.
           EXIT.

261015******************************************************************
261015*                                                                *
261015*                  R E P   A U T H O R I T Y   C H E C K         *
261015*                                                                *
261015*    SAME THIRD-PARTY GATE JAPA1 RUNS IN S2170-REP-AUTH-CHK.     *
261015*    AN AGENCY ROW WITH NO NAMED REQUESTER IS THE AGENCY'S OWN   *
261015*    STATUTORY REQUEST AND IS NOT A REPRESENTATIVE MATTER.       *
261015*                                                                *
261015******************************************************************

261015 S0430-REP-AUTH-CHK               SECTION.

261015     IF  I-RESID-RQSTR  =  SPACE  OR  LOW-VALUE
261015     OR  I-RESID-RQSTR  =  I-RESID-BUSNID
261015     OR  I-RESID-RQSTR  =  RESID-CHIEF OF TTAAA
261015         GO TO  S0430-REP-AUTH-CHK-EXIT
261015     END-IF.

261015     MOVE  W-SYSTEM-DATE           TO  W-REP-AUTH-DT.

261015     EXEC  SQL  SELECT  COUNT(*)
261015                  INTO  :W-REP-AUTH-CNT
261015                  FROM  DRWB.TRWCC
261015                 WHERE  PRINCIPAL_ID = :I-RESID-BUSNID
261015                   AND  REP_ID       = :I-RESID-RQSTR
261015                   AND  TX_SRVC_TP  IN (:I-TX-SRVC-TP, '*****')
261015                   AND  AUTH_STAUS   = 'A'
261015                   AND  VALID_FR_DT <= :W-REP-AUTH-DT
261015                   AND  VALID_TO_DT >= :W-REP-AUTH-DT
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S0430:DB ERROR TRWCC SELECT=' W-SQLCODE
261015         MOVE  ZERO                TO  W-REP-AUTH-CNT
261015     END-IF.

261015     IF  W-REP-AUTH-CNT  =  ZERO
261015         MOVE  'B'                 TO  S-RECORD-RESULT
261015         MOVE  'NO LIVE REPRESENTATIVE AUTHORITY'
261015                                    TO  W-REJECT-REASON
261015     END-IF.

261015 S0430-REP-AUTH-CHK-EXIT.
261015     EXIT.

261015******************************************************************
261015*                                                                *
261015*                  A G E N C Y   B L O C K   C H E C K           *
261015*                                                                *
261015*    AN AGENCY WITH AN INVOICE AT THE FINAL DUNNING STAGE HAS    *
261015*    ITS TRWAO INTAKE BLOCK SET BY JAPB6; EVERY REQUEST IN ITS   *
261015*    FILE IS REJECTED UNTIL THE DEBT IS CLEARED OR A SUPERVISOR  *
261015*    LIFTS THE BLOCK THROUGH JAPAA.  THE FILE CARRIES ONE        *
261015*    AGENCY, SO THE ANSWER IS KEPT AND THE TABLE IS ONLY READ    *
261015*    AGAIN WHEN TRNS-AGENCY CHANGES.  A NAME NOT ON TRWAO IS     *
261015*    NOT A CONSOLIDATED-INVOICE ACCOUNT AND IS NOT BLOCKED.      *
261015*                                                                *
261015******************************************************************

261015 S0440-AGENCY-BLOCK-CHK           SECTION.

261015     IF  I-TRNS-AGENCY  NOT =  W-BLOCK-AGENCY-NM
261015         MOVE  I-TRNS-AGENCY       TO  W-BLOCK-AGENCY-NM
261015         MOVE  SPACE               TO  S-AGENCY-BLOCK

261015         EXEC  SQL  SELECT  INTAKE_BLOCK_FG
261015                      INTO  :TRWAO.INTAKE-BLOCK-FG
261015                      FROM  DRWA.TRWAO
261015                     WHERE  AGENCY_NM  = :I-TRNS-AGENCY
261015                       AND  ACTIVE_FG  = 'Y'
261015                     FETCH  FIRST 1 ROW ONLY
261015         END-EXEC

261015         EVALUATE  SQLCODE
261015             WHEN  0
261015                   IF  INTAKE-BLOCKED  OF  TRWAO
261015                       MOVE  'Y'   TO  S-AGENCY-BLOCK
261015                   END-IF
261015             WHEN  100
261015                   CONTINUE
261015             WHEN  OTHER
261015                   MOVE  SQLCODE   TO  W-SQLCODE
261015                   DISPLAY  'S0440:DB ERROR TRWAO SELECT='
261015                             W-SQLCODE
261015                   MOVE  U-ABEND-CODE1  TO  RETURN-CODE
261015                   PERFORM  S0100-MAIN-PROCESS-EXIT
261015         END-EVALUATE
261015     END-IF.

261015     IF  S-AGENCY-BLOCKED
261015         MOVE  'B'                 TO  S-RECORD-RESULT
261015         MOVE  'AGENCY SUSPENDED - INVOICE OVERDUE'
261015                                    TO  W-REJECT-REASON
261015     END-IF.

261015 S0440-AGENCY-BLOCK-CHK-EXIT.
261015     EXIT.

      ******************************************************************
      *                                                                *
      *                  A P P L Y   R E C O R D                       *

           MOVE  C-RCVE-METHOD-BULK      TO  I-RCVE-METHOD.

261015     PERFORM  S1400-DECEASED-CHK.

261015     PERFORM  S1500-DISTR-DEFAULT.

           PERFORM  S1100-TRWAD-INSERT.

           EVALUATE  TRUE
       S1300-TRWAR-INSERT-EXIT.
           EXIT.

261015******************************************************************
261015*                                                                *
261015*                  D E C E A S E D   C H E C K                   *
261015*                                                                *
261015*    SAME DECEASED-TAXPAYER HOLD JAPA1 RUNS IN                   *
261015*    S2270-DECEASED-HOLD.  A REQUEST IN THE NAME OF A PERSON     *
261015*    THE LAPBH REGISTRY FEED HAS RECORDED AS DEAD, OR OF A       *
261015*    BUSINESS THEY STILL OWN, IS ACCEPTED BUT WRITTEN AT THE     *
261015*    '42' DECEASED-HOLD STATUS FOR THE SUCCESSION DESK.  THE     *
261015*    RUN STOPS IF THE REGISTRY CANNOT BE READ, RATHER THAN LET   *
261015*    THE REQUEST THROUGH WITHOUT THE HOLD.                       *
261015*                                                                *
261015******************************************************************

261015 S1400-DECEASED-CHK               SECTION.

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

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S1400:DB ERROR TTIAA SELECT=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-PROCESS-EXIT
261015     END-IF.

261015     IF  W-DECEASED-CNT  >  ZERO
261015         MOVE  '42'                TO  I-TREAT-STAUS
261015         MOVE  'HELD - TAXPAYER DECEASED'
261015                                    TO  W-REJECT-REASON
261015         ADD   1                   TO  A-DECEASED-CNT
261015     END-IF.

261015 S1400-DECEASED-CHK-EXIT.
261015     EXIT.

261015******************************************************************
261015*                                                                *
261015*                  D I S T R - M E T H O D   D E F A U L T       *
261015*                                                                *
261015*    A REQUEST WITH NO DISTR-METHOD TAKES THE TAXPAYER'S         *
261015*    STANDING DRWB.TRWDB CHANNEL - 'E' WHEN AN E-DELIVERY        *
261015*    ENDPOINT OR E-MAIL ADDRESS IS HELD WITH CONSENT IN FORCE,   *
261015*    POST ('2') OTHERWISE.  AN 'E' REQUEST WITH NO AGENCY        *
261015*    ENDPOINT FOR A REGISTERED TAXPAYER WHO HAS NO SUCH CONSENT  *
261015*    GOES BY POST.  THE TAXPAYER IS THE REQUESTER WHEN THERE IS  *
261015*    ONE.  SAME RULE AS JAPA1'S S2180-DISTR-DEFAULT.             *
261015*                                                                *
261015******************************************************************

261015 S1500-DISTR-DEFAULT              SECTION.

261015     IF  I-DISTR-METHOD  NOT =  SPACE
261015     AND I-DISTR-METHOD  NOT =  'E'
261015         GO TO  S1500-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     IF  I-DISTR-METHOD  =  'E'
261015     AND I-TRNS-AGENCY   NOT =  SPACE
261015         GO TO  S1500-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'P'                     TO  CORR-FUNC.
261015     IF  I-RESID-RQSTR  =  SPACE  OR  LOW-VALUE
261015         MOVE  I-RESID-BUSNID      TO  CORR-TXPAYER-ID
261015     ELSE
261015         MOVE  I-RESID-RQSTR       TO  CORR-TXPAYER-ID
261015     END-IF.
261015     MOVE  C-PROG-ID               TO  CORR-PGM-ID
261015                                       CORR-OPID.
261015     MOVE  'P'                     TO  CORR-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE        TO  W-SQLCODE
261015         DISPLAY  'S1500:LCBSCORR RC=' CORR-RTN-CD
261015                  ' SQLCODE=' W-SQLCODE
261015                  ' ID=' CORR-TXPAYER-ID
261015         GO TO  S1500-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     IF  NOT  CORR-PREF-FOUND
261015         GO TO  S1500-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     IF  CORR-CHANNEL-USED  =  'E'  OR  'M'
261015         IF  I-DISTR-METHOD  =  SPACE
261015             ADD   1               TO  A-DISTR-DFLT-CNT
261015         END-IF
261015         MOVE  'E'                 TO  I-DISTR-METHOD
261015         GO TO  S1500-DISTR-DEFAULT-EXIT
261015     END-IF.

261015     IF  I-DISTR-METHOD  =  'E'
261015         ADD   1                   TO  A-DISTR-POST-CNT
261015         IF  W-REJECT-REASON  =  SPACE
261015             MOVE  'NO E-DELIVERY CONSENT - SENT BY POST'
261015                                    TO  W-REJECT-REASON
261015         END-IF
261015     ELSE
261015         ADD   1                   TO  A-DISTR-DFLT-CNT
261015     END-IF.

261015     MOVE  '2'                     TO  I-DISTR-METHOD.

261015 S1500-DISTR-DEFAULT-EXIT.
261015     EXIT.

      ******************************************************************
      *                                                                *
      *                  W R I T E   D E T A I L                       *

           IF  S-RECORD-GOOD
               MOVE  'ACCEPTED'          TO  D1-RESULT
261015         MOVE  W-REJECT-REASON     TO  D1-REASON
               ADD   1                   TO  A-ACCEPT-CNT
           ELSE
               MOVE  'REJECTED'          TO  D1-RESULT
           DISPLAY  'S0900:ACCEPTED       CNT = ' A-ACCEPT-CNT.
           DISPLAY  'S0900:REJECTED       CNT = ' A-REJECT-CNT.
           DISPLAY  'S0900:RETRY-QUEUED   CNT = ' A-RETRY-Q-CNT.
261015     DISPLAY  'S0900:DECEASED-HELD  CNT = ' A-DECEASED-CNT.
261015     DISPLAY  'S0900:DISTR-DEFAULT  CNT = ' A-DISTR-DFLT-CNT.
261015     DISPLAY  'S0900:E-TO-POST      CNT = ' A-DISTR-POST-CNT.

           IF  A-REJECT-CNT              >   ZERO
               MOVE  4                   TO  RETURN-CODE
