      *                REQUESTER HAS NO REGISTERED ENDPOINT GOES ON  *
      *                THE EXCEPTION PAGE AND IS LEFT FOR THE NEXT   *
      *                RUN.                                          *
      *                A RECEIPT WITH NO AGENCY ENDPOINT IS SENT TO  *
      *                THE TAXPAYER'S OWN DRWB.TRWDB E-DELIVERY OR   *
      *                E-MAIL ADDRESS WHILE CONSENT IS IN FORCE; ONE *
      *                WHOSE TAXPAYER HAS WITHDRAWN CONSENT IS       *
      *                SWITCHED BACK TO POST (DISTR-METHOD '2').     *
      *                A SECOND PASS SENDS EVERY RENDERED NOTICE A   *
      *                PRODUCER QUEUED FOR AN ELECTRONIC CHANNEL     *
      *                (TRWAP DELIV-CHANNEL 'E', 'S' OR 'M') AND     *
      *                STAMPS ITS XMIT-DT, WITH A TRWAW PROOF-OF-    *
      *                DELIVERY ROW (CONFIRM-TP 'T').  THE TAXPAYER'S*
      *                TRWDB CONSENT IS CHECKED AGAIN AT SEND TIME;  *
      *                A NOTICE WHOSE TAXPAYER HAS SINCE WITHDRAWN   *
      *                IT IS SWITCHED TO POST (DELIV-CHANNEL 'P').   *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPB5                                      *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWA.TRWAP                              RU                  *
      *  DRWA.TRWAD                              RU                  *
      *  DRWA.TRWAO                              R                   *
      *  DRWA.TRWAW                             CR                   *
      *  DRWB.TRWDB  (VIA LCBSCORR)              R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/02  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         TRWDB TAXPAYER ENDPOINT AND    *
      *                               CONSENT; NOTICE PASS (S1200)   *
      *  2026/10/15  S.K.CHOI         NOTICE PASS RE-CHECKS CONSENT  *
      *                               AND WRITES THE TRWAW ROW       *
      *                               (S2400-S2600)                  *
      ****************************************************************

      ****************************************************************
           05  A-NO-ENDPOINT-CNT         PIC  9(13)  VALUE  ZERO.
           05  A-TRWAW-INS-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
261015     05  A-PREF-XMIT-CNT           PIC  9(13)  VALUE  ZERO.
261015     05  A-TO-POST-CNT             PIC  9(13)  VALUE  ZERO.
261015     05  A-NOTICE-READ-CNT         PIC  9(13)  VALUE  ZERO.
261015     05  A-NOTICE-XMIT-CNT         PIC  9(13)  VALUE  ZERO.
261015     05  A-NOTICE-POST-CNT         PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPB5'.
261015     05  C-PGM-LCBSCORR            PIC  X(08)  VALUE 'LCBSCORR'.

      ****************************************************************
      *                                                              *
           05  W-DELIV-ENDPOINT          PIC  X(64).
           05  W-AGENCY-ID               PIC  X(08).
           05  W-XMIT-ID                 PIC  X(20).
261015     05  W-DELIV-CHANNEL           PIC  X(01).
261015     05  W-LANG-CD                 PIC  X(01).
261015     05  W-CONFIRM-TP              PIC  X(01).

      ****************************************************************
      *                                                              *
      *    ONE RECORD PER PDF HANDED TO THE SITE TRANSFER AGENT,     *
      *    CARRYING THE ENDPOINT TO DELIVER TO AND THE RENDERED      *
      *    PDF'S IDENTIFYING KEY.                                    *
261015*    DELIV-CHANNEL TELLS THE AGENT HOW TO USE THE ENDPOINT:     *
261015*    'E' E-DELIVERY ENDPOINT, 'S' SMS NUMBER, 'M' E-MAIL        *
261015*    ADDRESS.  LANG-CD IS THE COVERING TEXT LANGUAGE.           *
      *                                                              *
      ****************************************************************
       01  X1-XMIT-REC.
           05  X1-FORM-ID                PIC  X(06).
           05  X1-XMIT-DT                PIC  X(08).
           05  X1-XMIT-TIME              PIC  X(06).
261015     05  X1-DELIV-CHANNEL          PIC  X(01).
261015     05  X1-LANG-CD                PIC  X(01).
261015     05  FILLER                    PIC  X(35)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
                   '  NO REGISTERED ENDPOINT - NOT SENT     '.
               10  FILLER                PIC  X(53)  VALUE  SPACE.

261015     05  D2-POST-LINE.
261015         10  FILLER                PIC  X(01)  VALUE  SPACE.
261015         10  D2-TXOFF              PIC  X(03).
261015         10  FILLER                PIC  X(01)  VALUE  '-'.
261015         10  D2-RCVE-NO-YY         PIC  X(04).
261015         10  FILLER                PIC  X(01)  VALUE  '-'.
261015         10  D2-RCVE-NO-SEQNO      PIC  9(07).
261015         10  FILLER                PIC  X(02)  VALUE  SPACE.
261015         10  D2-TXPAYER-ID         PIC  X(13).
261015         10  FILLER                PIC  X(07)  VALUE  SPACE.
261015         10  FILLER                PIC  X(40)  VALUE
261015             '  CONSENT WITHDRAWN - SWITCHED TO POST  '.
261015         10  FILLER                PIC  X(53)  VALUE  SPACE.

261015     05  D3-NOTICE-POST-LINE.
261015         10  FILLER                PIC  X(01)  VALUE  SPACE.
261015         10  D3-TXOFF              PIC  X(03).
261015         10  FILLER                PIC  X(01)  VALUE  '-'.
261015         10  D3-RCVE-NO-YY         PIC  X(04).
261015         10  FILLER                PIC  X(01)  VALUE  '-'.
261015         10  D3-RCVE-NO-SEQNO      PIC  9(07).
261015         10  FILLER                PIC  X(02)  VALUE  SPACE.
261015         10  D3-TXPAYER-ID         PIC  X(13).
261015         10  FILLER                PIC  X(01)  VALUE  SPACE.
261015         10  D3-FORM-ID            PIC  X(06).
261015         10  FILLER                PIC  X(40)  VALUE
261015             '  NOTICE - NO CONSENT - SWITCHED TO POST'.
261015         10  FILLER                PIC  X(53)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(11)  VALUE
               10  FILLER                PIC  X(14)  VALUE
                   '  NO-ENDPOINT:'.
               10  T1-NOEP-CNT           PIC  ZZZZZZZZ9.
261015         10  FILLER                PIC  X(14)  VALUE
261015             '  TO-POST....:'.
261015         10  T1-POST-CNT           PIC  ZZZZZZZZ9.
261015         10  FILLER                PIC  X(42)  VALUE  SPACE.

261015     05  T2-TRAILER-LINE.
261015         10  FILLER                PIC  X(01)  VALUE  SPACE.
261015         10  FILLER                PIC  X(11)  VALUE
261015             'NOTICES..:'.
261015         10  T2-READ-CNT           PIC  ZZZZZZZZ9.
261015         10  FILLER                PIC  X(14)  VALUE
261015             '  TRANSMITTED:'.
261015         10  T2-XMIT-CNT           PIC  ZZZZZZZZ9.
261015         10  FILLER                PIC  X(14)  VALUE
261015             '  TO-POST....:'.
261015         10  T2-POST-CNT           PIC  ZZZZZZZZ9.
261015         10  FILLER                PIC  X(65)  VALUE  SPACE.

261015****************************************************************
261015*                                                              *
261015*    L C B S C O R R    U S E R A R E A                        *
261015*                                                              *
261015****************************************************************
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

      ****************************************************************
      *                                                              *
      *    ENDPOINT RIDES ALONG FROM TRWAO (SPACES WHEN THE          *
      *    REQUESTING AGENCY HAS NONE REGISTERED OR IS NOT ON THE    *
      *    MASTER AT ALL).                                           *
261015*    THE TAXPAYER'S OWN TRWDB ENDPOINT IS TAKEN IN S2200.       *
      ****************************************************************

           EXEC  SQL
                 ,        P.FORM_SEQNO
                 ,        P.FORM_ID
                 ,        D.TRNS_AGENCY
261015           ,        D.RESID_BUSNID
261015           ,        D.RESID_RQSTR
                 ,        COALESCE((SELECT G.AGENCY_ID
                                      FROM DRWA.TRWAO  G
                                     WHERE G.AGENCY_NM = D.TRNS_AGENCY
                 WITH UR
           END-EXEC.

261015****************************************************************
261015*    CURSOR_NOTICE : EVERY RENDERED NOTICE QUEUED FOR AN        *
261015*    ELECTRONIC CHANNEL FROM THE TAXPAYER'S TRWDB PREFERENCE    *
261015*    AND NOT YET SENT.  A BLANK CONTACT (A HOLD REDIRECT TO     *
261015*    THE PDF) IS LEFT FOR COLLECTION AS BEFORE.  THE TAXPAYER   *
261015*    RIDES ALONG FOR THE CONSENT CHECK IN S2500.                *
261015****************************************************************

261015     EXEC  SQL
261015           DECLARE  CURSOR_NOTICE  CURSOR  WITH  HOLD  FOR
261015           SELECT   P.RCVE_NO_TXOFF
261015           ,        P.RCVE_NO_YY
261015           ,        P.RCVE_NO_SEQNO
261015           ,        P.FORM_SEQNO
261015           ,        P.FORM_ID
261015           ,        P.DELIV_CHANNEL
261015           ,        P.DELIV_CONTACT
261015           ,        P.LANG_CD
261015           ,        P.DELIV_TXPAYER_ID
261015           FROM     DRWA.TRWAP  P
261015           WHERE    P.PDF_STATUS     =  'D'
261015           AND      P.DELIV_CHANNEL  IN ('E', 'S', 'M')
261015           AND      P.DELIV_CONTACT  <> ' '
261015           AND      P.XMIT_DT        =  ' '
261015           ORDER BY P.RCVE_NO_TXOFF,
261015                    P.RCVE_NO_YY, P.RCVE_NO_SEQNO, P.FORM_SEQNO
261015           FOR FETCH ONLY
261015           WITH UR
261015     END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPB5    *** WORKING STORAGE ENDS HERE  '.


           PERFORM  S1100-DRAIN-QUEUE.

261015     PERFORM  S1200-DRAIN-NOTICES.

           PERFORM  S5200-WRITE-TRAILER.

       S0100-MAIN-EXIT.
           DISPLAY '* XMIT-CNT       : ' A-XMIT-CNT.
           DISPLAY '* NO-ENDPOINT    : ' A-NO-ENDPOINT-CNT.
           DISPLAY '* TRWAW-INS-CNT  : ' A-TRWAW-INS-CNT.
261015     DISPLAY '* PREF-XMIT-CNT  : ' A-PREF-XMIT-CNT.
261015     DISPLAY '* TO-POST-CNT    : ' A-TO-POST-CNT.
261015     DISPLAY '* NOTICE-READ    : ' A-NOTICE-READ-CNT.
261015     DISPLAY '* NOTICE-XMIT    : ' A-NOTICE-XMIT-CNT.
261015     DISPLAY '* NOTICE-POST    : ' A-NOTICE-POST-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

       S1100-DRAIN-QUEUE-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 1 2 0 0 - D R A I N - N O T I C E S                     *
261015*                                                              *
261015****************************************************************
261015 S1200-DRAIN-NOTICES               SECTION.

261015     DISPLAY  'STEP : S1200-DRAIN-NOTICES'.

261015     EXEC  SQL  OPEN  CURSOR_NOTICE   END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S1200:DB ERROR NOTICE OPEN=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
261015     PERFORM  UNTIL  S-NO-DATA
261015        PERFORM  S7200-FETCH-NOTICE
261015        IF  NOT  S-NO-DATA
261015            PERFORM  S2400-TRANSMIT-NOTICE
261015        END-IF
261015     END-PERFORM.

261015     EXEC  SQL  CLOSE  CURSOR_NOTICE   END-EXEC.

261015 S1200-DRAIN-NOTICES-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - T R A N S M I T - O N E                       *
      ****************************************************************
       S2100-TRANSMIT-ONE                SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'E'                      TO  W-DELIV-CHANNEL.
261015     MOVE  'E'                      TO  W-CONFIRM-TP.
261015     MOVE  SPACE                    TO  W-LANG-CD.

261015     IF  W-DELIV-ENDPOINT  =  SPACE  OR  LOW-VALUE
261015         PERFORM  S2200-TAXPAYER-PREFERENCE
261015     END-IF.

261015     IF  CORR-PREF-FOUND
261015     AND CORR-CONSENT-STAUS  NOT =  'Y'
261015         PERFORM  S2300-SWITCH-TO-POST
261015         GO TO  S2100-TRANSMIT-ONE-EXIT
261015     END-IF.

           IF  W-DELIV-ENDPOINT  =  SPACE  OR  LOW-VALUE
               PERFORM  S5100-WRITE-EXCPT-LINE
               ADD   1                    TO  A-NO-ENDPOINT-CNT
           MOVE  FORM-ID       OF TRWAP   TO  X1-FORM-ID.
           MOVE  W-SYSTEM-DATE            TO  X1-XMIT-DT.
           MOVE  W-SYSTEM-TIME            TO  X1-XMIT-TIME.
261015     MOVE  W-DELIV-CHANNEL          TO  X1-DELIV-CHANNEL.
261015     MOVE  W-LANG-CD                TO  X1-LANG-CD.

           WRITE  O-XMIT-REC  FROM  X1-XMIT-REC.


           PERFORM  S3100-TRWAW-INSERT.

261015     PERFORM  S3200-TRWAP-XMIT-UPDATE.

       S2100-TRANSMIT-ONE-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 2 0 0 - T A X P A Y E R - P R E F E R E N C E         *
261015*                                                              *
261015*    NO AGENCY ENDPOINT:  THE TAXPAYER'S OWN TRWDB CHANNEL.    *
261015*    THE REQUESTER WHEN THERE IS ONE, ELSE THE SUBJECT OF THE  *
261015*    CERTIFICATE.  AN E-DELIVERY ENDPOINT OR E-MAIL ADDRESS    *
261015*    HELD WITH CONSENT IN FORCE BECOMES THE ENDPOINT; AN SMS   *
261015*    NUMBER CANNOT CARRY THE PDF AND IS LEFT AS NO ENDPOINT.   *
261015*                                                              *
261015****************************************************************
261015 S2200-TAXPAYER-PREFERENCE         SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'P'                      TO  CORR-FUNC.
261015     IF  RESID-RQSTR OF TRWAD  =  SPACE  OR  LOW-VALUE
261015         MOVE  RESID-BUSNID OF TRWAD
261015                                    TO  CORR-TXPAYER-ID
261015     ELSE
261015         MOVE  RESID-RQSTR  OF TRWAD
261015                                    TO  CORR-TXPAYER-ID
261015     END-IF.
261015     MOVE  C-PROG-ID                TO  CORR-PGM-ID
261015                                        CORR-OPID.
261015     MOVE  'P'                      TO  CORR-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE         TO  W-SQLCODE
261015         DISPLAY  'S2200:LCBSCORR RC=' CORR-RTN-CD
261015                  ' SQLCODE=' W-SQLCODE
261015                  ' ID=' CORR-TXPAYER-ID
261015         MOVE  U-ABEND-CODE1        TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     IF  CORR-CHANNEL-USED  =  'E'  OR  'M'
261015         MOVE  CORR-PREF-CONTACT    TO  W-DELIV-ENDPOINT
261015         MOVE  CORR-CHANNEL-USED    TO  W-DELIV-CHANNEL
261015         MOVE  CORR-LANG-CD         TO  W-LANG-CD
261015         ADD   1                    TO  A-PREF-XMIT-CNT
261015     END-IF.

261015 S2200-TAXPAYER-PREFERENCE-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 3 0 0 - S W I T C H - T O - P O S T                   *
261015*                                                              *
261015*    THE TAXPAYER HAS WITHDRAWN (OR NEVER GIVEN) CONSENT TO    *
261015*    ELECTRONIC SERVICE:  THE RECEIPT GOES BACK TO POST AND IS *
261015*    LISTED FOR THE OFFICE TO PRINT AND MAIL.                  *
261015*                                                              *
261015****************************************************************
261015 S2300-SWITCH-TO-POST              SECTION.

261015     EXEC  SQL  UPDATE  DRWA.TRWAD
261015                   SET  DISTR_METHOD  = '2'
261015                 WHERE  RCVE_NO_TXOFF = :TRWAP.RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY    = :TRWAP.RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO = :TRWAP.RCVE-NO-SEQNO
261015                   AND  DISTR_METHOD  = 'E'
261015     END-EXEC.

261015     IF  SQLCODE  =  100
261015         GO TO  S2300-SWITCH-TO-POST-EXIT
261015     END-IF.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S2300:DB ERROR TRWAD UPD=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     INITIALIZE  D2-POST-LINE.

261015     MOVE  RCVE-NO-TXOFF OF TRWAP   TO  D2-TXOFF.
261015     MOVE  RCVE-NO-YY    OF TRWAP   TO  D2-RCVE-NO-YY.
261015     MOVE  RCVE-NO-SEQNO OF TRWAP   TO  D2-RCVE-NO-SEQNO.
261015     MOVE  CORR-TXPAYER-ID          TO  D2-TXPAYER-ID.

261015     WRITE  O-RPT-REC  FROM  D2-POST-LINE.

261015     IF  NOT  S-RPT-NORMAL
261015         DISPLAY
261015         'S2300:ERROR=LAPP050 WRITE ERROR(' S-RPT-STATUS ')'
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     ADD   1                        TO  A-RPT-WRIT-CNT.
261015     ADD   1                        TO  A-TO-POST-CNT.

261015 S2300-SWITCH-TO-POST-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 4 0 0 - T R A N S M I T - N O T I C E                 *
261015*                                                              *
261015*    HAND THE RENDERED NOTICE TO THE TRANSFER AGENT ON THE     *
261015*    TAXPAYER'S CHANNEL AND RECORD THE PROOF-OF-DELIVERY ROW   *
261015*    FROM THE RESULT, AS S2100 DOES FOR A CERTIFICATE.  THE    *
261015*    PREFERENCE IS READ AGAIN FIRST (S2500): CONSENT MAY HAVE  *
261015*    BEEN WITHDRAWN SINCE THE PRODUCER QUEUED THE NOTICE.      *
261015*    XMIT-DT IS THE ALREADY-SENT MARKER THE CURSOR EXCLUDES ON.*
261015*                                                              *
261015****************************************************************
261015 S2400-TRANSMIT-NOTICE             SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'T'                      TO  W-CONFIRM-TP.

261015     IF  DELIV-TXPAYER-ID OF TRWAP  NOT =  SPACE
261015     AND DELIV-TXPAYER-ID OF TRWAP  NOT =  LOW-VALUE
261015         PERFORM  S2500-NOTICE-PREFERENCE
261015     END-IF.

261015     IF  CORR-PREF-FOUND
261015         IF  CORR-CONSENT-STAUS  NOT =  'Y'
261015         OR  CORR-CHANNEL-USED   =  'P'
261015             PERFORM  S2600-NOTICE-TO-POST
261015             GO TO  S2400-TRANSMIT-NOTICE-EXIT
261015         END-IF
261015         MOVE  CORR-CHANNEL-USED    TO  DELIV-CHANNEL OF TRWAP
261015         MOVE  CORR-PREF-CONTACT    TO  DELIV-CONTACT OF TRWAP
261015         MOVE  CORR-LANG-CD         TO  LANG-CD       OF TRWAP
261015     END-IF.

261015     MOVE  DELIV-CONTACT OF TRWAP   TO  W-DELIV-ENDPOINT.

261015     MOVE  SPACE                    TO  W-XMIT-ID.
261015     STRING  RCVE-NO-TXOFF OF TRWAP
261015             RCVE-NO-YY    OF TRWAP
261015             RCVE-NO-SEQNO OF TRWAP
261015             W-SYSTEM-TIME
261015             DELIMITED BY SIZE      INTO  W-XMIT-ID
261015     END-STRING.

261015     MOVE  W-XMIT-ID                TO  X1-XMIT-ID.
261015     MOVE  W-DELIV-ENDPOINT         TO  X1-DELIV-ENDPOINT.
261015     MOVE  RCVE-NO-TXOFF OF TRWAP   TO  X1-RCVE-NO-TXOFF.
261015     MOVE  RCVE-NO-YY    OF TRWAP   TO  X1-RCVE-NO-YY.
261015     MOVE  RCVE-NO-SEQNO OF TRWAP   TO  X1-RCVE-NO-SEQNO.
261015     MOVE  FORM-SEQNO    OF TRWAP   TO  X1-FORM-SEQNO.
261015     MOVE  FORM-ID       OF TRWAP   TO  X1-FORM-ID.
261015     MOVE  W-SYSTEM-DATE            TO  X1-XMIT-DT.
261015     MOVE  W-SYSTEM-TIME            TO  X1-XMIT-TIME.
261015     MOVE  DELIV-CHANNEL OF TRWAP   TO  X1-DELIV-CHANNEL.
261015     MOVE  LANG-CD       OF TRWAP   TO  X1-LANG-CD.

261015     WRITE  O-XMIT-REC  FROM  X1-XMIT-REC.

261015     IF  NOT  S-XMIT-NORMAL
261015         DISPLAY
261015         'S2400:ERROR=LAPV050 WRITE ERROR(' S-XMIT-STATUS ')'
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     ADD   1                        TO  A-NOTICE-XMIT-CNT.

261015     PERFORM  S3100-TRWAW-INSERT.

261015     PERFORM  S3200-TRWAP-XMIT-UPDATE.

261015 S2400-TRANSMIT-NOTICE-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 5 0 0 - N O T I C E - P R E F E R E N C E             *
261015*                                                              *
261015*    THE TAXPAYER'S TRWDB CHANNEL AS IT STANDS TODAY, ASKED    *
261015*    FOR THE CHANNEL THE PRODUCER STAMPED.  A ROW QUEUED       *
261015*    WITHOUT A TAXPAYER IS SENT AS STAMPED.                    *
261015*                                                              *
261015****************************************************************
261015 S2500-NOTICE-PREFERENCE           SECTION.

261015     MOVE  'P'                      TO  CORR-FUNC.
261015     MOVE  DELIV-TXPAYER-ID OF TRWAP
261015                                    TO  CORR-TXPAYER-ID.
261015     MOVE  FORM-ID          OF TRWAP
261015                                    TO  CORR-NOTICE-TP.
261015     MOVE  C-PROG-ID                TO  CORR-PGM-ID
261015                                        CORR-OPID.
261015     MOVE  DELIV-CHANNEL    OF TRWAP
261015                                    TO  CORR-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE         TO  W-SQLCODE
261015         DISPLAY  'S2500:LCBSCORR RC=' CORR-RTN-CD
261015                  ' SQLCODE=' W-SQLCODE
261015                  ' ID=' CORR-TXPAYER-ID
261015         MOVE  U-ABEND-CODE1        TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015 S2500-NOTICE-PREFERENCE-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 6 0 0 - N O T I C E - T O - P O S T                   *
261015*                                                              *
261015*    THE TAXPAYER HAS WITHDRAWN CONSENT (OR NOW PREFERS POST)  *
261015*    SINCE THE NOTICE WAS QUEUED:  THE TRWAP ROW GOES BACK TO  *
261015*    POST, AS S2300 DOES FOR A RECEIPT, AND IS LISTED FOR THE  *
261015*    OFFICE TO PRINT AND MAIL.  IT LEAVES THE CURSOR'S RANGE,  *
261015*    SO IT IS NOT SENT ON A LATER RUN.                         *
261015*                                                              *
261015****************************************************************
261015 S2600-NOTICE-TO-POST              SECTION.

261015     EXEC  SQL  UPDATE  DRWA.TRWAP
261015                   SET  DELIV_CHANNEL = 'P'
261015                 ,      DELIV_CONTACT = ' '
261015                 WHERE  RCVE_NO_TXOFF = :TRWAP.RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY    = :TRWAP.RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO = :TRWAP.RCVE-NO-SEQNO
261015                   AND  FORM_SEQNO    = :TRWAP.FORM-SEQNO
261015                   AND  XMIT_DT       = ' '
261015     END-EXEC.

261015     IF  SQLCODE  =  100
261015         GO TO  S2600-NOTICE-TO-POST-EXIT
261015     END-IF.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S2600:DB ERROR TRWAP UPD=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     INITIALIZE  D3-NOTICE-POST-LINE.

261015     MOVE  RCVE-NO-TXOFF OF TRWAP   TO  D3-TXOFF.
261015     MOVE  RCVE-NO-YY    OF TRWAP   TO  D3-RCVE-NO-YY.
261015     MOVE  RCVE-NO-SEQNO OF TRWAP   TO  D3-RCVE-NO-SEQNO.
261015     MOVE  CORR-TXPAYER-ID          TO  D3-TXPAYER-ID.
261015     MOVE  FORM-ID       OF TRWAP   TO  D3-FORM-ID.

261015     WRITE  O-RPT-REC  FROM  D3-NOTICE-POST-LINE.

261015     IF  NOT  S-RPT-NORMAL
261015         DISPLAY
261015         'S2600:ERROR=LAPP050 WRITE ERROR(' S-RPT-STATUS ')'
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     ADD   1                        TO  A-RPT-WRIT-CNT.
261015     ADD   1                        TO  A-NOTICE-POST-CNT.

261015 S2600-NOTICE-TO-POST-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - T R W A W - I N S E R T                       *
               MOVE  1                    TO  CONFIRM-SEQNO OF TRWAW
           END-IF.

261015     MOVE  W-CONFIRM-TP             TO  CONFIRM-TP   OF TRWAW.
           MOVE  W-XMIT-ID                TO  TRACKING-NO  OF TRWAW.
           MOVE  W-DELIV-ENDPOINT (1:30)  TO  SIGNED-BY    OF TRWAW.
           MOVE  C-PROG-ID                TO  CONFIRM-OPID OF TRWAW.
       S3100-TRWAW-INSERT-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 3 2 0 0 - T R W A P - X M I T - U P D A T E             *
261015*                                                              *
261015****************************************************************
261015 S3200-TRWAP-XMIT-UPDATE           SECTION.

261015     MOVE  W-SYSTEM-DATE            TO  XMIT-DT OF TRWAP.

261015     EXEC  SQL  UPDATE  DRWA.TRWAP
261015                   SET  XMIT_DT       = :TRWAP.XMIT-DT
261015                 WHERE  RCVE_NO_TXOFF = :TRWAP.RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY    = :TRWAP.RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO = :TRWAP.RCVE-NO-SEQNO
261015                   AND  FORM_SEQNO    = :TRWAP.FORM-SEQNO
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S3200:DB ERROR TRWAP UPD=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015 S3200-TRWAP-XMIT-UPDATE-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - E X C P T - L I N E               *
           MOVE  A-PDF-READ-CNT           TO  T1-READ-CNT.
           MOVE  A-XMIT-CNT               TO  T1-XMIT-CNT.
           MOVE  A-NO-ENDPOINT-CNT        TO  T1-NOEP-CNT.
261015     MOVE  A-TO-POST-CNT            TO  T1-POST-CNT.

           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

261015     MOVE  A-NOTICE-READ-CNT        TO  T2-READ-CNT.
261015     MOVE  A-NOTICE-XMIT-CNT        TO  T2-XMIT-CNT.
261015     MOVE  A-NOTICE-POST-CNT        TO  T2-POST-CNT.

261015     WRITE  O-RPT-REC  FROM  T2-TRAILER-LINE.
261015     ADD   1                        TO  A-RPT-WRIT-CNT.

       S5200-WRITE-TRAILER-EXIT.
           EXIT.

                 ,     :TRWAP.FORM-SEQNO
                 ,     :TRWAP.FORM-ID
                 ,     :TRWAD.TRNS-AGENCY
261015           ,     :TRWAD.RESID-BUSNID
261015           ,     :TRWAD.RESID-RQSTR
                 ,     :W-AGENCY-ID
                 ,     :W-DELIV-ENDPOINT
           END-EXEC.

       S7100-FETCH-EDELIV-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 7 2 0 0 - F E T C H - N O T I C E                       *
261015*                                                              *
261015****************************************************************
261015 S7200-FETCH-NOTICE                SECTION.

261015     EXEC  SQL
261015           FETCH  CURSOR_NOTICE
261015           INTO  :TRWAP.RCVE-NO-TXOFF
261015           ,     :TRWAP.RCVE-NO-YY
261015           ,     :TRWAP.RCVE-NO-SEQNO
261015           ,     :TRWAP.FORM-SEQNO
261015           ,     :TRWAP.FORM-ID
261015           ,     :TRWAP.DELIV-CHANNEL
261015           ,     :TRWAP.DELIV-CONTACT
261015           ,     :TRWAP.LANG-CD
261015           ,     :TRWAP.DELIV-TXPAYER-ID
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               ADD   1             TO  A-NOTICE-READ-CNT

261015         WHEN  100
261015               MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

261015         WHEN  OTHER
261015               MOVE  SQLCODE       TO  W-SQLCODE
261015               DISPLAY  'S7200:DB ERROR NOTICE FETCH=' W-SQLCODE
261015               MOVE  U-ABEND-CODE1 TO  RETURN-CODE
261015               PERFORM  S0100-MAIN-EXIT
261015     END-EVALUATE.

261015 S7200-FETCH-NOTICE-EXIT.
261015     EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPB5            *
