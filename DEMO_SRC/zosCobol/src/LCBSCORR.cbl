      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBSCORR.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L C B S C O R R                             *
      *                                                                *
      *  FUNCTION       -  COMMON OUTBOUND CORRESPONDENCE REGISTER.    *
      *                    EVERY PROGRAM THAT PRODUCES A NOTICE OR     *
      *                    STATEMENT FOR A TAXPAYER (JEPB9 RENEWAL     *
      *                    REMINDERS, PYSB8 REFUND RE-NOTIFICATIONS,   *
      *                    MAPMS ACCOUNT STATEMENTS, JAPB3 AGENCY      *
      *                    STATEMENTS, MIPB5 FILING DEMANDS, MIPB6     *
      *                    MATH-ERROR CORRECTION NOTICES) CALLS THIS   *
      *                    SERVICE BEFORE THE PAPER GOES OUT.  A       *
      *                    PAPER NOTICE FOR A                          *
      *                    TAXPAYER WITH AN OPEN TRWAU NON-MAILABLE    *
      *                    OR TRWAX UNDELIVERABLE ITEM IS HELD (OR     *
      *                    REDIRECTED TO THE CALLER'S ALTERNATE        *
      *                    CHANNEL) SO THE POSTAGE IS NOT SPENT ON AN  *
      *                    ENVELOPE THAT WOULD ONLY COME BACK.  ONE    *
      *                    DRWB.TRWCX ROW RECORDS WHAT WAS SENT, HOW   *
      *                    AND TO WHICH ADDRESS.  LAP92 AND LAPB8 MARK *
      *                    RETURNED MAIL THROUGH THE SAME SERVICE.     *
      *                    READ BACK ON-LINE BY LAP9C.                 *
      *                    THE TAXPAYER'S STANDING DRWB.TRWDB CHANNEL  *
      *                    PREFERENCE (LAP9E) OVERRIDES THE CALLER'S   *
      *                    CHANNEL:  E-DELIVERY, SMS OR E-MAIL WHILE   *
      *                    CONSENT IS ON FILE, PAPER ONCE IT IS        *
      *                    WITHDRAWN.  INTAKE PRODUCERS ASK FOR THE    *
      *                    PREFERENCE ALONE.  A STATUTORY NOTICE THAT  *
      *                    MUST GO OUT WHATEVER THE ADDRESS STATE      *
      *                    (MAPB4 ARREARS DEMAND, JEPA2 REFUSAL) IS    *
      *                    SENT WITH 'L':  THE PREFERENCE AND A        *
      *                    REGISTER ROW, BUT NEVER HELD OR REDIRECTED. *
      *                                                                *
      *  INPUT PARMS    -  LCBSCORR-USERAREA (LCBYCORR)                *
      *                    CORR-FUNC        'C' CHECK, 'S' SEND,       *
      *                                     'R' RETURNED,              *
      *                                     'P' PREFERENCE ONLY,       *
      *                                     'L' STATUTORY SEND         *
      *                    CORR-TXPAYER-ID  RESID, BUSNID OR AGENCY    *
      *                    CORR-ID-TP       'R', 'B', 'G' (OR BLANK)   *
      *                    CORR-NOTICE-TP   NOTICE / FORM TYPE         *
      *                    CORR-PGM-ID      PRODUCING PROGRAM          *
      *                    CORR-OPID        OPERATOR OR PROGRAM ID     *
      *                    CORR-SRC-REF     PRODUCER'S REFERENCE       *
      *                    CORR-CHANNEL     'P', 'E' OR 'C'            *
      *                    CORR-ALT-CHANNEL REDIRECT CHANNEL (OR     *
      *                                     BLANK TO HOLD)             *
      *                    CORR-ADDR        ADDRESS USED (OR BLANK)    *
      *                                                                *
      *  OUTPUT PARMS   -  CORR-RTN-CD      '00' SEND AS ASKED,        *
      *                                     '04' HOLD THE PAPER,       *
      *                                     '05' SEND BY               *
      *                                          CORR-CHANNEL-USED,    *
      *                                     '06' SEND BY THE TRWDB     *
      *                                          PREFERENCE IN         *
      *                                          CORR-CHANNEL-USED,    *
      *                                     '01' BAD INPUT,            *
      *                                     '08' DB2 ERROR (SQLCODE    *
      *                                          IN CORR-SQLCODE)      *
      *                    CORR-HOLD-RSN    'AU' / 'AX' / 'CP' / 'CW'  *
      *                    CORR-CHANNEL-USED                           *
      *                    CORR-REG-SEQNO   REGISTER ROW WRITTEN       *
      *                    CORR-ROW-CNT     ROWS WRITTEN OR MARKED     *
      *                    CORR-PREF-FG     'Y' TRWDB ROW FOUND        *
      *                    CORR-CONSENT-STAUS / CORR-LANG-CD           *
      *                    CORR-PREF-CONTACT ENDPOINT, MOBILE OR       *
      *                                     E-MAIL OF THE CHANNEL      *
      *                                                                *
      *  TABLES         -  DRWB.TRWCX  CORRESPONDENCE REGISTER CRU     *
      *                    DRWA.TRWAU / TRWAX / TRWAD          R       *
      *                    DRWB.TRWDB  PREFERENCE REGISTER     R       *
      *                    DTAA.TTAAA / DTIA.TTIAA / TTIAB     R       *
      *                                                                *
      *  SPECIAL LOGIC  -  NOTHING IS COMMITTED HERE.  THE REGISTER    *
      *                    ROW GOES IN WITH THE CALLER'S OWN WORK, SO  *
      *                    A NOTICE BACKED OUT LEAVES NO ROW BEHIND.   *
      *                                                                *
      *  MODIFICATIONS  -                                              *
      *                                                                *
      *    DATE         S.E.                  DESCRIPTION              *
      *  --------  --------------  ---------------------------------   *
      *  26/10/15  S.K.CHOI        INITIAL CODING                      *
      *  26/10/15  S.K.CHOI        TRWDB CHANNEL PREFERENCE AND        *
      *                            CONSENT; 'P' FUNCTION, '06' RETURN  *
      *  26/10/15  S.K.CHOI        'L' FUNCTION - STATUTORY NOTICE     *
      *                            REGISTERED WITHOUT THE HOLD CHECK   *
      *                                                                *
      ******************************************************************

       EJECT
      ******************************************************************
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      ******************************************************************

       ENVIRONMENT                     DIVISION.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'LCBSCORR - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SEQNO                 PIC S9(05)  COMP-3 VALUE +0.
261015     05  W-PREF-CHANNEL          PIC  X(01)  VALUE SPACE.

      ******************************************************************
      *    HOST VARIABLES                                              *
      ******************************************************************
       01  HOST-VARIABLES.
           05  H-TXPAYER-ID            PIC  X(13).
           05  H-BUSNID                PIC  X(10).
           05  H-HOLD-RSN              PIC  X(02).
           05  H-HELD-CNT              PIC S9(09)  COMP.
           05  H-MAX-SEQNO             PIC S9(05)  COMP-3.
           05  H-MAX-SEQNO-IND         PIC S9(04)  COMP.
           05  H-TODAY-DT              PIC  X(08).
           05  H-TODAY-TIME            PIC  X(06).

      *    HOUSEHOLD ADDRESS, LAID OUT AS TRWCX LGDONG-CD / ADDR-DTL
           05  H-ADDR.
               10  H-LGDONG-CD         PIC  X(10).
               10  H-ADDR-DTL.
                   15  H-SAN-BUNJI     PIC  X(04).
                   15  H-BUNJI         PIC  X(04).
                   15  H-HO            PIC  X(04).
                   15  H-APT-BLOCK     PIC  X(30).
                   15  H-APT-DONG      PIC  X(12).
                   15  H-APT-HO        PIC  X(06).
                   15  H-TONG          PIC  X(04).
                   15  H-BAN           PIC  X(04).

      ****************************************************************
      *                                                              *
      *              S Q L C A   /   I N C L U D E S                *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    SQLCA
           END-EXEC.

           EXEC SQL  INCLUDE    RWOCX
           END-EXEC.

261015     EXEC SQL  INCLUDE    RWODB
261015     END-EXEC.

       01  WS-END                       PIC  X(40)
           VALUE 'LCBSCORR - WORKING STORAGE ENDS HERE'.

           EJECT
      ******************************************************************
      *                                                                *
      *                 L I N K A G E   S E C T I O N                  *
      *                                                                *
      ******************************************************************

       LINKAGE                         SECTION.

       01  LCBSCORR-USERAREA.
           COPY  LCBYCORR.

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************

       PROCEDURE  DIVISION  USING  LCBSCORR-USERAREA.

       S0100-MAIN                      SECTION.

           INITIALIZE  CORR-OUTPUT.
           MOVE  '00'                  TO  CORR-RTN-CD.

           IF  NOT  CORR-FUNC-CHECK
           AND NOT  CORR-FUNC-SEND
           AND NOT  CORR-FUNC-RETURNED
261015     AND NOT  CORR-FUNC-PREFERENCE
261015     AND NOT  CORR-FUNC-LEGAL
               MOVE  '01'              TO  CORR-RTN-CD
               GO TO  S0100-MAIN-EXIT
           END-IF.

261015     IF  CORR-FUNC-PREFERENCE
261015     AND CORR-NOTICE-TP  =  SPACE
261015         MOVE  'PREF'            TO  CORR-NOTICE-TP
261015     END-IF.

261015     IF  CORR-FUNC-PREFERENCE
261015     AND CORR-CHANNEL  =  SPACE
261015         MOVE  'P'               TO  CORR-CHANNEL
261015     END-IF.

           IF  CORR-NOTICE-TP  =  SPACE
           OR  CORR-PGM-ID  =  SPACE
               MOVE  '01'              TO  CORR-RTN-CD
               GO TO  S0100-MAIN-EXIT
           END-IF.

           IF  CORR-FUNC-RETURNED
               PERFORM  S3000-MARK-RETURNED
               GO TO  S0100-MAIN-EXIT
           END-IF.

           IF  CORR-TXPAYER-ID  =  SPACE  OR  LOW-VALUE
               MOVE  '01'              TO  CORR-RTN-CD
               GO TO  S0100-MAIN-EXIT
           END-IF.

           IF  CORR-CHANNEL  NOT =  'P'
           AND CORR-CHANNEL  NOT =  'E'
           AND CORR-CHANNEL  NOT =  'C'
               MOVE  '01'              TO  CORR-RTN-CD
               GO TO  S0100-MAIN-EXIT
           END-IF.

           PERFORM  S1000-SET-ID-TP.

261015     MOVE  CORR-CHANNEL          TO  CORR-CHANNEL-USED.
261015     MOVE  SPACE                 TO  CORR-HOLD-RSN.

261015     PERFORM  S1050-APPLY-PREFERENCE.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-FUNC-PREFERENCE
261015         GO TO  S0100-MAIN-EXIT
261015     END-IF.

261015     IF  NOT  CORR-FUNC-LEGAL
               PERFORM  S1100-CHECK-HOLD
261015     END-IF.

           IF  CORR-RTN-ERROR
           OR  CORR-FUNC-CHECK
               GO TO  S0100-MAIN-EXIT
           END-IF.

           PERFORM  S2000-REGISTER.

       S0100-MAIN-EXIT.

           GOBACK.

      ******************************************************************
      *                                                                *
      *              S 1 0 0 0 - S E T - I D - T P                     *
      *                                                                *
      *    A BUSNID IS 10 BYTES, A RESIDENT ID 13 (AS MIPB7 TELLS      *
      *    THE TWO APART ON THE SAME RESID_BUSNID COLUMN).             *
      *                                                                *
      ******************************************************************

       S1000-SET-ID-TP                 SECTION.

           IF  CORR-ID-TP  =  'R'  OR  'B'  OR  'G'
               GO TO  S1000-SET-ID-TP-EXIT
           END-IF.

           IF  CORR-TXPAYER-ID (11:3)  =  SPACE
               MOVE  'B'               TO  CORR-ID-TP
           ELSE
               MOVE  'R'               TO  CORR-ID-TP
           END-IF.

       S1000-SET-ID-TP-EXIT.
           EXIT.

261015******************************************************************
261015*                                                                *
261015*          S 1 0 5 0 - A P P L Y - P R E F E R E N C E           *
261015*                                                                *
261015*    THE TAXPAYER'S TRWDB ROW, WHEN THERE IS ONE, DECIDES THE    *
261015*    CHANNEL.  AN ELECTRONIC PREFERENCE COUNTS ONLY WHILE        *
261015*    CONSENT IS 'Y' AND THE CONTACT FOR IT IS ON FILE; OTHERWISE *
261015*    THE TAXPAYER IS A POST TAXPAYER, SO A WITHDRAWAL TAKES      *
261015*    EFFECT ON THE NEXT NOTICE WITHOUT ANY PRODUCER CHANGING.    *
261015*    A COUNTER ISSUE IS HANDED OVER IN PERSON AND IS LEFT ALONE. *
261015*    AN AGENCY HAS NO ROW - ITS ENDPOINT IS ON TRWAO.            *
261015*                                                                *
261015******************************************************************

261015 S1050-APPLY-PREFERENCE          SECTION.

261015     MOVE  'N'                   TO  CORR-PREF-FG.

261015     IF  CORR-ID-TP  =  'G'
261015         GO TO  S1050-APPLY-PREFERENCE-EXIT
261015     END-IF.

261015     MOVE  CORR-TXPAYER-ID       TO  H-TXPAYER-ID.

261015     EXEC  SQL
261015           SELECT  PREF_CHANNEL,  EDLV_ENDPOINT, MOBILE_NO,
261015                   EMAIL_ADDR,    LANG_CD,       CONSENT_STAUS
261015           INTO   :TRWDB.PREF-CHANNEL,  :TRWDB.EDLV-ENDPOINT,
261015                  :TRWDB.MOBILE-NO,     :TRWDB.EMAIL-ADDR,
261015                  :TRWDB.LANG-CD,       :TRWDB.CONSENT-STAUS
261015           FROM    DRWB.TRWDB
261015           WHERE   TXPAYER_ID  =  :H-TXPAYER-ID
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               CONTINUE
261015         WHEN  100
261015               GO TO  S1050-APPLY-PREFERENCE-EXIT
261015         WHEN  OTHER
261015               PERFORM  S9900-SQL-ERROR
261015               GO TO  S1050-APPLY-PREFERENCE-EXIT
261015     END-EVALUATE.

261015     MOVE  'Y'                   TO  CORR-PREF-FG.
261015     MOVE  LANG-CD       OF TRWDB
261015                                 TO  CORR-LANG-CD.
261015     MOVE  CONSENT-STAUS OF TRWDB
261015                                 TO  CORR-CONSENT-STAUS.
261015     MOVE  SPACE                 TO  CORR-PREF-CONTACT.

261015     EVALUATE  TRUE
261015         WHEN  NOT  CONSENT-GIVEN
261015               MOVE  'P'         TO  W-PREF-CHANNEL
261015         WHEN  PREF-CHANNEL-EDELIVERY
261015               MOVE  EDLV-ENDPOINT  OF TRWDB
261015                                 TO  CORR-PREF-CONTACT
261015         WHEN  PREF-CHANNEL-SMS
261015               MOVE  MOBILE-NO   OF TRWDB
261015                                 TO  CORR-PREF-CONTACT
261015         WHEN  PREF-CHANNEL-EMAIL
261015               MOVE  EMAIL-ADDR  OF TRWDB
261015                                 TO  CORR-PREF-CONTACT
261015         WHEN  OTHER
261015               MOVE  'P'         TO  W-PREF-CHANNEL
261015     END-EVALUATE.

261015     IF  CORR-PREF-CONTACT  =  SPACE
261015         MOVE  'P'               TO  W-PREF-CHANNEL
261015     ELSE
261015         MOVE  PREF-CHANNEL OF TRWDB
261015                                 TO  W-PREF-CHANNEL
261015     END-IF.

261015     IF  CORR-FUNC-PREFERENCE
261015         MOVE  W-PREF-CHANNEL    TO  CORR-CHANNEL-USED
261015         GO TO  S1050-APPLY-PREFERENCE-EXIT
261015     END-IF.

261015     IF  CORR-CHANNEL  =  'C'
261015     OR  CORR-CHANNEL  =  W-PREF-CHANNEL
261015         GO TO  S1050-APPLY-PREFERENCE-EXIT
261015     END-IF.

261015     MOVE  W-PREF-CHANNEL        TO  CORR-CHANNEL-USED.
261015     MOVE  '06'                  TO  CORR-RTN-CD.

261015     IF  W-PREF-CHANNEL  =  'P'
261015     AND NOT  CONSENT-GIVEN
261015         MOVE  'CW'              TO  CORR-HOLD-RSN
261015     ELSE
261015         MOVE  'CP'              TO  CORR-HOLD-RSN
261015     END-IF.

261015 S1050-APPLY-PREFERENCE-EXIT.
261015     EXIT.

      ******************************************************************
      *                                                                *
      *              S 1 1 0 0 - C H E C K - H O L D                   *
      *                                                                *
      *    ONLY PAPER IS HELD.  AN OPEN NON-MAILABLE ITEM (TRWAU)      *
      *    MEANS THE ADDRESS ON FILE FAILED VALIDATION; AN OPEN        *
      *    UNDELIVERABLE ITEM (TRWAX) MEANS MAIL TO IT HAS ALREADY     *
      *    COME BACK.  EITHER ONE, ON ANY RECEIPT OF THE TAXPAYER,     *
      *    HOLDS THE NOTICE UNTIL THE ITEM IS CLEARED.                 *
261015*    A TAXPAYER WHO HAS WITHDRAWN ELECTRONIC CONSENT IS NOT      *
261015*    REDIRECTED TO 'E' - THE NOTICE IS HELD INSTEAD.             *
      *                                                                *
      ******************************************************************

       S1100-CHECK-HOLD                SECTION.

261015     IF  CORR-CHANNEL-USED  NOT =  'P'
           OR  CORR-ID-TP  =  'G'
               GO TO  S1100-CHECK-HOLD-EXIT
           END-IF.

           MOVE  CORR-TXPAYER-ID       TO  H-TXPAYER-ID.

           EXEC  SQL
                 SELECT  CASE
                         WHEN  EXISTS
                              (SELECT 1
                                 FROM DRWA.TRWAU  U
                                 ,    DRWA.TRWAD  D
                                WHERE U.FIX_STAUS     = 'O'
                                  AND D.RCVE_NO_TXOFF = U.RCVE_NO_TXOFF
                                  AND D.RCVE_NO_YY    = U.RCVE_NO_YY
                                  AND D.RCVE_NO_SEQNO = U.RCVE_NO_SEQNO
                                  AND D.RESID_BUSNID  = :H-TXPAYER-ID)
                         THEN  'AU'
                         WHEN  EXISTS
                              (SELECT 1
                                 FROM DRWA.TRWAX  X
                                 ,    DRWA.TRWAD  D
                                WHERE X.WORK_STAUS    = 'O'
                                  AND D.RCVE_NO_TXOFF = X.RCVE_NO_TXOFF
                                  AND D.RCVE_NO_YY    = X.RCVE_NO_YY
                                  AND D.RCVE_NO_SEQNO = X.RCVE_NO_SEQNO
                                  AND D.RESID_BUSNID  = :H-TXPAYER-ID)
                         THEN  'AX'
                         ELSE  '  '
                         END
                 INTO   :H-HOLD-RSN
                 FROM    SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S9900-SQL-ERROR
               GO TO  S1100-CHECK-HOLD-EXIT
           END-IF.

           IF  H-HOLD-RSN  =  SPACE
               GO TO  S1100-CHECK-HOLD-EXIT
           END-IF.

           MOVE  H-HOLD-RSN            TO  CORR-HOLD-RSN.

           IF  CORR-ALT-CHANNEL  =  'C'
261015     OR (CORR-ALT-CHANNEL  =  'E'
261015         AND (NOT  CORR-PREF-FOUND
261015              OR  CORR-CONSENT-STAUS  =  'Y'))
               MOVE  CORR-ALT-CHANNEL  TO  CORR-CHANNEL-USED
               MOVE  '05'              TO  CORR-RTN-CD
           ELSE
               MOVE  '04'              TO  CORR-RTN-CD
           END-IF.

       S1100-CHECK-HOLD-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 2 0 0 0 - R E G I S T E R                       *
      *                                                                *
      *    ONE ROW FOR THE NOTICE AS IT WAS DISPOSED OF.  A HELD       *
      *    NOTICE STILL RECORDS THE PAPER CHANNEL AND THE ADDRESS IT   *
      *    WOULD HAVE GONE TO.  A NIGHTLY PRODUCER MEETS THE SAME      *
      *    HELD NOTICE EVERY RUN UNTIL THE ITEM IS CLEARED - IT IS     *
      *    REGISTERED ONCE PER REFERENCE AND HOLD REASON.              *
      *                                                                *
      ******************************************************************

       S2000-REGISTER                  SECTION.

           MOVE  CORR-TXPAYER-ID       TO  H-TXPAYER-ID.

           IF  CORR-RTN-HELD
               PERFORM  S2050-HELD-BEFORE
               IF  CORR-RTN-ERROR
               OR  H-HELD-CNT  >  ZERO
                   GO TO  S2000-REGISTER-EXIT
               END-IF
           END-IF.

           PERFORM  S8000-NEXT-SEQNO.

           IF  CORR-RTN-ERROR
               GO TO  S2000-REGISTER-EXIT
           END-IF.

           MOVE  CORR-TXPAYER-ID       TO  TXPAYER-ID   OF TRWCX.
           MOVE  CORR-ID-TP            TO  ID-TP        OF TRWCX.
           MOVE  CORR-NOTICE-TP        TO  NOTICE-TP    OF TRWCX.
           MOVE  CORR-PGM-ID           TO  SRC-PGM      OF TRWCX.
           MOVE  CORR-SRC-REF          TO  SRC-REF      OF TRWCX.
           MOVE  CORR-CHANNEL-USED     TO  CHANNEL      OF TRWCX.
           MOVE  CORR-HOLD-RSN         TO  HOLD-RSN     OF TRWCX.
           MOVE  H-TODAY-DT            TO  SEND-DT      OF TRWCX.
           MOVE  H-TODAY-TIME          TO  SEND-TIME    OF TRWCX.
           MOVE  CORR-OPID             TO  SEND-OPID    OF TRWCX.
           MOVE  'N'                   TO  RTN-FG       OF TRWCX.
           MOVE  SPACE                 TO  RTN-DT       OF TRWCX
                                           RTN-PGM      OF TRWCX.

           EVALUATE  TRUE
               WHEN  CORR-RTN-HELD
                     MOVE  'H'         TO  SEND-STAUS   OF TRWCX
               WHEN  CORR-RTN-REDIRECTED
261015         OR    CORR-RTN-PREFERRED
                     MOVE  'R'         TO  SEND-STAUS   OF TRWCX
               WHEN  OTHER
                     MOVE  'S'         TO  SEND-STAUS   OF TRWCX
           END-EVALUATE.

261015     IF  CORR-RTN-PREFERRED
261015     AND CORR-CHANNEL-USED  NOT =  'P'
261015         MOVE  SPACE             TO  LGDONG-CD    OF TRWCX
261015         MOVE  CORR-PREF-CONTACT TO  ADDR-DTL     OF TRWCX
261015     ELSE
261015         IF  CORR-ADDR  =  SPACE
261015         AND (CORR-CHANNEL  =  'P'  OR  CORR-CHANNEL-USED  =  'P')
261015             PERFORM  S2100-RESOLVE-ADDRESS
261015         END-IF
261015         IF  CORR-CHANNEL  =  'P'  OR  CORR-CHANNEL-USED  =  'P'
261015             MOVE  CORR-LGDONG-CD  TO  LGDONG-CD  OF TRWCX
261015             MOVE  CORR-ADDR-DTL   TO  ADDR-DTL   OF TRWCX
261015         ELSE
261015             MOVE  SPACE           TO  LGDONG-CD  OF TRWCX
261015                                       ADDR-DTL   OF TRWCX
261015         END-IF
261015     END-IF.

           PERFORM  S8100-INSERT-ROW.

       S2000-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             S 2 0 5 0 - H E L D - B E F O R E                  *
      *                                                                *
      ******************************************************************

       S2050-HELD-BEFORE               SECTION.

           MOVE  CORR-NOTICE-TP        TO  NOTICE-TP    OF TRWCX.
           MOVE  CORR-SRC-REF          TO  SRC-REF      OF TRWCX.
           MOVE  CORR-HOLD-RSN         TO  HOLD-RSN     OF TRWCX.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO   :H-HELD-CNT
                 FROM    DRWB.TRWCX
                 WHERE   TXPAYER_ID  =  :H-TXPAYER-ID
                   AND   NOTICE_TP   =  :TRWCX.NOTICE-TP
                   AND   SRC_REF     =  :TRWCX.SRC-REF
                   AND   SEND_STAUS  =  'H'
                   AND   HOLD_RSN    =  :TRWCX.HOLD-RSN
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S9900-SQL-ERROR
           END-IF.

       S2050-HELD-BEFORE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *          S 2 1 0 0 - R E S O L V E - A D D R E S S             *
      *                                                                *
      *    THE TTIAB ADDRESS OF THE HOUSEHOLD THE TAXPAYER BELONGS     *
      *    TO - FOR A BUSINESS, THE HOUSEHOLD OF ITS TTAAA CHIEF, AS   *
      *    LAP92 FOLLOWS IT.  NOT FOUND LEAVES THE ADDRESS BLANK.      *
      *                                                                *
      ******************************************************************

       S2100-RESOLVE-ADDRESS           SECTION.

           MOVE  SPACE                 TO  H-ADDR.

           IF  CORR-ID-TP  =  'B'
               MOVE  CORR-TXPAYER-ID (1:10)
                                       TO  H-BUSNID
               EXEC  SQL
                     SELECT  B.LGDONG_CD,  B.SAN_BUNJI, B.BUNJI,
                             B.HO,         B.APT_BLOCK, B.APT_DONG,
                             B.APT_HO,     B.TONG,      B.BAN
                     INTO   :H-LGDONG-CD, :H-SAN-BUNJI, :H-BUNJI,
                            :H-HO,        :H-APT-BLOCK, :H-APT-DONG,
                            :H-APT-HO,    :H-TONG,      :H-BAN
                     FROM    DTAA.TTAAA  C
                     ,       DTIA.TTIAA  A
                     ,       DTIA.TTIAB  B
                     WHERE   C.BUSNID            = :H-BUSNID
                       AND   C.LAST_FG           = 'Y'
                       AND   A.RESID             = C.RESID_CHIEF
                       AND   A.TXPAYER_TP        = C.TXPAYER_TP_CHIEF
                       AND   B.RESID_HOUSE_HD    = A.RESID_HOUSE_HD
                       AND   B.TXPAYER_TP_HOUSE  = A.TXPAYER_TP_HOUSE
                     FETCH FIRST 1 ROW ONLY
               END-EXEC
           ELSE
               EXEC  SQL
                     SELECT  B.LGDONG_CD,  B.SAN_BUNJI, B.BUNJI,
                             B.HO,         B.APT_BLOCK, B.APT_DONG,
                             B.APT_HO,     B.TONG,      B.BAN
                     INTO   :H-LGDONG-CD, :H-SAN-BUNJI, :H-BUNJI,
                            :H-HO,        :H-APT-BLOCK, :H-APT-DONG,
                            :H-APT-HO,    :H-TONG,      :H-BAN
                     FROM    DTIA.TTIAA  A
                     ,       DTIA.TTIAB  B
                     WHERE   A.RESID             = :H-TXPAYER-ID
                       AND   B.RESID_HOUSE_HD    = A.RESID_HOUSE_HD
                       AND   B.TXPAYER_TP_HOUSE  = A.TXPAYER_TP_HOUSE
                     FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF.

           IF  SQLCODE  =  0
               MOVE  H-LGDONG-CD       TO  CORR-LGDONG-CD
               MOVE  H-ADDR-DTL        TO  CORR-ADDR-DTL
           END-IF.

       S2100-RESOLVE-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *           S 3 0 0 0 - M A R K - R E T U R N E D                *
      *                                                                *
      *    THE PAPER MAILING OF THE REFERENCE THAT WENT OUT AND HAS    *
      *    NOT YET COME BACK IS MARKED RETURNED.  A MAILING THE        *
      *    REGISTER NEVER SAW (A CERTIFICATE MAILED BEFORE THE         *
      *    REGISTER, OR BY A PRODUCER THAT DOES NOT REGISTER) GETS A   *
      *    ROW OF ITS OWN, ALREADY MARKED, SO THE TAXPAYER'S HISTORY   *
      *    STILL SHOWS THE RETURN.                                     *
      *                                                                *
      ******************************************************************

       S3000-MARK-RETURNED             SECTION.

           IF  CORR-SRC-REF  =  SPACE
               MOVE  '01'              TO  CORR-RTN-CD
               GO TO  S3000-MARK-RETURNED-EXIT
           END-IF.

           IF  CORR-TXPAYER-ID  =  SPACE  OR  LOW-VALUE
               PERFORM  S3100-RECEIPT-OWNER
               IF  NOT  CORR-RTN-NORMAL
                   GO TO  S3000-MARK-RETURNED-EXIT
               END-IF
           END-IF.

           PERFORM  S1000-SET-ID-TP.

           MOVE  CORR-TXPAYER-ID       TO  H-TXPAYER-ID.
           MOVE  CORR-NOTICE-TP        TO  NOTICE-TP    OF TRWCX.
           MOVE  CORR-SRC-REF          TO  SRC-REF      OF TRWCX.
           MOVE  CORR-PGM-ID           TO  RTN-PGM      OF TRWCX.

           EXEC  SQL
                 UPDATE  DRWB.TRWCX
                    SET  RTN_FG      =  'Y'
                    ,    RTN_DT      =  REPLACE(CHAR(CURRENT DATE, ISO),
                                                '-', '')
                    ,    RTN_PGM     =  :TRWCX.RTN-PGM
                  WHERE  TXPAYER_ID  =  :H-TXPAYER-ID
                    AND  NOTICE_TP   =  :TRWCX.NOTICE-TP
                    AND  SRC_REF     =  :TRWCX.SRC-REF
                    AND  CHANNEL     =  'P'
                    AND  SEND_STAUS  =  'S'
                    AND  RTN_FG     <>  'Y'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD (3) TO  CORR-ROW-CNT
                     GO TO  S3000-MARK-RETURNED-EXIT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S3000-MARK-RETURNED-EXIT
           END-EVALUATE.

           PERFORM  S8000-NEXT-SEQNO.

           IF  CORR-RTN-ERROR
               GO TO  S3000-MARK-RETURNED-EXIT
           END-IF.

           MOVE  CORR-TXPAYER-ID       TO  TXPAYER-ID   OF TRWCX.
           MOVE  CORR-ID-TP            TO  ID-TP        OF TRWCX.
           MOVE  CORR-PGM-ID           TO  SRC-PGM      OF TRWCX.
           MOVE  'P'                   TO  CHANNEL      OF TRWCX.
           MOVE  'S'                   TO  SEND-STAUS   OF TRWCX.
           MOVE  SPACE                 TO  HOLD-RSN     OF TRWCX
                                           SEND-DT      OF TRWCX
                                           SEND-TIME    OF TRWCX.
           MOVE  CORR-OPID             TO  SEND-OPID    OF TRWCX.
           MOVE  'Y'                   TO  RTN-FG       OF TRWCX.
           MOVE  H-TODAY-DT            TO  RTN-DT       OF TRWCX.

           IF  CORR-ADDR  =  SPACE
               PERFORM  S2100-RESOLVE-ADDRESS
           END-IF.
           MOVE  CORR-LGDONG-CD        TO  LGDONG-CD    OF TRWCX.
           MOVE  CORR-ADDR-DTL         TO  ADDR-DTL     OF TRWCX.

           PERFORM  S8100-INSERT-ROW.

       S3000-MARK-RETURNED-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *          S 3 1 0 0 - R E C E I P T - O W N E R                 *
      *                                                                *
      ******************************************************************

       S3100-RECEIPT-OWNER             SECTION.

           IF  CORR-RCVE-NO-SEQNO  NOT NUMERIC
               MOVE  '01'              TO  CORR-RTN-CD
               GO TO  S3100-RECEIPT-OWNER-EXIT
           END-IF.

           EXEC  SQL
                 SELECT  RESID_BUSNID
                 INTO   :H-TXPAYER-ID
                 FROM    DRWA.TRWAD
                 WHERE   RCVE_NO_TXOFF  =  :CORR-RCVE-NO-TXOFF
                   AND   RCVE_NO_YY     =  :CORR-RCVE-NO-YY
                   AND   RCVE_NO_SEQNO  =  :CORR-RCVE-NO-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  H-TXPAYER-ID
                                       TO  CORR-TXPAYER-ID
               WHEN  100
                     MOVE  '01'        TO  CORR-RTN-CD
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
           END-EVALUATE.

       S3100-RECEIPT-OWNER-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 8 0 0 0 - N E X T - S E Q N O                   *
      *                                                                *
      *    THE NEXT REGISTER SEQUENCE OF THE TAXPAYER, AND THE DB2     *
      *    DATE AND TIME THE ROW IS STAMPED WITH.                      *
      *                                                                *
      ******************************************************************

       S8000-NEXT-SEQNO                SECTION.

           EXEC  SQL
                 SELECT  MAX(CORR_SEQNO)
                 ,       REPLACE(CHAR(CURRENT DATE, ISO), '-', '')
                 ,       SUBSTR(REPLACE(CHAR(CURRENT TIME, ISO),
                                '.', ''), 1, 6)
                 INTO   :H-MAX-SEQNO  :H-MAX-SEQNO-IND
                 ,      :H-TODAY-DT
                 ,      :H-TODAY-TIME
                 FROM    DRWB.TRWCX
                 WHERE   TXPAYER_ID  =  :H-TXPAYER-ID
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S9900-SQL-ERROR
               GO TO  S8000-NEXT-SEQNO-EXIT
           END-IF.

           IF  H-MAX-SEQNO-IND  <  0
               MOVE  +1                TO  W-SEQNO
           ELSE
               COMPUTE  W-SEQNO  =  H-MAX-SEQNO  +  1
           END-IF.

       S8000-NEXT-SEQNO-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 8 1 0 0 - I N S E R T - R O W                   *
      *                                                                *
      ******************************************************************

       S8100-INSERT-ROW                SECTION.

           MOVE  W-SEQNO               TO  CORR-SEQNO   OF TRWCX.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCX
                       ( TXPAYER_ID, CORR_SEQNO, ID_TP,
                         NOTICE_TP,  SRC_PGM,    SRC_REF,
                         CHANNEL,    SEND_STAUS, HOLD_RSN,
                         LGDONG_CD,  ADDR_DTL,   SEND_DT,
                         SEND_TIME,  SEND_OPID,  RTN_FG,
                         RTN_DT,     RTN_PGM )
                 VALUES
                       ( :TRWCX.TXPAYER-ID, :TRWCX.CORR-SEQNO,
                         :TRWCX.ID-TP,      :TRWCX.NOTICE-TP,
                         :TRWCX.SRC-PGM,    :TRWCX.SRC-REF,
                         :TRWCX.CHANNEL,    :TRWCX.SEND-STAUS,
                         :TRWCX.HOLD-RSN,   :TRWCX.LGDONG-CD,
                         :TRWCX.ADDR-DTL,   :TRWCX.SEND-DT,
                         :TRWCX.SEND-TIME,  :TRWCX.SEND-OPID,
                         :TRWCX.RTN-FG,     :TRWCX.RTN-DT,
                         :TRWCX.RTN-PGM )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S9900-SQL-ERROR
               GO TO  S8100-INSERT-ROW-EXIT
           END-IF.

           MOVE  W-SEQNO               TO  CORR-REG-SEQNO.
           MOVE  1                     TO  CORR-ROW-CNT.

       S8100-INSERT-ROW-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             S 9 9 0 0 - S Q L - E R R O R                      *
      *                                                                *
      ******************************************************************

       S9900-SQL-ERROR                 SECTION.

           MOVE  '08'                  TO  CORR-RTN-CD.
           MOVE  SQLCODE               TO  CORR-SQLCODE.

       S9900-SQL-ERROR-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LCBSCORR                          *
      *                                                                *
      ******************************************************************
