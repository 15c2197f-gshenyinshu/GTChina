      *                - RE-NOTIFICATION OF THE TAXPAYER AT THE      *
      *                  TRWBA 'RFNOTIFY' INTERVAL (NOTICE FILE,     *
      *                  NOTIFY COUNT AND DATE STAMPED ON THE        *
      *                  CASE), UNLESS THE TAXPAYER HAS AN OPEN      *
      *                  TRWAU / TRWAX ITEM - THEN THE NOTICE IS     *
      *                  HELD (LCBSCORR) AND ONLY THE DATE STAMPED,  *
      *                  AND A TAXPAYER WITH AN ELECTRONIC TRWDB     *
      *                  PREFERENCE (WITH CONSENT) IS NOTIFIED ON    *
      *                  THAT CHANNEL AND CONTACT, IN ITS LANGUAGE,  *
      *                - ESCHEAT OF CASES PAST THE TRWBA             *
      *                  'RFESCHEAT' STATUTE WINDOW: CLOSED TO THE   *
      *                  TREASURY ('X', TTJAC 'ES' AUDIT POSTING)    *
      *  DRWA.TRYBD                              RU                  *
      *  DRWB.TRWBA                              R                   *
      *  DTJA.TTJAC                              C                   *
      *  DTJA.TTJAH (VIA MAPSE)                 CU                   *
      *  DTAA.TTAAA                              R                   *
      *  DRWB.TRWCX              (VIA LCBSCORR)  C                   *
      *  DRWB.TRWDB              (VIA LCBSCORR)  R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/02  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         EACH 'ES' ROW IS ADDED INTO    *
      *                               ITS DTJA.TTJAH BALANCE SUMMARY *
      *                               THROUGH MAPSE                  *
      *  2026/10/15  S.K.CHOI         RE-NOTIFICATIONS ENTERED ON    *
      *                               THE CORRESPONDENCE REGISTER;   *
      *                               HELD WHILE A TRWAU / TRWAX     *
      *                               ITEM IS OPEN                   *
      *  2026/10/15  S.K.CHOI         NOTICE RECORD (NOW 120 BYTES)  *
      *                               CARRIES THE TRWDB CHANNEL,     *
      *                               CONTACT AND LANGUAGE           *
      ****************************************************************

      ****************************************************************

       FD  O-NTF-FILE
           RECORDING  MODE               IS   F
261015     RECORD     CONTAINS           120  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-NTF-REC.
261015 01  O-NTF-REC                     PIC  X(120).

       FD  O-RPT-FILE
           RECORDING  MODE               IS   F

           05  A-CASE-READ-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-NOTIFY-CNT              PIC  9(09)  VALUE  ZERO.
261015     05  A-HELD-CNT                PIC  9(09)  VALUE  ZERO.
261015     05  A-ELEC-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-ESCHEAT-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-ESCHEAT-TOT             PIC S9(15)  COMP-3 VALUE +0.
           05  A-BUCKET-90               PIC  9(09)  VALUE  ZERO.
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'PYSB8'.
           05  C-PGM-MAPSE               PIC  X(08)  VALUE 'MAPSE'.
261015     05  C-PGM-LCBSCORR            PIC  X(08)  VALUE 'LCBSCORR'.
261015     05  C-NOTICE-RFND             PIC  X(06)  VALUE 'RFNTFY'.

      ****************************************************************
      *                                                              *
           05  W-NEXT-SEQNO              PIC S9(07) COMP-3.
           05  W-OFS-BUSNID              PIC  X(10).
           05  W-OFS-TXOFF               PIC  X(03).
261015*    1 WHEN THE NOTICE WENT OUT, 0 WHEN IT WAS HELD
261015     05  W-NOTIFY-INC              PIC S9(04) COMP.

      ****************************************************************
      *    PARAMETER AREA OF THE MAPSE BALANCE SUMMARY SERVICE,      *
      *    CARRIED AS MAPSE ITSELF DEFINES IT.                       *
      ****************************************************************
       01  L-MAPSE-AREA.
           05  L-MAPSE-INPUT.
               10  L-MAPSE-BUSNID        PIC  X(10).
               10  L-MAPSE-TXTP-CD       PIC  X(02).
               10  L-MAPSE-TRANS-DT      PIC  X(08).
               10  L-MAPSE-TRANS-TP      PIC  X(02).
               10  L-MAPSE-TRANS-AMT     PIC S9(13)V9(02) COMP-3.
           05  L-MAPSE-OUTPUT.
               10  L-MAPSE-RETURN-STATUS PIC  X(01).

261015****************************************************************
261015*    USERAREA OF THE LCBSCORR CORRESPONDENCE REGISTER.         *
261015****************************************************************
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

      ****************************************************************
      *                                                              *
           05  N1-AMT                    PIC  9(13)V9(02).
           05  N1-AGE-DAYS               PIC  9(05).
           05  N1-NOTIFY-SEQ             PIC  9(03).
261015*    'P' POST TO THE REGISTERED ADDRESS; 'E' E-DELIVERY, 'S' SMS
261015*    OR 'M' E-MAIL TO N1-CONTACT.  N1-LANG-CD 'K' / 'E'.
261015     05  N1-CHANNEL                PIC  X(01).
261015     05  N1-LANG-CD                PIC  X(01).
261015     05  N1-CONTACT                PIC  X(64).
261015     05  FILLER                    PIC  X(10)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
               10  FILLER                PIC  X(11)  VALUE
                   'NOTIFIED.:'.
               10  T2-NOTIFY-CNT         PIC  ZZZZZZZZ9.
261015         10  FILLER                PIC  X(08)  VALUE
261015             '  HELD.:'.
261015         10  T2-HELD-CNT           PIC  ZZZZZZZZ9.
261015         10  FILLER                PIC  X(08)  VALUE
261015             '  ELEC:'.
261015         10  T2-ELEC-CNT           PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(12)  VALUE
                   '  ESCHEATED:'.
               10  T2-ESCHEAT-CNT        PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(09)  VALUE
                   '  TOTAL.:'.
               10  T2-ESCHEAT-TOT        PIC  -(14)9.
261015         10  FILLER                PIC  X(32)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
           DISPLAY '***********************************************'.
           DISPLAY '* CASE-READ-CNT  : ' A-CASE-READ-CNT.
           DISPLAY '* NOTIFY-CNT     : ' A-NOTIFY-CNT.
261015     DISPLAY '* HELD-CNT       : ' A-HELD-CNT.
261015     DISPLAY '* ELEC-CNT       : ' A-ELEC-CNT.
           DISPLAY '* ESCHEAT-CNT    : ' A-ESCHEAT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.
      ****************************************************************
       S2200-NOTIFY-CASE                 SECTION.

261015     PERFORM  S2250-REGISTER-NOTICE.

261015     IF  CORR-RTN-HELD
261015         MOVE  ZERO                 TO  W-NOTIFY-INC
261015         ADD   1                    TO  A-HELD-CNT
261015         GO TO  S2200-STAMP-CASE
261015     END-IF.

261015     MOVE  1                        TO  W-NOTIFY-INC.

           MOVE  RESID OF TRYBD           TO  N1-RESID.
           MOVE  ASS-YYMM-FR OF TRYBD     TO  N1-ASS-YYMM.
           MOVE  TXTP-CD OF TRYBD         TO  N1-TXTP-CD.
           MOVE  W-PAY-AMT                TO  N1-AMT.
           MOVE  W-AGE-DAYS               TO  N1-AGE-DAYS.
           COMPUTE  N1-NOTIFY-SEQ  =  NOTIFY-CNT OF TRYBD  +  1.
261015     MOVE  CORR-CHANNEL-USED        TO  N1-CHANNEL.
261015     MOVE  CORR-LANG-CD             TO  N1-LANG-CD.
261015     IF  CORR-CHANNEL-USED  =  'P'
261015         MOVE  SPACE                TO  N1-CONTACT
261015     ELSE
261015         MOVE  CORR-PREF-CONTACT    TO  N1-CONTACT
261015         ADD   1                    TO  A-ELEC-CNT
261015     END-IF.

           WRITE  O-NTF-REC  FROM  N1-NOTIFY-REC.

               PERFORM  S0100-MAIN-EXIT
           END-IF.

261015* A HELD NOTICE STAMPS THE DATE ONLY, SO THE CASE COMES UP
261015* AGAIN AT THE NEXT INTERVAL WITHOUT COUNTING AS NOTIFIED.
261015 S2200-STAMP-CASE.

           EXEC  SQL  UPDATE  DRWA.TRYBD
261015                   SET  NOTIFY_CNT     = NOTIFY_CNT
261015                                       + :W-NOTIFY-INC,
                              LAST_NOTIFY_DT = :W-SYSTEM-DATE
                       WHERE  ASS_YYMM_FR = :TRYBD.ASS-YYMM-FR
                         AND  RESID       = :TRYBD.RESID
               PERFORM  S0100-MAIN-EXIT
           END-IF.

261015     IF  W-NOTIFY-INC  >  ZERO
               ADD   1                    TO  A-NOTIFY-CNT
261015     END-IF.

       S2200-NOTIFY-CASE-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 2 5 0 - R E G I S T E R - N O T I C E                 *
261015*                                                              *
261015*    THE RE-NOTIFICATION ON THE CORRESPONDENCE REGISTER - SENT,*
261015*    OR HELD WHEN THE TAXPAYER HAS AN OPEN TRWAU / TRWAX ITEM. *
261015*    THE REFERENCE IS THE TRYBD CASE KEY.                      *
261015*                                                              *
261015****************************************************************
261015 S2250-REGISTER-NOTICE             SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'S'                      TO  CORR-FUNC.
261015     MOVE  RESID OF TRYBD           TO  CORR-TXPAYER-ID.
261015     MOVE  'R'                      TO  CORR-ID-TP.
261015     MOVE  C-NOTICE-RFND            TO  CORR-NOTICE-TP.
261015     MOVE  C-PROG-ID                TO  CORR-PGM-ID
261015                                        CORR-OPID.
261015     STRING  ASS-YYMM-FR OF TRYBD  TXTP-CD  OF TRYBD
261015             HWUN-GWA    OF TRYBD  DETRM-TP OF TRYBD
261015             BUSN-TP     OF TRYBD
261015             DELIMITED BY SIZE  INTO  CORR-SRC-REF
261015     END-STRING.
261015     MOVE  'P'                      TO  CORR-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE         TO  W-SQLCODE
261015         DISPLAY  'S2250:ERROR=LCBSCORR RC(' CORR-RTN-CD
261015                  ') SQLCODE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1        TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015 S2250-REGISTER-NOTICE-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - E S C H E A T - C A S E                       *
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               PERFORM  S2400-ADD-TO-SUMMARY
           END-IF.

           MOVE  RESID OF TRYBD           TO  D1-RESID.
       S2300-ESCHEAT-CASE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - A D D - T O - S U M M A R Y                   *
      *                                                              *
      *    THE 'ES' ROW JUST POSTED, ADDED INTO ITS TTJAH BALANCE    *
      *    SUMMARY IN THE SAME UNIT OF WORK.                         *
      *                                                              *
      ****************************************************************
       S2400-ADD-TO-SUMMARY              SECTION.

           MOVE  W-OFS-BUSNID             TO  L-MAPSE-BUSNID.
           MOVE  TXTP-CD OF TRYBD         TO  L-MAPSE-TXTP-CD.
           MOVE  W-SYSTEM-DATE            TO  L-MAPSE-TRANS-DT.
           MOVE  'ES'                     TO  L-MAPSE-TRANS-TP.
           MOVE  W-PAY-AMT                TO  L-MAPSE-TRANS-AMT.

           CALL  C-PGM-MAPSE  USING  L-MAPSE-AREA.

           IF  L-MAPSE-RETURN-STATUS  NOT =  SPACE
               DISPLAY  'S2400:ERROR=MAPSE STATUS('
                         L-MAPSE-RETURN-STATUS ')'
               MOVE  U-ABEND-CODE1        TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S2400-ADD-TO-SUMMARY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R S                   *
           WRITE  O-RPT-REC  FROM  T1-AGING-LINE.

           MOVE  A-NOTIFY-CNT             TO  T2-NOTIFY-CNT.
261015     MOVE  A-HELD-CNT               TO  T2-HELD-CNT.
261015     MOVE  A-ELEC-CNT               TO  T2-ELEC-CNT.
           MOVE  A-ESCHEAT-CNT            TO  T2-ESCHEAT-CNT.
           MOVE  A-ESCHEAT-TOT            TO  T2-ESCHEAT-TOT.
           WRITE  O-RPT-REC  FROM  T2-TRAILER-LINE.
