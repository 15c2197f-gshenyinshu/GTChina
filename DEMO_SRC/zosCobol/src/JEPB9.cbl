      *                CERTIFICATES ARE NOTIFIED IN TIME TO          *
      *                RE-REQUEST CALMLY INSTEAD OF DISCOVERING      *
      *                EXPIRY AT THE BANK COUNTER.                   *
      *                EVERY NOTICE IS ENTERED ON THE CORRESPONDENCE *
      *                REGISTER THROUGH LCBSCORR; A HOLDER WITH AN   *
      *                OPEN TRWAU / TRWAX ITEM GETS NO PAPER NOTICE  *
      *                (REGISTERED AS HELD, COUNTED ON THE TRAILER). *
      *                A HOLDER WHOSE TRWDB PREFERENCE IS ELECTRONIC *
      *                (WITH CONSENT) HAS THE NOTICE QUEUED FOR THAT *
      *                CHANNEL, CONTACT AND LANGUAGE INSTEAD.        *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : JEPB9                                      *
      *  ==========================================================  *
      *  DRWA.TRWAD                              R                   *
      *  DRWA.TRWAP                              CR                  *
      *  DRWB.TRWCX              (VIA LCBSCORR)  C                   *
      *  DRWB.TRWDB              (VIA LCBSCORR)  R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/08/22  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         CORRESPONDENCE REGISTER; NO    *
      *                               NOTICE WHILE A TRWAU / TRWAX   *
      *                               ITEM IS OPEN                   *
      *  2026/10/15  S.K.CHOI         NOTICE SENT BY THE HOLDER'S    *
      *                               TRWDB CHANNEL PREFERENCE       *
      *  2026/10/15  S.K.CHOI         TAXPAYER STAMPED ON THE TRWAP  *
      *                               ROW FOR THE LAPB5 CONSENT      *
      *                               CHECK                          *
      ****************************************************************

      ****************************************************************

           05  A-TRWAD-READ-CNT          PIC  9(13)  VALUE  ZERO.
           05  A-NOTICE-CNT              PIC  9(13)  VALUE  ZERO.
261015     05  A-HELD-CNT                PIC  9(13)  VALUE  ZERO.
261015     05  A-ELEC-CNT                PIC  9(13)  VALUE  ZERO.
           05  A-OFFICE-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.


           05  C-PROG-ID                 PIC  X(08)  VALUE 'JEPB9'.
           05  C-FORM-RENEW              PIC  X(06)  VALUE 'RENEW'.
261015     05  C-PGM-LCBSCORR            PIC  X(08)  VALUE 'LCBSCORR'.

261015****************************************************************
261015*                                                              *
261015*    USERAREA OF THE LCBSCORR CORRESPONDENCE REGISTER.         *
261015*                                                              *
261015****************************************************************
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

      ****************************************************************
      *                                                              *
               10  FILLER                PIC  X(22)  VALUE
                   'REMINDERS TOTAL .... :'.
               10  T1-ITEM-CNT           PIC  ZZZZZZZZZZZZ9.
261015         10  FILLER                PIC  X(22)  VALUE
261015             '   HELD (NO ADDRESS):'.
261015         10  T1-HELD-CNT           PIC  ZZZZZZZZZZZZ9.
261015         10  FILLER                PIC  X(22)  VALUE
261015             '   ELECTRONIC .... :'.
261015         10  T1-ELEC-CNT           PIC  ZZZZZZZZZZZZ9.
261015         10  FILLER                PIC  X(26)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
                                   SUBSTR(EXPIRE_DT,5,2) || '-' ||
                                   SUBSTR(EXPIRE_DT,7,2)))
                          - DAYS(CURRENT DATE)
261015           ,        RESID_BUSNID
                 FROM     DRWA.TRWAD
                 WHERE    TREAT_STAUS  =  '12'
                 AND      EXPIRE_DT    >  '        '
           DISPLAY '***********************************************'.
           DISPLAY '* TRWAD-READ-CNT : ' A-TRWAD-READ-CNT.
           DISPLAY '* NOTICE-CNT     : ' A-NOTICE-CNT.
261015     DISPLAY '* HELD-CNT       : ' A-HELD-CNT.
261015     DISPLAY '* ELEC-CNT       : ' A-ELEC-CNT.
           DISPLAY '* OFFICE-CNT     : ' A-OFFICE-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.
           END-PERFORM.

           MOVE  A-TRWAD-READ-CNT         TO  T1-ITEM-CNT.
261015     MOVE  A-HELD-CNT               TO  T1-HELD-CNT.
261015     MOVE  A-ELEC-CNT               TO  T1-ELEC-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S2100-CHECK-OFFICE-BREAK-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 4 0 0 - C O R R E S P - C H E C K                     *
261015*                                                              *
261015*    MAY A PAPER NOTICE GO TO THE HOLDER'S ADDRESS?            *
261015*                                                              *
261015****************************************************************
261015 S2400-CORRESP-CHECK               SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'C'                     TO  CORR-FUNC.
261015     MOVE  RESID-BUSNID  OF TRWAD  TO  CORR-TXPAYER-ID.
261015     MOVE  C-FORM-RENEW            TO  CORR-NOTICE-TP.
261015     MOVE  C-PROG-ID               TO  CORR-PGM-ID
261015                                       CORR-OPID.
261015     MOVE  RCVE-NO-TXOFF OF TRWAD  TO  CORR-RCVE-NO-TXOFF.
261015     MOVE  RCVE-NO-YY    OF TRWAD  TO  CORR-RCVE-NO-YY.
261015     MOVE  RCVE-NO-SEQNO OF TRWAD  TO  CORR-RCVE-NO-SEQNO.
261015     MOVE  'P'                     TO  CORR-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE        TO  W-SQLCODE
261015         DISPLAY  'S2400:ERROR=LCBSCORR CHECK RC('
261015                   CORR-RTN-CD ') SQLCODE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015 S2400-CORRESP-CHECK-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 4 5 0 - C O R R E S P - R E G I S T E R               *
261015*                                                              *
261015*    THE REGISTER ROW, FROM THE AREA S2400 SET UP.             *
261015*                                                              *
261015****************************************************************
261015 S2450-CORRESP-REGISTER            SECTION.

261015     MOVE  'S'                     TO  CORR-FUNC.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE        TO  W-SQLCODE
261015         DISPLAY  'S2450:ERROR=LCBSCORR REGISTER RC('
261015                   CORR-RTN-CD ') SQLCODE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015 S2450-CORRESP-REGISTER-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 5 0 0 - Q U E U E - R E N E W - N O T I C E           *
      *    THE SAME TRWAP QUEUE LAP91 FEEDS, UNDER FORM-ID 'RENEW',  *
      *    SO THE EXISTING OUTPUT JOBS CARRY THE NOTICES.  A NOTICE  *
      *    ALREADY PENDING FOR THE RECEIPT IS NOT STACKED AGAIN.     *
261015*    A HOLDER LCBSCORR HOLDS (OPEN TRWAU / TRWAX ITEM) GETS NO *
261015*    NOTICE; THE HOLD IS REGISTERED INSTEAD.  A NOTICE QUEUED  *
261015*    IS REGISTERED AS SENT.                                    *
261015*    THE QUEUE ROW CARRIES THE CHANNEL LCBSCORR CHOSE FROM THE *
261015*    HOLDER'S TRWDB PREFERENCE ('P' POST, OR 'E'/'S'/'M' WITH  *
261015*    ITS CONTACT) AND THE LANGUAGE OF THE NOTICE.              *
      *                                                              *
      ****************************************************************
       S2500-QUEUE-RENEW-NOTICE          SECTION.

261015     PERFORM  S2400-CORRESP-CHECK.

261015     IF  CORR-RTN-HELD
261015         PERFORM  S2450-CORRESP-REGISTER
261015         ADD   1                   TO  A-HELD-CNT
261015         GO TO  S2500-QUEUE-RENEW-NOTICE-EXIT
261015     END-IF.

           MOVE  RCVE-NO-TXOFF OF TRWAD  TO  RCVE-NO-TXOFF OF TRWAP.
           MOVE  RCVE-NO-YY    OF TRWAD  TO  RCVE-NO-YY    OF TRWAP.
           MOVE  RCVE-NO-SEQNO OF TRWAD  TO  RCVE-NO-SEQNO OF TRWAP.
           MOVE  C-PROG-ID               TO  REQUEST-OPID OF TRWAP.
           MOVE  W-SYSTEM-DATE           TO  REQUEST-DT   OF TRWAP.
           MOVE  W-SYSTEM-TIME           TO  REQUEST-TIME OF TRWAP.
261015     MOVE  CORR-CHANNEL-USED       TO  DELIV-CHANNEL OF TRWAP.
261015     MOVE  CORR-LANG-CD            TO  LANG-CD       OF TRWAP.
261015     MOVE  CORR-TXPAYER-ID         TO  DELIV-TXPAYER-ID OF TRWAP.
261015     MOVE  SPACE                   TO  XMIT-DT       OF TRWAP.
261015     IF  CORR-CHANNEL-USED  =  'P'
261015         MOVE  SPACE               TO  DELIV-CONTACT OF TRWAP
261015     ELSE
261015         MOVE  CORR-PREF-CONTACT   TO  DELIV-CONTACT OF TRWAP
261015     END-IF.

           EXEC  SQL  INSERT  INTO  DRWA.TRWAP
                             (RCVE_NO_TXOFF,
                              PDF_STATUS   ,
                              REQUEST_DT   ,
                              REQUEST_TIME ,
261015                        REQUEST_OPID ,
261015                        DELIV_CHANNEL,
261015                        DELIV_CONTACT,
261015                        LANG_CD      ,
261015                        XMIT_DT      ,
261015                        DELIV_TXPAYER_ID )
                       SELECT :TRWAP.RCVE-NO-TXOFF,
                              :TRWAP.RCVE-NO-YY   ,
                              :TRWAP.RCVE-NO-SEQNO,
                              :TRWAP.PDF-STATUS   ,
                              :TRWAP.REQUEST-DT   ,
                              :TRWAP.REQUEST-TIME ,
261015                        :TRWAP.REQUEST-OPID ,
261015                        :TRWAP.DELIV-CHANNEL,
261015                        :TRWAP.DELIV-CONTACT,
261015                        :TRWAP.LANG-CD      ,
261015                        :TRWAP.XMIT-DT      ,
261015                        :TRWAP.DELIV-TXPAYER-ID
                         FROM SYSIBM.SYSDUMMY1
                        WHERE NOT EXISTS
                              ( SELECT 1  FROM  DRWA.TRWAP  P
           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-NOTICE-CNT
261015               IF  CORR-CHANNEL-USED  NOT =  'P'
261015                   ADD   1         TO  A-ELEC-CNT
261015               END-IF
261015               PERFORM  S2450-CORRESP-REGISTER
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                 ,     :TRWAD.TX-SRVC-TP
                 ,     :TRWAD.EXPIRE-DT
                 ,     :W-DAYS-LEFT
261015           ,     :TRWAD.RESID-BUSNID
           END-EXEC.

           EVALUATE  SQLCODE
