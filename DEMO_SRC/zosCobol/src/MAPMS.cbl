      *                     NUMBERED STATEMENT FORM -- WITH A TRWAP    *
      *                     PDF REQUEST ROW SO THE SAME STATEMENT CAN  *
      *                     BE E-DELIVERED.  NO MORE SCREEN CAPTURES.  *
      *                     EACH STATEMENT IS ENTERED ON THE           *
      *                     CORRESPONDENCE REGISTER (LCBSCORR); WHILE  *
      *                     THE TAXPAYER HAS AN OPEN TRWAU / TRWAX     *
      *                     ITEM THE PAPER IS NOT PRINTED AND THE      *
      *                     STATEMENT GOES OUT AS THE PDF ONLY.        *
      *                     A TAXPAYER REGISTERED ON DRWB.TRWDB FOR AN *
      *                     ELECTRONIC CHANNEL WITH CONSENT GETS NO    *
      *                     PAPER EITHER; THE TRWAP ROW CARRIES THE    *
      *                     CHANNEL, CONTACT AND LANGUAGE.             *
      *                                                                *
      *  TRANSACTION    -  MAMS                                        *
      *  IDENTIFIER                                                    *
      *  ============================================================  *
      *  DTJA.TTJAC (  ACCOUNT TRANSACTION DETAIL )               R    *
      *  DRWA.TRWAP (  PDF OUTPUT REQUEST QUEUE )                 CR   *
      *  DRWB.TRWCX (  CORRESPONDENCE REGISTER - VIA LCBSCORR )   C    *
      *  DRWB.TRWDB (  CHANNEL PREFERENCE - VIA LCBSCORR )        R    *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                AGREEMENT STATE AND NEXT DUE   *
      *                                INSTALLMENT ON THE STATEMENT   *
      *                                (S2360)                        *
      *   26/10/15    S.K.CHOI         CORRESPONDENCE REGISTER; PDF   *
      *                                ONLY WHILE A TRWAU / TRWAX     *
      *                                ITEM IS OPEN (S2250)           *
      *   26/10/15    S.K.CHOI         TRWDB CHANNEL PREFERENCE - NO  *
      *                                PAPER FOR AN ELECTRONIC        *
      *                                CHANNEL WITH CONSENT; CHANNEL  *
      *                                STAMPED ON TRWAP (S2500)       *
      *   26/10/15    S.K.CHOI         TAXPAYER STAMPED ON THE TRWAP  *
      *                                ROW FOR THE LAPB5 CONSENT      *
      *                                CHECK (S2500)                  *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-FORM-STMT             PIC  X(06)  VALUE 'STMT'.
261015     05  C-PGM-LCBSCORR          PIC  X(08)  VALUE 'LCBSCORR'.

      ******************************************************************
      *                       S W I T C H E S                          *
           05  W-COMM-STMT-NO          PIC  9(07).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
261015*    'P' PRINTED, 'E' PDF ONLY (ADDRESS ON HOLD)
261015     05  W-COMM-CHANNEL          PIC  X(01).
261015     05  FILLER                  PIC  X(81).

261015******************************************************************
261015*    USERAREA OF THE LCBSCORR CORRESPONDENCE REGISTER            *
261015******************************************************************
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

      ******************************************************************
      *                     P R I N T   L I N E S                      *
           MOVE  SPACE                 TO  W-COMM-RC
                                            W-COMM-MSG.
           MOVE  ZERO                  TO  W-COMM-STMT-NO.
261015     MOVE  SPACE                 TO  W-COMM-CHANNEL.
           PERFORM  S8200-GET-SYSTEM-DATE.

       S1000-INIT-EXIT.
               GO TO  S2000-MAIN-EXIT
           END-IF.

261015     PERFORM  S2250-REGISTER-STMT.

261015     IF  S-ROLLBACK-YES
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.

261015     IF  CORR-RTN-REDIRECTED
261015         GO TO  S2000-QUEUE
261015     END-IF.

261015     IF  CORR-RTN-PREFERRED
261015     AND CORR-CHANNEL-USED  NOT =  'P'
261015         GO TO  S2000-QUEUE
261015     END-IF.

           PERFORM  S2300-PRINT-STATEMENT.

           IF  S-ROLLBACK-YES
               GO TO  S2000-MAIN-EXIT
           END-IF.

261015 S2000-QUEUE.

           PERFORM  S2500-QUEUE-PDF.

261015     IF  S-ROLLBACK-YES
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.

261015     MOVE  W-STMT-SEQNO          TO  W-COMM-STMT-NO.
261015     MOVE  C-RC00                TO  W-COMM-RC.
261015     MOVE  CORR-CHANNEL-USED     TO  W-COMM-CHANNEL.

261015     IF  CORR-RTN-REDIRECTED
261015         MOVE  'ADDRESS ON HOLD - STATEMENT QUEUED FOR PDF ONLY'
261015                                      TO  W-COMM-MSG
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.

261015     IF  CORR-RTN-PREFERRED
261015     AND CORR-CHANNEL-USED  NOT =  'P'
261015         MOVE  'STATEMENT QUEUED FOR REGISTERED CHANNEL, NO PAPER'
261015                                      TO  W-COMM-MSG
261015     ELSE
261015         MOVE  'STATEMENT PRINTED AND QUEUED FOR PDF'
261015                                      TO  W-COMM-MSG
261015     END-IF.

       S2000-MAIN-EXIT.
           EXIT.

       S2200-STMT-NUMBER-EXIT.
           EXIT.
261015*****************************************************************
261015*S2250-REGISTER-STMT
261015*      THE STATEMENT ON THE CORRESPONDENCE REGISTER UNDER ITS
261015*      NUMBER.  WHILE THE TAXPAYER HAS AN OPEN TRWAU / TRWAX ITEM
261015*      LCBSCORR REDIRECTS IT TO THE PDF E-DELIVERY ('E') AND NO
261015*      PAPER IS PRINTED.
261015*****************************************************************
261015 S2250-REGISTER-STMT      SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'S'                   TO  CORR-FUNC.
261015     MOVE  W-COMM-BUSNID         TO  CORR-TXPAYER-ID.
261015     MOVE  'B'                   TO  CORR-ID-TP.
261015     MOVE  C-FORM-STMT           TO  CORR-NOTICE-TP.
261015     MOVE  C-PGM-MAPMS           TO  CORR-PGM-ID
261015                                      CORR-OPID.
261015     MOVE  W-COMM-TXOFF-CD       TO  CORR-RCVE-NO-TXOFF.
261015     MOVE  W-SYS-DT (1:4)        TO  CORR-RCVE-NO-YY.
261015     MOVE  W-STMT-SEQNO          TO  CORR-RCVE-NO-SEQNO.
261015     MOVE  'P'                   TO  CORR-CHANNEL.
261015     MOVE  'E'                   TO  CORR-ALT-CHANNEL.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  'Y'                TO  S-ROLLBACK
261015         MOVE  CORR-SQLCODE       TO  W-SQLCODE
261015         MOVE  C-RC02             TO  W-COMM-RC
261015         MOVE  'CORRESPONDENCE REGISTER FAILED, SQLCODE='
261015                                   TO  W-COMM-MSG(1:40)
261015         MOVE  W-SQLCODE          TO  W-COMM-MSG(41:5)
261015     END-IF.

261015 S2250-REGISTER-STMT-EXIT.
261015     EXIT.
      *****************************************************************
      *S2300-PRINT-STATEMENT
      *****************************************************************
      *S2500-QUEUE-PDF
      *      ONE TRWAP ROW PER STATEMENT, UNDER ITS OWN FORM-ID, SO
      *      THE LAPB1 DRAIN JOB RENDERS THE PDF FOR E-DELIVERY.
261015*      THE ROW CARRIES THE CHANNEL LCBSCORR SETTLED ON, WITH THE
261015*      REGISTERED CONTACT WHEN IT IS ELECTRONIC.
      *****************************************************************
       S2500-QUEUE-PDF          SECTION.

           MOVE  W-SYS-DT              TO  REQUEST-DT    OF TRWAP.
           MOVE  W-SYS-TIME            TO  REQUEST-TIME  OF TRWAP.
           MOVE  C-PGM-MAPMS           TO  REQUEST-OPID  OF TRWAP.
261015     MOVE  CORR-CHANNEL-USED     TO  DELIV-CHANNEL OF TRWAP.
261015     MOVE  CORR-LANG-CD          TO  LANG-CD       OF TRWAP.
261015     MOVE  CORR-TXPAYER-ID       TO  DELIV-TXPAYER-ID OF TRWAP.
261015     MOVE  SPACE                 TO  XMIT-DT       OF TRWAP.
261015     IF  CORR-RTN-PREFERRED
261015     AND CORR-CHANNEL-USED  NOT =  'P'
261015         MOVE  CORR-PREF-CONTACT TO  DELIV-CONTACT OF TRWAP
261015     ELSE
261015         MOVE  SPACE             TO  DELIV-CONTACT OF TRWAP
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
                       VALUES
                             (:TRWAP.RCVE-NO-TXOFF,
                              :TRWAP.RCVE-NO-YY   ,
                              :TRWAP.PDF-STATUS   ,
                              :TRWAP.REQUEST-DT   ,
                              :TRWAP.REQUEST-TIME ,
261015                        :TRWAP.REQUEST-OPID ,
261015                        :TRWAP.DELIV-CHANNEL,
261015                        :TRWAP.DELIV-CONTACT,
261015                        :TRWAP.LANG-CD      ,
261015                        :TRWAP.XMIT-DT      ,
261015                        :TRWAP.DELIV-TXPAYER-ID )
           END-EXEC.

           IF  SQLCODE  NOT =  0
