      *                (H/D/T RECORDS PER AGENCY), A PRINTED         *
      *                STATEMENT PAGE PER AGENCY, AND AN AGING PAGE  *
      *                OF INVOICES FROM PRIOR MONTHS STILL UNPAID.   *
      *                EACH NEW STATEMENT IS ENTERED ON THE          *
      *                CORRESPONDENCE REGISTER THROUGH LCBSCORR      *
      *                (ELECTRONIC TO A REGISTERED DELIVERY          *
      *                ENDPOINT, OTHERWISE PAPER TO THE BILLING      *
      *                ADDRESS).                                     *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : JAPB3                                      *
      *  DRWA.TRWAD                              R                   *
      *  DRWA.TRWAE                              R                   *
      *  DRWA.TRWAH                             CR                   *
      *  DRWB.TRWCX              (VIA LCBSCORR)  C                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *                               FOR 'U'/'E' PRIORITY RECEIPTS  *
      *  2026/09/02  S.K.CHOI         BILL PER CERTIFIED COPY        *
      *                               (ISSUE-QTY COUNTERPARTS)       *
      *  2026/10/15  S.K.CHOI         STATEMENTS ENTERED ON THE      *
      *                               CORRESPONDENCE REGISTER        *
      ****************************************************************

      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'JAPB3'.
261015     05  C-PGM-LCBSCORR            PIC  X(08)  VALUE 'LCBSCORR'.
261015     05  C-NOTICE-AGYSTM           PIC  X(06)  VALUE 'AGYSTM'.

261015****************************************************************
261015*    USERAREA OF THE LCBSCORR CORRESPONDENCE REGISTER.         *
261015****************************************************************
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

      ****************************************************************
      *                                                              *
                 DECLARE  CURSOR_AGENCY  CURSOR  WITH  HOLD  FOR
                 SELECT   AGENCY_ID
                 ,        AGENCY_NM
261015           ,        BILL_ADDR
261015           ,        DELIV_ENDPOINT
                 FROM     DRWA.TRWAO
                 WHERE    ACTIVE_FG  =  'Y'
                 ORDER BY AGENCY_ID

           EVALUATE  SQLCODE
               WHEN  0
261015               PERFORM  S3200-REGISTER-STMT
               WHEN  -803
                     DISPLAY 'S3100:INVOICE ALREADY ON FILE FOR '
                              AGENCY-ID OF TRWAO ' '
       S3100-TRWAH-INSERT-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 3 2 0 0 - R E G I S T E R - S T M T                     *
261015*                                                              *
261015*    THE NEW STATEMENT ON THE CORRESPONDENCE REGISTER, ONCE    *
261015*    PER AGENCY AND MONTH (A RERUN KEEPS THE INVOICE AND DOES  *
261015*    NOT COME HERE).  AN AGENCY WITH A DELIVERY ENDPOINT GETS  *
261015*    IT ELECTRONICALLY, THE REST ON PAPER AT THE BILLING       *
261015*    ADDRESS.                                                  *
261015*                                                              *
261015****************************************************************
261015 S3200-REGISTER-STMT               SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'S'                      TO  CORR-FUNC.
261015     MOVE  AGENCY-ID OF TRWAO       TO  CORR-TXPAYER-ID.
261015     MOVE  'G'                      TO  CORR-ID-TP.
261015     MOVE  C-NOTICE-AGYSTM          TO  CORR-NOTICE-TP.
261015     MOVE  C-PROG-ID                TO  CORR-PGM-ID
261015                                        CORR-OPID.
261015     STRING  AGENCY-ID OF TRWAO  W-SYSIN-BILL-YYMM
261015             DELIMITED BY SIZE  INTO  CORR-SRC-REF
261015     END-STRING.

261015     IF  DELIV-ENDPOINT OF TRWAO  =  SPACE
261015         MOVE  'P'                  TO  CORR-CHANNEL
261015         MOVE  BILL-ADDR OF TRWAO   TO  CORR-ADDR-DTL
261015     ELSE
261015         MOVE  'E'                  TO  CORR-CHANNEL
261015     END-IF.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR
261015     OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE         TO  W-SQLCODE
261015         DISPLAY  'S3200:ERROR=LCBSCORR RC(' CORR-RTN-CD
261015                  ') SQLCODE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1        TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015 S3200-REGISTER-STMT-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 0 0 - A G I N G - S C A N                           *
                 FETCH  CURSOR_AGENCY
                 INTO  :TRWAO.AGENCY-ID
                 ,     :TRWAO.AGENCY-NM
261015           ,     :TRWAO.BILL-ADDR
261015           ,     :TRWAO.DELIV-ENDPOINT
           END-EXEC.

           EVALUATE  SQLCODE
