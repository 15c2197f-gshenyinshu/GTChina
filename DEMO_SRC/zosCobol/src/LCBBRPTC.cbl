      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LCBBRPTC.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : ON-DEMAND REPORT REQUEST COMPLETION           *
      *  DESCRIPTION : THE CLOSING STEPS OF EVERY JOB LCBPRPT        *
      *                SUBMITS.  AFTER A GOOD REPORT STEP ('D') THE  *
      *                REPORT DATASET IS QUEUED ON DRWA.TRWAP FOR    *
      *                THE PDF RENDER, KEYED 'RPT' + THE REQUEST     *
      *                NUMBER AND OWNED BY THE REQUESTER, AND THE    *
      *                REQUEST IS MARKED DONE.  LAPB1 RENDERS IT     *
      *                FROM THE REQUEST'S OUT-DSN.  AFTER A FAILED   *
      *                OR ABENDED REPORT STEP ('E') THE REQUEST IS   *
      *                MARKED FAILED.  A REQUEST NO LONGER OPEN IS   *
      *                LEFT ALONE (RC 4).                            *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LCBBRPTC                                   *
      *                                                              *
      *  INPUT PARMS    : SYSIN - ACTION (D/E), REQUEST YY (X(04)),  *
      *                           REQUEST SEQNO (9(07))              *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  LCBD2CTL.RPT_REQUEST                    RU                  *
      *  LCBD2CTL.RPT_CATALOG                    R                   *
      *  DRWA.TRWAP                             C                    *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      ****************************************************************

      ****************************************************************
      *                                                              *
      *    E N V I R O N M E N T    D I V I S I O N                  *
      *                                                              *
      ****************************************************************
       ENVIRONMENT                       DIVISION.

       CONFIGURATION                     SECTION.

       SOURCE-COMPUTER.                  IBM.
       OBJECT-COMPUTER.                  IBM.

      ****************************************************************
      *                                                              *
      *    D A T A    D I V I S I O N                                *
      *                                                              *
      ****************************************************************
       DATA                              DIVISION.

       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'LCBBRPTC - WORKING STORAGE BEGINS HERE'.

       01  USER-ABENDS.

           05  U-ABEND.
               10  U-ABEND-CODE1         PIC  9(02)  VALUE  99.

       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LCBBRPTC'.
           05  C-DLV-TXOFF               PIC  X(03)  VALUE 'RPT'.

      ****************************************************************
      *    S Y S I N                                                 *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-ACTION            PIC  X(01)  VALUE  SPACE.
               88  W-SYSIN-DONE                      VALUE  'D'.
               88  W-SYSIN-FAILED                    VALUE  'E'.
           05  W-SYSIN-REQ-YY            PIC  X(04)  VALUE  SPACE.
           05  W-SYSIN-REQ-SEQNO         PIC  9(07)  VALUE  ZERO.
           05  FILLER                    PIC  X(68)  VALUE  SPACES.

       01  WORK-AREAS.
           05  W-SYSTEM-DATETIME.
               10  W-SYSTEM-DATE         PIC  X(08).
               10  W-SYSTEM-TIME         PIC  X(06).
           05  W-SQLCODE                 PIC  ----9.

      ****************************************************************
      *                                                              *
      *    S Q L C A   /   I N C L U D E S                           *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

           EXEC  SQL  INCLUDE  LCBYRPT    END-EXEC.

      ****************************************************************
      *    DRWA.TRWAP   (   PDF OUTPUT REQUEST QUEUE   )             *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAP      END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LCBBRPTC *** WORKING STORAGE ENDS HERE  '.

      ****************************************************************
      *                                                              *
      *    P R O C E D U R E    D I V I S I O N                      *
      *                                                              *
      ****************************************************************
       PROCEDURE                         DIVISION.

      ****************************************************************
      *                                                              *
      *    M A I N    P R O C E S S                                  *
      *                                                              *
      ****************************************************************
       S0100-MAIN                        SECTION.

           PERFORM  S0200-INITIALIZATION.

           PERFORM  S1100-READ-REQUEST.

           IF  W-SYSIN-DONE
               PERFORM  S2100-QUEUE-OUTPUT
           END-IF.

           PERFORM  S3100-CLOSE-REQUEST.

       S0100-MAIN-EXIT.

           IF  RETURN-CODE  >  4
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LCBBRPTC JOB STOP WITH ERROR  ****'
               DISPLAY '**** ROLLBACK COMPLETED !!!!!!!!!  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* REQUEST         : ' W-SYSIN-REQ-YY '-'
                   W-SYSIN-REQ-SEQNO.
           DISPLAY '* REPORT          : ' RREQ-RPT-ID.
           DISPLAY '* REQUESTER       : ' RREQ-REQ-OPID.
           DISPLAY '* STATUS          : ' RREQ-STATUS.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    RREQ-REC.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LCBBRPTC START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  NOT  W-SYSIN-DONE
           AND NOT  W-SYSIN-FAILED
           OR  W-SYSIN-REQ-SEQNO  NOT  NUMERIC
               DISPLAY  'S0200:ERROR=INVALID SYSIN ' W-SYSIN-INFO
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - R E A D - R E Q U E S T                       *
      *                                                              *
      ****************************************************************
       S1100-READ-REQUEST                SECTION.

           EXEC  SQL
                 SELECT   R.RPT_ID
                 ,        R.REQ_OPID
                 ,        R.STATUS
                 ,        R.OUT_DSN
                 ,        C.FORM_ID
                 INTO    :RREQ-RPT-ID
                 ,       :RREQ-REQ-OPID
                 ,       :RREQ-STATUS
                 ,       :RREQ-OUT-DSN
                 ,       :RCAT-FORM-ID
                 FROM     LCBD2CTL.RPT_REQUEST  R
                 ,        LCBD2CTL.RPT_CATALOG  C
                 WHERE    R.REQ_YY     =  :W-SYSIN-REQ-YY
                 AND      R.REQ_SEQNO  =  :W-SYSIN-REQ-SEQNO
                 AND      C.RPT_ID     =  R.RPT_ID
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR RPT_REQUEST SELECT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  NOT  RREQ-STATUS-SUBMITTED
               DISPLAY  'S1100:REQUEST NO LONGER OPEN, STATUS='
                        RREQ-STATUS
               MOVE  4                   TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S1100-READ-REQUEST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - Q U E U E - O U T P U T                       *
      *                                                              *
      *    THE TRWAP ROW THE PDF RENDER PICKS UP.  FOR RCVE_NO_TXOFF *
      *    'RPT' LAPB1 (S2400) READS THE REQUEST'S OUT-DSN.  THE     *
      *    REPORT GOES TO THE REQUESTING OFFICER, NOT A TAXPAYER, SO *
      *    IT IS QUEUED FOR POST ('P') IN THE DEFAULT LANGUAGE WITH  *
      *    NO ELECTRONIC CONTACT - LAPB5 NEVER TRANSMITS IT.         *
      *                                                              *
      ****************************************************************
       S2100-QUEUE-OUTPUT                SECTION.

           INITIALIZE                    TRWAP.
           MOVE  C-DLV-TXOFF             TO  RCVE-NO-TXOFF.
           MOVE  W-SYSIN-REQ-YY          TO  RCVE-NO-YY.
           MOVE  W-SYSIN-REQ-SEQNO       TO  RCVE-NO-SEQNO.
           MOVE  1                       TO  FORM-SEQNO.
           MOVE  RCAT-FORM-ID            TO  FORM-ID.
           MOVE  'P'                     TO  PDF-STATUS.
           MOVE  W-SYSTEM-DATE           TO  REQUEST-DT.
           MOVE  W-SYSTEM-TIME           TO  REQUEST-TIME.
           MOVE  RREQ-REQ-OPID           TO  REQUEST-OPID.
           MOVE  'P'                     TO  DELIV-CHANNEL.
           MOVE  SPACE                   TO  DELIV-CONTACT.
           MOVE  'K'                     TO  LANG-CD.
           MOVE  SPACE                   TO  XMIT-DT.

           EXEC  SQL
                 INSERT  INTO  DRWA.TRWAP
                       ( RCVE_NO_TXOFF
                       , RCVE_NO_YY
                       , RCVE_NO_SEQNO
                       , FORM_SEQNO
                       , FORM_ID
                       , PDF_STATUS
                       , REQUEST_DT
                       , REQUEST_TIME
                       , REQUEST_OPID
                       , DELIV_CHANNEL
                       , DELIV_CONTACT
                       , LANG_CD
                       , XMIT_DT )
                 VALUES
                       ( :TRWAP.RCVE-NO-TXOFF
                       , :TRWAP.RCVE-NO-YY
                       , :TRWAP.RCVE-NO-SEQNO
                       , :TRWAP.FORM-SEQNO
                       , :TRWAP.FORM-ID
                       , :TRWAP.PDF-STATUS
                       , :TRWAP.REQUEST-DT
                       , :TRWAP.REQUEST-TIME
                       , :TRWAP.REQUEST-OPID
                       , :TRWAP.DELIV-CHANNEL
                       , :TRWAP.DELIV-CONTACT
                       , :TRWAP.LANG-CD
                       , :TRWAP.XMIT-DT )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2100:DB ERROR TRWAP INSERT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  C-DLV-TXOFF             TO  RREQ-DLV-TXOFF.
           MOVE  W-SYSIN-REQ-YY          TO  RREQ-DLV-YY.
           MOVE  W-SYSIN-REQ-SEQNO       TO  RREQ-DLV-SEQNO.

           DISPLAY  'S2100:OUTPUT QUEUED ' RREQ-OUT-DSN.

       S2100-QUEUE-OUTPUT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - C L O S E - R E Q U E S T                     *
      *                                                              *
      ****************************************************************
       S3100-CLOSE-REQUEST               SECTION.

           IF  W-SYSIN-DONE
               MOVE  'D'                 TO  RREQ-STATUS
               MOVE  SPACES              TO  RREQ-REASON
           ELSE
               MOVE  'E'                 TO  RREQ-STATUS
               MOVE  'REPORT STEP FAILED - SEE JOB OUTPUT'
                                         TO  RREQ-REASON
               MOVE  SPACES              TO  RREQ-DLV-TXOFF
                                             RREQ-DLV-YY
               MOVE  ZERO                TO  RREQ-DLV-SEQNO
           END-IF.

           EXEC  SQL
                 UPDATE  LCBD2CTL.RPT_REQUEST
                 SET     STATUS     =  :RREQ-STATUS
                 ,       REASON     =  :RREQ-REASON
                 ,       DLV_TXOFF  =  :RREQ-DLV-TXOFF
                 ,       DLV_YY     =  :RREQ-DLV-YY
                 ,       DLV_SEQNO  =  :RREQ-DLV-SEQNO
                 ,       DONE_D     =  :W-SYSTEM-DATE
                 ,       DONE_TM    =  :W-SYSTEM-TIME
                 WHERE   REQ_YY     =  :W-SYSIN-REQ-YY
                 AND     REQ_SEQNO  =  :W-SYSIN-REQ-SEQNO
                 AND     STATUS     =  'S'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S3100:DB ERROR RPT_REQUEST UPDATE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S3100-CLOSE-REQUEST-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LCBBRPTC         *
      *                                                              *
      ****************************************************************
