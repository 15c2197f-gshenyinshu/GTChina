      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           PYPA3.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    P  Y  P  A  3                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  REFUND FRAUD-SCREEN REVIEW.  LISTS THE      *
      *                    REFUND CASES THE PYSB9 SCREEN HELD ON THE   *
      *                    DRWA.TRYBF QUEUE, SHOWS ONE CASE WITH THE   *
      *                    RULES IT HIT, AND TAKES THE REVIEWER'S      *
      *                    DECISION WITH A NOTE:  RELEASE PUTS THE     *
      *                    TRYBD CASE BACK TO UNSENT SO THE NEXT       *
      *                    PYSB6 RUN PAYS IT; CONFIRMED FRAUD BLOCKS   *
      *                    IT ('B') FOR GOOD.  THE DECISION, WHO MADE  *
      *                    IT AND WHY STAY ON THE TRYBF ROW AS THE     *
      *                    AUDIT TRAIL.                                *
      *                                                                *
      *  TRANSACTION    -  PYA3                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  600 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  600 BYTE             *
      *                                                                *
      *  ACTION CODES   -  'L' LIST HELD CASES    'I' INQUIRE CASE     *
      *                    'R' RELEASE TO PAY     'F' CONFIRM FRAUD    *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWA.TRYBF (  FRAUD-SCREEN REVIEW QUEUE   )            RU     *
      *  DRWA.TRYBD (  REFUND DIVISION DETAIL      )            U      *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/10/15    S.K.CHOI         INITIAL CODING                  *
      ******************************************************************
           EJECT
      *****************************************************************
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT                     DIVISION.

      ******************************************************************
      *                                                                *
      *                   D A T A   D I V I S I O N                    *
      *                                                                *
      ******************************************************************
       DATA                            DIVISION.

      ******************************************************************
      *                                                                *
      *                 W O R K I N G   S T O R A G E                  *
      *                                                                *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
       01  WS-START                    PIC X(50)
           VALUE 'PYPA3 - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-PYPA3             PIC  X(05)  VALUE 'PYPA3'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-LIST-MAX              PIC  9(01)  VALUE 5.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.
           05  S-LIST-END              PIC  X(01)  VALUE 'N'.
               88  S-LIST-END-YES                  VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-LIST-IX               PIC  9(01)  VALUE ZERO.
      *    THE DECISION BEING RECORDED - QUEUE STATUS, THE TRYBD
      *    DISBURSEMENT STATE IT LEAVES, AND THE REPLY TEXT.
           05  W-NEW-REVIEW-STAUS      PIC  X(01).
           05  W-NEW-DISB-STATUS       PIC  X(01).
           05  W-DONE-MSG              PIC  X(40).

      *****************************************************************
      *    PARAMETER AREA OF THE CENTRAL LCBSAUTH AUTHORITY CHECK,    *
      *    CARRIED AS LCBSAUTH ITSELF DEFINES IT.                     *
      *****************************************************************
       01  L-SAUTH-PARM.
           05  L-SAUTH-INPUT.
               10  L-SAUTH-OPID         PIC  X(08).
               10  L-SAUTH-FUNC-CD      PIC  X(08).
               10  L-SAUTH-CHK-CNT      PIC  S9(09) COMP-3.
               10  L-SAUTH-TODAY        PIC  X(08).
           05  L-SAUTH-OUTPUT.
               10  L-SAUTH-AUTH-FG      PIC  X(01).
               10  L-SAUTH-RC           PIC  X(02).

       01  W-COMM-AREA.
           05  W-COMM-ACTION           PIC  X(01).
               88  W-COMM-ACTION-LIST              VALUE 'L'.
               88  W-COMM-ACTION-INQUIRE           VALUE 'I'.
               88  W-COMM-ACTION-RELEASE           VALUE 'R'.
               88  W-COMM-ACTION-FRAUD             VALUE 'F'.
           05  W-COMM-REVIEW-SEQNO     PIC  9(09).
      *    SCROLL KEY - LIST RESUMES AFTER THIS REVIEW NUMBER.
           05  W-COMM-FROM-SEQNO       PIC  9(09).
           05  W-COMM-NOTE-TXT         PIC  X(40).
           05  W-COMM-OPID             PIC  X(08).
      *    INQUIRY OUTPUT - THE CASE AND EVERY RULE IT HIT.
           05  W-COMM-CASE.
               10  W-COMM-RESID        PIC  X(13).
               10  W-COMM-ASS-YYMM     PIC  X(06).
               10  W-COMM-TXTP-CD      PIC  X(02).
               10  W-COMM-REFUND-AMT   PIC  S9(13)V9(02)
                                       SIGN LEADING SEPARATE.
               10  W-COMM-BANK-CD      PIC  X(03).
               10  W-COMM-ACCT-NO      PIC  X(16).
               10  W-COMM-HIT-ACCT     PIC  X(01).
               10  W-COMM-HSHLD-CNT    PIC  9(04).
               10  W-COMM-HIT-NEWAC    PIC  X(01).
               10  W-COMM-ACCT-CHG-DT  PIC  X(08).
               10  W-COMM-HIT-HIST     PIC  X(01).
               10  W-COMM-HIST-AVG-AMT PIC  S9(13)V9(02)
                                       SIGN LEADING SEPARATE.
               10  W-COMM-HIT-NEWBZ    PIC  X(01).
               10  W-COMM-BUSN-OPEN-DT PIC  X(08).
               10  W-COMM-HOLD-DT      PIC  X(08).
               10  W-COMM-STAUS        PIC  X(01).
               10  W-COMM-REVIEW-OPID  PIC  X(08).
               10  W-COMM-REVIEW-DT    PIC  X(08).
           05  W-COMM-LIST-CNT         PIC  9(01).
           05  W-COMM-CASE-LIST        OCCURS  5  TIMES.
               10  W-COMM-L-SEQNO      PIC  9(09).
               10  W-COMM-L-RESID      PIC  X(13).
               10  W-COMM-L-REFUND-AMT PIC  S9(13)V9(02)
                                       SIGN LEADING SEPARATE.
               10  W-COMM-L-HOLD-DT    PIC  X(08).
      *        RULE HITS IN RFDACCT / RFDNEWAC / RFDHIST / RFDNEWBZ
      *        ORDER, 'Y' OR 'N'.
               10  W-COMM-L-HITS       PIC  X(04).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(79).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRYBF          *
      *                                ********************************
           EXEC  SQL   INCLUDE  PYOBB   END-EXEC.

      ******************************************************************
      *    CUR-HELD : CASES STILL AWAITING A DECISION, OLDEST HOLD    *
      *    FIRST, FROM THE SCROLL KEY.                                *
      ******************************************************************
           EXEC  SQL
                 DECLARE  CUR-HELD  CURSOR  FOR
                 SELECT   REVIEW_SEQNO
                 ,        RESID
                 ,        REFUND_AMT
                 ,        HOLD_DT
                 ,        HIT_ACCT_FG
                 ,        HIT_NEWAC_FG
                 ,        HIT_HIST_FG
                 ,        HIT_NEWBZ_FG
                 FROM     DRWA.TRYBF
                 WHERE    REVIEW_STAUS  =  'H'
                 AND      REVIEW_SEQNO  >  :W-COMM-FROM-SEQNO
                 ORDER BY REVIEW_SEQNO
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'PYPA3 - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(600).

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE               DIVISION.

       S0000-BEGIN              SECTION.

           PERFORM   S1000-INIT.

           PERFORM   S2000-MAIN.

           PERFORM   S9000-FINAL.

       S0000-BEGIN-EXIT.
           EXIT.
      *****************************************************************
      *S1000-INIT
      *****************************************************************
       S1000-INIT               SECTION.

           MOVE  L-COMM-AREA           TO  W-COMM-AREA.
           MOVE  SPACE                 TO  W-COMM-RC
                                           W-COMM-MSG.
           PERFORM  S8200-GET-SYSTEM-DATE.

       S1000-INIT-EXIT.
           EXIT.
      *****************************************************************
      *S2000-MAIN
      *****************************************************************
       S2000-MAIN               SECTION.

           IF  W-COMM-ACTION-RELEASE  OR  W-COMM-ACTION-FRAUD
               MOVE  'PYA3RVW'         TO  L-SAUTH-FUNC-CD
               PERFORM  S8100-AUTH-CHECK
           END-IF.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2000-MAIN-EXIT
           END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-LIST
                     PERFORM  S2100-LIST-HELD
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2200-INQUIRE-CASE
               WHEN  W-COMM-ACTION-RELEASE
                     MOVE  'R'         TO  W-NEW-REVIEW-STAUS
                     MOVE  ' '         TO  W-NEW-DISB-STATUS
                     MOVE  'CASE RELEASED - PAID ON THE NEXT RUN'
                                        TO  W-DONE-MSG
                     PERFORM  S2300-DECIDE-CASE
               WHEN  W-COMM-ACTION-FRAUD
                     MOVE  'F'         TO  W-NEW-REVIEW-STAUS
                     MOVE  'B'         TO  W-NEW-DISB-STATUS
                     MOVE  'FRAUD CONFIRMED - REFUND BLOCKED'
                                        TO  W-DONE-MSG
                     PERFORM  S2300-DECIDE-CASE
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-LIST-HELD
      *****************************************************************
       S2100-LIST-HELD          SECTION.

           MOVE  ZERO                  TO  W-COMM-LIST-CNT
                                           W-LIST-IX.
           MOVE  'N'                   TO  S-LIST-END.

           PERFORM  S2120-CLEAR-ONE-ROW
                    VARYING  W-LIST-IX  FROM  1  BY  1
                    UNTIL    W-LIST-IX  >  C-LIST-MAX.
           MOVE  ZERO                  TO  W-LIST-IX.

           EXEC  SQL  OPEN  CUR-HELD  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRYBF OPEN FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:28)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(29:5)
               GO TO  S2100-LIST-HELD-EXIT
           END-IF.

           PERFORM  S2110-FETCH-ONE-CASE
                    UNTIL  S-LIST-END-YES
                       OR  W-COMM-LIST-CNT  NOT <  C-LIST-MAX.

           EXEC  SQL  CLOSE  CUR-HELD  END-EXEC.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-LIST-HELD-EXIT
           END-IF.

           IF  W-COMM-LIST-CNT  =  ZERO
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO HELD REFUND CASES'  TO  W-COMM-MSG
           ELSE
               MOVE  C-RC00            TO  W-COMM-RC
           END-IF.

       S2100-LIST-HELD-EXIT.
           EXIT.
      *****************************************************************
      *S2110-FETCH-ONE-CASE
      *****************************************************************
       S2110-FETCH-ONE-CASE     SECTION.

           EXEC  SQL
                 FETCH  CUR-HELD
                 INTO  :TRYBF.REVIEW-SEQNO
                 ,     :TRYBF.RESID
                 ,     :TRYBF.REFUND-AMT
                 ,     :TRYBF.HOLD-DT
                 ,     :TRYBF.HIT-ACCT-FG
                 ,     :TRYBF.HIT-NEWAC-FG
                 ,     :TRYBF.HIT-HIST-FG
                 ,     :TRYBF.HIT-NEWBZ-FG
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1           TO  W-COMM-LIST-CNT
                     MOVE  W-COMM-LIST-CNT  TO  W-LIST-IX
                     MOVE  REVIEW-SEQNO OF TRYBF
                       TO  W-COMM-L-SEQNO      (W-LIST-IX)
                     MOVE  RESID OF TRYBF
                       TO  W-COMM-L-RESID      (W-LIST-IX)
                     MOVE  REFUND-AMT OF TRYBF
                       TO  W-COMM-L-REFUND-AMT (W-LIST-IX)
                     MOVE  HOLD-DT OF TRYBF
                       TO  W-COMM-L-HOLD-DT    (W-LIST-IX)
                     MOVE  HIT-ACCT-FG OF TRYBF
                       TO  W-COMM-L-HITS (W-LIST-IX) (1:1)
                     MOVE  HIT-NEWAC-FG OF TRYBF
                       TO  W-COMM-L-HITS (W-LIST-IX) (2:1)
                     MOVE  HIT-HIST-FG OF TRYBF
                       TO  W-COMM-L-HITS (W-LIST-IX) (3:1)
                     MOVE  HIT-NEWBZ-FG OF TRYBF
                       TO  W-COMM-L-HITS (W-LIST-IX) (4:1)
               WHEN  100
                     MOVE  'Y'         TO  S-LIST-END
               WHEN  OTHER
                     MOVE  'Y'         TO  S-LIST-END
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRYBF FETCH FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2110-FETCH-ONE-CASE-EXIT.
           EXIT.
      *****************************************************************
      *S2120-CLEAR-ONE-ROW
      *****************************************************************
       S2120-CLEAR-ONE-ROW      SECTION.

           INITIALIZE  W-COMM-CASE-LIST (W-LIST-IX).

       S2120-CLEAR-ONE-ROW-EXIT.
           EXIT.
      *****************************************************************
      *S2200-INQUIRE-CASE
      *      ONE QUEUE ROW IN ANY STATUS, WITH ITS RULE HITS AND,
      *      ONCE DECIDED, WHO DECIDED IT AND WHEN.
      *****************************************************************
       S2200-INQUIRE-CASE       SECTION.

           PERFORM  S3000-SELECT-TRYBF.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2200-INQUIRE-CASE-EXIT
           END-IF.

           MOVE  RESID          OF TRYBF  TO  W-COMM-RESID.
           MOVE  ASS-YYMM-FR    OF TRYBF  TO  W-COMM-ASS-YYMM.
           MOVE  TXTP-CD        OF TRYBF  TO  W-COMM-TXTP-CD.
           MOVE  REFUND-AMT     OF TRYBF  TO  W-COMM-REFUND-AMT.
           MOVE  BANK-CD        OF TRYBF  TO  W-COMM-BANK-CD.
           MOVE  ACCT-NO        OF TRYBF  TO  W-COMM-ACCT-NO.
           MOVE  HIT-ACCT-FG    OF TRYBF  TO  W-COMM-HIT-ACCT.
           MOVE  ACCT-HSHLD-CNT OF TRYBF  TO  W-COMM-HSHLD-CNT.
           MOVE  HIT-NEWAC-FG   OF TRYBF  TO  W-COMM-HIT-NEWAC.
           MOVE  ACCT-CHG-DT    OF TRYBF  TO  W-COMM-ACCT-CHG-DT.
           MOVE  HIT-HIST-FG    OF TRYBF  TO  W-COMM-HIT-HIST.
           MOVE  HIST-AVG-AMT   OF TRYBF  TO  W-COMM-HIST-AVG-AMT.
           MOVE  HIT-NEWBZ-FG   OF TRYBF  TO  W-COMM-HIT-NEWBZ.
           MOVE  BUSN-OPEN-DT   OF TRYBF  TO  W-COMM-BUSN-OPEN-DT.
           MOVE  HOLD-DT        OF TRYBF  TO  W-COMM-HOLD-DT.
           MOVE  REVIEW-STAUS   OF TRYBF  TO  W-COMM-STAUS.
           MOVE  REVIEW-OPID    OF TRYBF  TO  W-COMM-REVIEW-OPID.
           MOVE  REVIEW-DT      OF TRYBF  TO  W-COMM-REVIEW-DT.
           MOVE  REVIEW-NOTE    OF TRYBF  TO  W-COMM-NOTE-TXT.

           MOVE  C-RC00                   TO  W-COMM-RC.

       S2200-INQUIRE-CASE-EXIT.
           EXIT.
      *****************************************************************
      *S2300-DECIDE-CASE
      *      RELEASE OR CONFIRMED FRAUD.  THE QUEUE ROW AND THE TRYBD
      *      CASE MOVE TOGETHER OR NOT AT ALL - A CASE NO LONGER
      *      HELD ON TRYBD ROLLS THE DECISION BACK.
      *****************************************************************
       S2300-DECIDE-CASE        SECTION.

           IF  W-COMM-NOTE-TXT  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'REVIEW NOTE REQUIRED'        TO  W-COMM-MSG
               GO TO  S2300-DECIDE-CASE-EXIT
           END-IF.

           PERFORM  S3000-SELECT-TRYBF.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2300-DECIDE-CASE-EXIT
           END-IF.

           IF  NOT  REVIEW-STAUS-HELD OF TRYBF
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'CASE ALREADY DECIDED'        TO  W-COMM-MSG
               GO TO  S2300-DECIDE-CASE-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWA.TRYBF
                         SET  REVIEW_STAUS = :W-NEW-REVIEW-STAUS,
                              REVIEW_OPID  = :W-COMM-OPID,
                              REVIEW_DT    = :W-SYS-DT,
                              REVIEW_NOTE  = :W-COMM-NOTE-TXT
                       WHERE  REVIEW_SEQNO = :TRYBF.REVIEW-SEQNO
                         AND  REVIEW_STAUS = 'H'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'CASE ALREADY DECIDED'  TO  W-COMM-MSG
                     GO TO  S2300-DECIDE-CASE-EXIT
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRYBF UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
                     GO TO  S2300-DECIDE-CASE-EXIT
           END-EVALUATE.

      * A RELEASED CASE COUNTS AS SCREENED FROM TODAY, SO PYSB9
      * DOES NOT HOLD IT AGAIN UNLESS ITS ACCOUNT CHANGES.
           EXEC  SQL  UPDATE  DRWA.TRYBD
                         SET  DISB_STATUS = :W-NEW-DISB-STATUS,
                              SCREEN_DT   = :W-SYS-DT
                       WHERE  ASS_YYMM_FR = :TRYBF.ASS-YYMM-FR
                         AND  RESID       = :TRYBF.RESID
                         AND  TXTP_CD     = :TRYBF.TXTP-CD
                         AND  HWUN_GWA    = :TRYBF.HWUN-GWA
                         AND  DETRM_TP    = :TRYBF.DETRM-TP
                         AND  BUSN_TP     = :TRYBF.BUSN-TP
                         AND  DISB_STATUS = 'H'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  W-DONE-MSG  TO  W-COMM-MSG
               WHEN  100
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'REFUND CASE IS NO LONGER HELD'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRYBD UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2300-DECIDE-CASE-EXIT.
           EXIT.
      *****************************************************************
      *S3000-SELECT-TRYBF
      *****************************************************************
       S3000-SELECT-TRYBF       SECTION.

           MOVE  W-COMM-REVIEW-SEQNO   TO  REVIEW-SEQNO OF TRYBF.

           EXEC  SQL  SELECT  ASS_YYMM_FR,
                              RESID,
                              TXTP_CD,
                              HWUN_GWA,
                              DETRM_TP,
                              BUSN_TP,
                              REFUND_AMT,
                              BANK_CD,
                              ACCT_NO,
                              HIT_ACCT_FG,
                              ACCT_HSHLD_CNT,
                              HIT_NEWAC_FG,
                              ACCT_CHG_DT,
                              HIT_HIST_FG,
                              HIST_AVG_AMT,
                              HIT_NEWBZ_FG,
                              BUSN_OPEN_DT,
                              HOLD_DT,
                              REVIEW_STAUS,
                              REVIEW_OPID,
                              REVIEW_DT,
                              REVIEW_NOTE
                        INTO  :TRYBF.ASS-YYMM-FR,
                              :TRYBF.RESID,
                              :TRYBF.TXTP-CD,
                              :TRYBF.HWUN-GWA,
                              :TRYBF.DETRM-TP,
                              :TRYBF.BUSN-TP,
                              :TRYBF.REFUND-AMT,
                              :TRYBF.BANK-CD,
                              :TRYBF.ACCT-NO,
                              :TRYBF.HIT-ACCT-FG,
                              :TRYBF.ACCT-HSHLD-CNT,
                              :TRYBF.HIT-NEWAC-FG,
                              :TRYBF.ACCT-CHG-DT,
                              :TRYBF.HIT-HIST-FG,
                              :TRYBF.HIST-AVG-AMT,
                              :TRYBF.HIT-NEWBZ-FG,
                              :TRYBF.BUSN-OPEN-DT,
                              :TRYBF.HOLD-DT,
                              :TRYBF.REVIEW-STAUS,
                              :TRYBF.REVIEW-OPID,
                              :TRYBF.REVIEW-DT,
                              :TRYBF.REVIEW-NOTE
                        FROM  DRWA.TRYBF
                       WHERE  REVIEW_SEQNO = :TRYBF.REVIEW-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'REVIEW CASE NOT FOUND'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRYBF SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S3000-SELECT-TRYBF-EXIT.
           EXIT.
      *****************************************************************
      *S8100-AUTH-CHECK
      *****************************************************************
       S8100-AUTH-CHECK         SECTION.

           MOVE  W-COMM-OPID           TO  L-SAUTH-OPID.
           MOVE  ZERO                  TO  L-SAUTH-CHK-CNT.
           MOVE  W-SYS-DT              TO  L-SAUTH-TODAY.

           CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM.

           IF  L-SAUTH-AUTH-FG  NOT =  'Y'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OPERATOR NOT AUTHORIZED FOR FRAUD REVIEW'
                                        TO  W-COMM-MSG
           END-IF.

       S8100-AUTH-CHECK-EXIT.
           EXIT.
      *****************************************************************
      *S8200-GET-SYSTEM-DATE
      *****************************************************************
       S8200-GET-SYSTEM-DATE    SECTION.

           EXEC  CICS  ASKTIME
                       ABSTIME (W-ABSTIME)
           END-EXEC.

           EXEC  CICS  FORMATTIME
                       ABSTIME (W-ABSTIME)
                       YYYYMMDD(W-DB2DATE)
                       TIME    (W-TIME)
                       DATESEP
                       TIMESEP
           END-EXEC.

           MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
           MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
           MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).

       S8200-GET-SYSTEM-DATE-EXIT.
           EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
       S9000-FINAL              SECTION.

           IF  S-ROLLBACK-YES
               EXEC  CICS  SYNCPOINT  ROLLBACK  END-EXEC
           END-IF.

           MOVE  W-COMM-AREA           TO  L-COMM-AREA.

           EXEC CICS RETURN END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  PYPA3                             *
      *                                                                *
      ******************************************************************
