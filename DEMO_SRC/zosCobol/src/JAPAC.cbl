      *****************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                                *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           JAPAC.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    J  A  P  A  C                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  CERTIFICATE FEE REFUND.  A PAID TRWAF FEE   *
      *                     WHOSE RECEIPT WAS CANCELLED ('95') OR      *
      *                     REFUSED ('13') IS REFUNDED THROUGH THE     *
      *                     DRWB.TRWBL REGISTER.  THE CLERK MAY RAISE  *
      *                     THE REFUND AT ONCE ('Q') INSTEAD OF        *
      *                     WAITING FOR THE NIGHTLY JAPB5 SWEEP; A     *
      *                     SUPERVISOR OTHER THAN THE REQUESTER        *
      *                     APPROVES IT FOR BANK CREDIT OR COUNTER     *
      *                     CASH ('A') OR DECLINES IT ('R'); AN        *
      *                     APPROVED CASH REFUND IS PAID OUT AT THE    *
      *                     COUNTER ('C').  BANK REFUNDS ARE CREDITED  *
      *                     BY JAPB5; ONE STILL UNPAID FOR WANT OF A   *
      *                     VERIFIED TRYBA ACCOUNT MAY BE RE-DECIDED   *
      *                     AS COUNTER CASH ('A' WITH METHOD 'C').     *
      *                                                                *
      *  TRANSACTION    -  JAAC                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  200 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  200 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWBL (  FEE REFUND REGISTER )                      CRU  *
      *  DRWA.TRWAF (  FEE ASSESSMENT / PAYMENT RECORD )          R    *
      *  DRWA.TRWAD (  CERTIFICATE REQUEST DETAIL )               R    *
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
           VALUE 'JAPAC - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-JAPAC             PIC  X(05)  VALUE 'JAPAC'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-NEW-STAUS             PIC  X(01)  VALUE SPACE.

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
               88  W-COMM-ACTION-INQUIRE           VALUE 'I'.
               88  W-COMM-ACTION-REQUEST           VALUE 'Q'.
               88  W-COMM-ACTION-APPROVE           VALUE 'A'.
               88  W-COMM-ACTION-DECLINE           VALUE 'R'.
               88  W-COMM-ACTION-CASH              VALUE 'C'.
           05  W-COMM-RCVE-NO-TXOFF    PIC  X(03).
           05  W-COMM-RCVE-NO-YY       PIC  X(04).
           05  W-COMM-RCVE-NO-SEQNO    PIC  9(07).
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-REFUND-METHOD    PIC  X(01).
           05  W-COMM-REFUND-AMT       PIC  9(11)V9(02).
           05  W-COMM-REFUND-STAUS     PIC  X(01).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(80).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWBL          *
      *                                *    FEE REFUND REGISTER       *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOBL   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWAF          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOAF   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWAD          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOAD   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'JAPAC - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(200).

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
      *      DISPATCH ON THE REQUESTED ACTION.
      *****************************************************************
       S2000-MAIN               SECTION.

      * APPROVING OR DECLINING A REFUND IS A CONTROLLED FUNCTION -
      * THE CENTRAL AUTHORITY TABLE SAYS WHO MAY DO IT.  INQUIRY,
      * RAISING THE REFUND AND PAYING OUT AN APPROVED CASH REFUND
      * STAY OPEN TO THE COUNTER.
           IF  W-COMM-ACTION-APPROVE  OR  W-COMM-ACTION-DECLINE
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  'JAPACAPV'        TO  L-SAUTH-FUNC-CD
               MOVE  ZERO              TO  L-SAUTH-CHK-CNT
               MOVE  W-SYS-DT          TO  L-SAUTH-TODAY
               CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM
               IF  L-SAUTH-AUTH-FG  NOT =  'Y'
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'OPERATOR NOT AUTHORIZED TO APPROVE REFUNDS'
                                       TO  W-COMM-MSG
                   GO TO  S2000-MAIN-EXIT
               END-IF
           END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2100-INQUIRE-REFUND
               WHEN  W-COMM-ACTION-REQUEST
                     PERFORM  S2200-REQUEST-REFUND
               WHEN  W-COMM-ACTION-APPROVE
                     PERFORM  S2300-DECIDE-REFUND
               WHEN  W-COMM-ACTION-DECLINE
                     PERFORM  S2300-DECIDE-REFUND
               WHEN  W-COMM-ACTION-CASH
                     PERFORM  S2400-PAY-CASH-REFUND
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-INQUIRE-REFUND
      *      RETURN THE REFUND AMOUNT AND ITS STATE FOR ONE RECEIPT.
      *****************************************************************
       S2100-INQUIRE-REFUND     SECTION.

           PERFORM  S7100-SELECT-TRWBL.

           IF  SQLCODE  =  100
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO REFUND REGISTERED FOR RECEIPT'
                                       TO  W-COMM-MSG
               GO TO  S2100-INQUIRE-REFUND-EXIT
           END-IF.

           IF  SQLCODE  NOT =  0
               GO TO  S2100-INQUIRE-REFUND-EXIT
           END-IF.

           MOVE  C-RC00                TO  W-COMM-RC.
           MOVE  REFUND-AMT    OF TRWBL  TO  W-COMM-REFUND-AMT.
           MOVE  REFUND-STAUS  OF TRWBL  TO  W-COMM-REFUND-STAUS.
           MOVE  REFUND-METHOD OF TRWBL  TO  W-COMM-REFUND-METHOD.
           EVALUATE  TRUE
               WHEN  REFUND-PENDING    OF TRWBL
                     MOVE  'REFUND AWAITING SUPERVISOR APPROVAL'
                                       TO  W-COMM-MSG
               WHEN  REFUND-APPROVED   OF TRWBL
                     MOVE  'REFUND APPROVED - NOT YET PAID'
                                       TO  W-COMM-MSG
               WHEN  REFUND-DECLINED   OF TRWBL
                     MOVE  'REFUND DECLINED'    TO  W-COMM-MSG
               WHEN  REFUND-SENT       OF TRWBL
                     MOVE  'REFUND SENT BY BANK CREDIT'
                                       TO  W-COMM-MSG
               WHEN  REFUND-CASH-PAID  OF TRWBL
                     MOVE  'REFUND PAID IN CASH'
                                       TO  W-COMM-MSG
           END-EVALUATE.

       S2100-INQUIRE-REFUND-EXIT.
           EXIT.
      *****************************************************************
      *S2200-REQUEST-REFUND
      *      RAISE THE REFUND AT THE COUNTER.  THE FEE MUST HAVE BEEN
      *      PAID AND THE RECEIPT MUST BE CANCELLED OR REFUSED
      *      ('95', '13') - THE SAME TEST THE JAPB5 SWEEP APPLIES.
      *      THE ROW IS KEYED BY RECEIPT, SO A REFUND ALREADY RAISED
      *      (BY THE SWEEP OR AN EARLIER REQUEST) IS REFUSED AS A
      *      DUPLICATE.
      *****************************************************************
       S2200-REQUEST-REFUND     SECTION.

           EXEC  SQL  SELECT  F.TX_SRVC_TP, F.PAID_AMT, F.PAY_FG,
                              D.TREAT_STAUS, D.RESID_BUSNID,
                              D.TXPAYER_TP
                        INTO  :TRWAF.TX-SRVC-TP,
                              :TRWAF.PAID-AMT,
                              :TRWAF.PAY-FG,
                              :TRWAD.TREAT-STAUS,
                              :TRWAD.RESID-BUSNID,
                              :TRWAD.TXPAYER-TP
                        FROM  DRWA.TRWAF  F
                        ,     DRWA.TRWAD  D
                       WHERE  F.RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  F.RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  F.RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
                         AND  D.RCVE_NO_TXOFF = F.RCVE_NO_TXOFF
                         AND  D.RCVE_NO_YY    = F.RCVE_NO_YY
                         AND  D.RCVE_NO_SEQNO = F.RCVE_NO_SEQNO
           END-EXEC.

           IF  SQLCODE  =  100
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO FEE ASSESSED FOR RECEIPT'
                                       TO  W-COMM-MSG
               GO TO  S2200-REQUEST-REFUND-EXIT
           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE            TO  W-SQLCODE
               MOVE  C-RC02             TO  W-COMM-RC
               MOVE  'TRWAF SELECT FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:31)
               MOVE  W-SQLCODE          TO  W-COMM-MSG(32:5)
               GO TO  S2200-REQUEST-REFUND-EXIT
           END-IF.

           IF  NOT  PAY-FG-PAID  OF  TRWAF
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'FEE NOT PAID - NOTHING TO REFUND'
                                       TO  W-COMM-MSG
               GO TO  S2200-REQUEST-REFUND-EXIT
           END-IF.

           IF  TREAT-STAUS OF TRWAD  NOT =  '95'  AND
               TREAT-STAUS OF TRWAD  NOT =  '13'
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'RECEIPT NOT CANCELLED OR REFUSED'
                                       TO  W-COMM-MSG
               GO TO  S2200-REQUEST-REFUND-EXIT
           END-IF.

           MOVE  W-COMM-RCVE-NO-TXOFF  TO  RCVE-NO-TXOFF OF TRWBL.
           MOVE  W-COMM-RCVE-NO-YY     TO  RCVE-NO-YY    OF TRWBL.
           MOVE  W-COMM-RCVE-NO-SEQNO  TO  RCVE-NO-SEQNO OF TRWBL.
           MOVE  TX-SRVC-TP   OF TRWAF TO  TX-SRVC-TP    OF TRWBL.
           MOVE  RESID-BUSNID OF TRWAD TO  RESID-BUSNID  OF TRWBL.
           MOVE  TXPAYER-TP   OF TRWAD TO  TXPAYER-TP    OF TRWBL.
           MOVE  TREAT-STAUS  OF TRWAD TO  CAUSE-STAUS   OF TRWBL.
           MOVE  PAID-AMT     OF TRWAF TO  REFUND-AMT    OF TRWBL.

           EXEC  SQL  INSERT  INTO  DRWB.TRWBL
                        ( RCVE_NO_TXOFF, RCVE_NO_YY, RCVE_NO_SEQNO,
                          TX_SRVC_TP, RESID_BUSNID, TXPAYER_TP,
                          CAUSE_STAUS, REFUND_AMT, REFUND_STAUS,
                          REFUND_METHOD, REQ_OPID, REQ_DT,
                          APPV_OPID, APPV_DT, RFND_DT, RFND_OPID,
                          DISB_REF_NO )
                 VALUES ( :TRWBL.RCVE-NO-TXOFF, :TRWBL.RCVE-NO-YY,
                          :TRWBL.RCVE-NO-SEQNO, :TRWBL.TX-SRVC-TP,
                          :TRWBL.RESID-BUSNID, :TRWBL.TXPAYER-TP,
                          :TRWBL.CAUSE-STAUS, :TRWBL.REFUND-AMT,
                          'P', ' ', :W-COMM-OPID, :W-SYS-DT,
                          ' ', ' ', ' ', ' ', ' ' )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  PAID-AMT OF TRWAF  TO  W-COMM-REFUND-AMT
                     MOVE  'P'         TO  W-COMM-REFUND-STAUS
                     MOVE  'REFUND RAISED - AWAITING APPROVAL'
                                        TO  W-COMM-MSG
               WHEN  -803
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'REFUND ALREADY REGISTERED FOR RECEIPT'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWBL INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2200-REQUEST-REFUND-EXIT.
           EXIT.
      *****************************************************************
      *S2300-DECIDE-REFUND
      *      APPROVE OR DECLINE A PENDING REFUND.  AUTHORITY WAS
      *      CHECKED IN S2000-MAIN; DUAL CONTROL IS ENFORCED HERE -
      *      THE SUPERVISOR WHO DECIDES MAY NOT BE THE OPERATOR WHO
      *      RAISED THE REFUND.  AN APPROVED BANK REFUND JAPB5 HAS
      *      NOT YET SENT (NO VERIFIED TRYBA ACCOUNT) MAY BE APPROVED
      *      AGAIN AS COUNTER CASH SO THE TAXPAYER CAN BE PAID.
      *****************************************************************
       S2300-DECIDE-REFUND      SECTION.

           PERFORM  S7100-SELECT-TRWBL.

           IF  SQLCODE  =  100
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO REFUND REGISTERED FOR RECEIPT'
                                       TO  W-COMM-MSG
               GO TO  S2300-DECIDE-REFUND-EXIT
           END-IF.

           IF  SQLCODE  NOT =  0
               GO TO  S2300-DECIDE-REFUND-EXIT
           END-IF.

           IF  REFUND-APPROVED     OF  TRWBL  AND
               REFUND-METHOD-BANK  OF  TRWBL  AND
               W-COMM-ACTION-APPROVE          AND
               W-COMM-REFUND-METHOD  =  'C'
               CONTINUE
           ELSE
               IF  NOT  REFUND-PENDING  OF  TRWBL
                   MOVE  C-RC03        TO  W-COMM-RC
                   MOVE  'REFUND NOT PENDING APPROVAL'
                                       TO  W-COMM-MSG
                   GO TO  S2300-DECIDE-REFUND-EXIT
               END-IF
           END-IF.

           IF  REQ-OPID OF TRWBL  =  W-COMM-OPID
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'APPROVER MUST DIFFER FROM REQUESTER'
                                       TO  W-COMM-MSG
               GO TO  S2300-DECIDE-REFUND-EXIT
           END-IF.

           IF  W-COMM-ACTION-APPROVE
               IF  W-COMM-REFUND-METHOD  NOT =  'B'  AND
                   W-COMM-REFUND-METHOD  NOT =  'C'
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'REFUND METHOD MUST BE B OR C'
                                       TO  W-COMM-MSG
                   GO TO  S2300-DECIDE-REFUND-EXIT
               END-IF
               MOVE  'A'               TO  W-NEW-STAUS
           ELSE
               MOVE  SPACE             TO  W-COMM-REFUND-METHOD
               MOVE  'R'               TO  W-NEW-STAUS
           END-IF.

      * THE STATUS AND METHOD JUST READ ARE IN THE PREDICATE - THE
      * GUARD AGAINST TWO SUPERVISORS DECIDING THE SAME REFUND AT
      * ONCE, AND AGAINST SWITCHING A BANK REFUND JAPB5 HAS SENT.
           EXEC  SQL  UPDATE  DRWB.TRWBL
                         SET  REFUND_STAUS  = :W-NEW-STAUS,
                              REFUND_METHOD = :W-COMM-REFUND-METHOD,
                              APPV_OPID     = :W-COMM-OPID,
                              APPV_DT       = :W-SYS-DT
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
                         AND  REFUND_STAUS  = :TRWBL.REFUND-STAUS
                         AND  REFUND_METHOD = :TRWBL.REFUND-METHOD
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  W-NEW-STAUS TO  W-COMM-REFUND-STAUS
                     IF  W-COMM-ACTION-APPROVE
                         MOVE  'REFUND APPROVED'    TO  W-COMM-MSG
                     ELSE
                         MOVE  'REFUND DECLINED'    TO  W-COMM-MSG
                     END-IF
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'REFUND NOT PENDING APPROVAL'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWBL UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2300-DECIDE-REFUND-EXIT.
           EXIT.
      *****************************************************************
      *S2400-PAY-CASH-REFUND
      *      PAY OUT AN APPROVED CASH REFUND AT THE COUNTER.  THE
      *      DAY AND CLERK ARE STAMPED SO THE JAPB2 CASH-UP TAKES THE
      *      REFUND OUT OF THE OFFICE'S TAKINGS FOR THAT DAY.
      *****************************************************************
       S2400-PAY-CASH-REFUND    SECTION.

           EXEC  SQL  UPDATE  DRWB.TRWBL
                         SET  REFUND_STAUS  = 'C',
                              RFND_DT       = :W-SYS-DT,
                              RFND_OPID     = :W-COMM-OPID
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
                         AND  REFUND_STAUS  = 'A'
                         AND  REFUND_METHOD = 'C'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'C'         TO  W-COMM-REFUND-STAUS
                     MOVE  'CASH REFUND PAID'   TO  W-COMM-MSG
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO APPROVED CASH REFUND FOR RECEIPT'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWBL UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2400-PAY-CASH-REFUND-EXIT.
           EXIT.
      *****************************************************************
      *S7100-SELECT-TRWBL
      *      FETCH THE REFUND ROW FOR THE RECEIPT KEYED IN THE
      *      COMMAREA.  SQLCODE IS LEFT FOR THE CALLER TO TEST; AN
      *      UNEXPECTED ERROR IS REPORTED HERE ONCE.
      *****************************************************************
       S7100-SELECT-TRWBL       SECTION.

           EXEC  SQL  SELECT  REFUND_AMT, REFUND_STAUS,
                              REFUND_METHOD, REQ_OPID
                        INTO  :TRWBL.REFUND-AMT,
                              :TRWBL.REFUND-STAUS,
                              :TRWBL.REFUND-METHOD,
                              :TRWBL.REQ-OPID
                        FROM  DRWB.TRWBL
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
           END-EXEC.

           IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
               MOVE  SQLCODE            TO  W-SQLCODE
               MOVE  C-RC02             TO  W-COMM-RC
               MOVE  'TRWBL SELECT FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:31)
               MOVE  W-SQLCODE          TO  W-COMM-MSG(32:5)
           END-IF.

       S7100-SELECT-TRWBL-EXIT.
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

           MOVE  W-TIME(1:2)           TO  W-SYS-TIME(1:2).
           MOVE  W-TIME(4:2)           TO  W-SYS-TIME(3:2).
           MOVE  W-TIME(7:2)           TO  W-SYS-TIME(5:2).

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
      *              PROGRAM  ID  :  JAPAC                             *
      *                                                                *
      ******************************************************************
