      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWA.TRWAF (  FEE ASSESSMENT / PAYMENT RECORD )          RU   *
      *  DRWA.TRWAH (  AGENCY CONSOLIDATED MONTHLY INVOICE )      RU   *
      *  DRWA.TRWAO (  BULK-REQUESTER AGENCY ACCOUNT MASTER )      U   *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                MONTHLY INVOICE (DRWA.TRWAH,   *
      *                                WRITTEN BY JAPB3) AT THE SAME  *
      *                                COUNTER - 'B' ACTION (S2400)   *
      *   26/10/15    S.K.CHOI         'B' POSTS PART PAYMENTS TOWARD *
      *                                THE INVOICE AND RETURNS THE    *
      *                                BALANCE; SETTLING THE LAST     *
      *                                FINAL-STAGE INVOICE CLEARS THE *
      *                                AGENCY INTAKE BLOCK (S2410).   *
      *                                'L' ACTION - SUPERVISOR LIFT   *
      *                                OF THE BLOCK (S2500)           *
      *   26/10/15    S.K.CHOI         'W' RECORDS THE STATUTORY      *
      *                                EXEMPTION REASON ON TRWAF FOR  *
      *                                THE JAPB8 WAIVER EXCEPTION     *
      *                                REPORT                         *
      ******************************************************************
           EJECT
      *****************************************************************
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
261015     05  W-INV-BAL-AMT           PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *    PARAMETER AREA OF THE CENTRAL LCBSAUTH AUTHORITY CHECK,    *
               88  W-COMM-ACTION-PAY               VALUE 'P'.
               88  W-COMM-ACTION-WAIVE             VALUE 'W'.
260902         88  W-COMM-ACTION-BILL              VALUE 'B'.
261015         88  W-COMM-ACTION-LIFT              VALUE 'L'.
           05  W-COMM-RCVE-NO-TXOFF    PIC  X(03).
           05  W-COMM-RCVE-NO-YY       PIC  X(04).
           05  W-COMM-RCVE-NO-SEQNO    PIC  9(07).
           05  W-COMM-PAY-AMT          PIC  9(11)V9(02).
           05  W-COMM-PAY-METHOD       PIC  X(01).
           05  W-COMM-OPID             PIC  X(08).
261015*    ON A 'B' ACTION, CARRIES BACK THE INVOICE BALANCE OWED.
           05  W-COMM-FEE-AMT          PIC  9(11)V9(02).
           05  W-COMM-PAY-FG           PIC  X(01).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
260902     05  W-COMM-AGENCY-ID        PIC  X(08).
260902     05  W-COMM-BILL-YYMM        PIC  X(06).
261015*    ON A 'W' ACTION, THE STATUTORY EXEMPTION RELIED ON (TRWAF
261015*    WAIVE-RSN-CD) AND ITS CITATION OR NOTE.
261015     05  W-COMM-WAIVE-RSN-CD     PIC  X(02).
261015     05  W-COMM-WAIVE-RSN-TXT    PIC  X(40).
261015     05  FILLER                  PIC  X(10).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      *                                ********************************
260902     EXEC  SQL   INCLUDE  RWOAH   END-EXEC.

261015*                                ********************************
261015*                                *    DB2        TRWAO          *
261015*                                *    AGENCY ACCOUNT MASTER     *
261015*                                ********************************
261015     EXEC  SQL   INCLUDE  RWOAO   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'JAPAA - WORKING STORAGE ENDS HERE'.

               END-IF
           END-IF.

261015* SO IS LIFTING AN AGENCY'S OVERDUE-INVOICE INTAKE BLOCK.
261015     IF  W-COMM-ACTION-LIFT
261015         MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
261015         MOVE  'JAPAALFT'        TO  L-SAUTH-FUNC-CD
261015         MOVE  ZERO              TO  L-SAUTH-CHK-CNT
261015         MOVE  W-SYS-DT          TO  L-SAUTH-TODAY
261015         CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM
261015         IF  L-SAUTH-AUTH-FG  NOT =  'Y'
261015             MOVE  C-RC01        TO  W-COMM-RC
261015             MOVE  'OPERATOR NOT AUTHORIZED TO LIFT AGENCY BLOCK'
261015                                 TO  W-COMM-MSG
261015             GO TO  S2000-MAIN-EXIT
261015         END-IF
261015     END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2100-INQUIRE-FEE
                     PERFORM  S2300-WAIVE-FEE
260902         WHEN  W-COMM-ACTION-BILL
260902               PERFORM  S2400-SETTLE-INVOICE
261015         WHEN  W-COMM-ACTION-LIFT
261015               PERFORM  S2500-LIFT-AGENCY-BLOCK
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
      *S2300-WAIVE-FEE
      *      MARK THE FEE WAIVED WHERE THE STATUTE EXEMPTS THE
      *      REQUESTER.  AUTHORITY WAS ALREADY CHECKED IN S2000-MAIN.
261015*      THE EXEMPTION RELIED ON MUST BE GIVEN - A KNOWN REASON
261015*      CODE, AND FOR '99' (OTHER) THE CITATION AS WELL - SO THE
261015*      JAPB8 MONTHLY REVIEW CAN SEE WHY EVERY FEE WAS WAIVED.
      *****************************************************************
       S2300-WAIVE-FEE          SECTION.

261015     MOVE  W-COMM-WAIVE-RSN-CD   TO  WAIVE-RSN-CD  OF TRWAF.
261015     MOVE  W-COMM-WAIVE-RSN-TXT  TO  WAIVE-RSN-TXT OF TRWAF.

261015     IF  NOT  WAIVE-RSN-VALID  OF  TRWAF
261015         MOVE  C-RC01            TO  W-COMM-RC
261015         MOVE  'EXEMPTION REASON CODE MUST BE 01-04 OR 99'
261015                                  TO  W-COMM-MSG
261015         GO TO  S2300-WAIVE-FEE-EXIT
261015     END-IF.

261015     IF  WAIVE-RSN-OTHER  OF  TRWAF
261015     AND (W-COMM-WAIVE-RSN-TXT  =  SPACE  OR  LOW-VALUE)
261015         MOVE  C-RC01            TO  W-COMM-RC
261015         MOVE  'EXEMPTION REASON 99 NEEDS THE CITATION TEXT'
261015                                  TO  W-COMM-MSG
261015         GO TO  S2300-WAIVE-FEE-EXIT
261015     END-IF.

           EXEC  SQL  UPDATE  DRWA.TRWAF
                         SET  PAY_FG     = 'W',
                              PAY_DT     = :W-SYS-DT,
                              PAY_TIME   = :W-SYS-TIME,
                              PAY_OPID   = :W-COMM-OPID,
261015                        WAIVE_RSN_CD  = :TRWAF.WAIVE-RSN-CD,
261015                        WAIVE_RSN_TXT = :TRWAF.WAIVE-RSN-TXT
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
           EXIT.
260902*****************************************************************
260902*S2400-SETTLE-INVOICE
261015*      POST TREASURY PAYMENT AGAINST AN AGENCY'S CONSOLIDATED
261015*      MONTHLY INVOICE.  A PART PAYMENT IS ADDED TO PAID_AMT
261015*      AND THE BALANCE STILL OWED IS RETURNED IN FEE-AMT; AN
261015*      AMOUNT ABOVE THE BALANCE IS REFUSED.  PAID_FG IS SET
261015*      ONLY WHEN PAID_AMT REACHES INV_AMT, AND THE JAPB3 AGING
261015*      PAGE AND THE JAPB6 DUNNING RUN STOP CHASING THE INVOICE
261015*      FROM THEN ON.
260902*****************************************************************
260902 S2400-SETTLE-INVOICE     SECTION.

261015     EXEC  SQL  SELECT  INV_AMT, PAID_FG, PAID_AMT, DUN_LEVEL
261015                  INTO  :TRWAH.INV-AMT, :TRWAH.PAID-FG,
261015                        :TRWAH.PAID-AMT, :TRWAH.DUN-LEVEL
260902                  FROM  DRWA.TRWAH
260902                 WHERE  AGENCY_ID = :W-COMM-AGENCY-ID
260902                   AND  BILL_YYMM = :W-COMM-BILL-YYMM

260902     IF  PAID-FG-PAID  OF  TRWAH
260902         MOVE  C-RC03            TO  W-COMM-RC
261015         MOVE  ZERO              TO  W-COMM-FEE-AMT
260902         MOVE  'INVOICE ALREADY SETTLED'  TO  W-COMM-MSG
260902         GO TO  S2400-SETTLE-INVOICE-EXIT
260902     END-IF.

261015     COMPUTE  W-INV-BAL-AMT  =  INV-AMT  OF TRWAH
261015                             -  PAID-AMT OF TRWAH.
261015     MOVE  W-INV-BAL-AMT         TO  W-COMM-FEE-AMT.

261015     IF  W-COMM-PAY-AMT  NOT >  ZERO
261015         MOVE  C-RC01            TO  W-COMM-RC
261015         MOVE  'TENDERED AMOUNT MUST BE GREATER THAN ZERO'
261015                                  TO  W-COMM-MSG
261015         GO TO  S2400-SETTLE-INVOICE-EXIT
261015     END-IF.

261015     IF  W-COMM-PAY-AMT  >  W-INV-BAL-AMT
260902         MOVE  C-RC01            TO  W-COMM-RC
261015         MOVE  'TENDERED AMOUNT EXCEEDS INVOICE BALANCE'
260902                                  TO  W-COMM-MSG
260902         GO TO  S2400-SETTLE-INVOICE-EXIT
260902     END-IF.

261015* THE PAID_AMT TEST IN THE PREDICATE IS THE GUARD AGAINST TWO
261015* COUNTERS POSTING AGAINST THE SAME BALANCE AT ONCE - THE
261015* SECOND UPDATE FINDS THE BALANCE ALREADY MOVED.
260902     EXEC  SQL  UPDATE  DRWA.TRWAH
261015                   SET  PAID_FG   = CASE
261015                            WHEN PAID_AMT + :W-COMM-PAY-AMT
261015                                 >= INV_AMT
261015                            THEN 'Y' ELSE 'N' END,
261015                        PAID_AMT  = PAID_AMT + :W-COMM-PAY-AMT,
260902                        PAID_DT   = :W-SYS-DT,
260902                        PAID_OPID = :W-COMM-OPID
260902                 WHERE  AGENCY_ID = :W-COMM-AGENCY-ID
260902                   AND  BILL_YYMM = :W-COMM-BILL-YYMM
260902                   AND  PAID_FG   = 'N'
261015                   AND  PAID_AMT  = :TRWAH.PAID-AMT
260902     END-EXEC.

260902     EVALUATE  SQLCODE
260902         WHEN  0
260902               MOVE  C-RC00      TO  W-COMM-RC
261015               SUBTRACT  W-COMM-PAY-AMT  FROM  W-INV-BAL-AMT
261015               MOVE  W-INV-BAL-AMT    TO  W-COMM-FEE-AMT
261015               IF  W-INV-BAL-AMT  =  ZERO
261015                   MOVE  'INVOICE SETTLED'    TO  W-COMM-MSG
261015                   PERFORM  S2410-CLEAR-AGENCY-BLOCK
261015               ELSE
261015                   MOVE  'PART PAYMENT POSTED - BALANCE RETURNED'
261015                                  TO  W-COMM-MSG
261015               END-IF
260902         WHEN  100
260902               MOVE  C-RC03      TO  W-COMM-RC
260902               MOVE  'INVOICE NOT OPEN FOR SETTLEMENT'

260902 S2400-SETTLE-INVOICE-EXIT.
260902     EXIT.
261015*****************************************************************
261015*S2410-CLEAR-AGENCY-BLOCK
261015*      AN INVOICE HAS JUST BEEN SETTLED.  IF THE AGENCY NO
261015*      LONGER HAS ANY FINAL-STAGE INVOICE UNPAID, ITS INTAKE
261015*      BLOCK (OR A SUPERVISOR LIFT STANDING IN FOR IT) IS
261015*      CLEARED SO JAPB1 ACCEPTS ITS NEXT SUBMISSION FILE.
261015*****************************************************************
261015 S2410-CLEAR-AGENCY-BLOCK SECTION.

261015     EXEC  SQL  UPDATE  DRWA.TRWAO
261015                   SET  INTAKE_BLOCK_FG = 'N'
261015                 WHERE  AGENCY_ID       = :W-COMM-AGENCY-ID
261015                   AND  INTAKE_BLOCK_FG IN ('Y', 'S')
261015                   AND  NOT EXISTS
261015                       (SELECT 1
261015                          FROM DRWA.TRWAH  H
261015                         WHERE H.AGENCY_ID = :W-COMM-AGENCY-ID
261015                           AND H.PAID_FG   = 'N'
261015                           AND H.DUN_LEVEL = '3')
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  SQLCODE           TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  SPACE             TO  W-COMM-MSG
261015         MOVE  'TRWAO UPDATE FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(32:5)
261015     END-IF.

261015 S2410-CLEAR-AGENCY-BLOCK-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S2500-LIFT-AGENCY-BLOCK
261015*      SUPERVISOR LIFT OF AN AGENCY'S OVERDUE-INVOICE INTAKE
261015*      BLOCK BEFORE THE DEBT IS CLEARED.  AUTHORITY WAS ALREADY
261015*      CHECKED IN S2000-MAIN.  THE LIFT HOLDS UNTIL JAPB6 TAKES
261015*      ANOTHER OF THE AGENCY'S INVOICES TO THE FINAL STAGE.
261015*****************************************************************
261015 S2500-LIFT-AGENCY-BLOCK  SECTION.

261015     EXEC  SQL  UPDATE  DRWA.TRWAO
261015                   SET  INTAKE_BLOCK_FG = 'S',
261015                        BLOCK_LIFT_DT   = :W-SYS-DT,
261015                        BLOCK_LIFT_OPID = :W-COMM-OPID
261015                 WHERE  AGENCY_ID       = :W-COMM-AGENCY-ID
261015                   AND  INTAKE_BLOCK_FG = 'Y'
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               MOVE  C-RC00      TO  W-COMM-RC
261015               MOVE  'AGENCY INTAKE BLOCK LIFTED'  TO  W-COMM-MSG
261015         WHEN  100
261015               MOVE  C-RC03      TO  W-COMM-RC
261015               MOVE  'AGENCY NOT FOUND OR NOT BLOCKED'
261015                                  TO  W-COMM-MSG
261015         WHEN  OTHER
261015               MOVE  'Y'         TO  S-ROLLBACK
261015               MOVE  SQLCODE     TO  W-SQLCODE
261015               MOVE  C-RC02      TO  W-COMM-RC
261015               MOVE  'TRWAO UPDATE FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31)
261015               MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
261015     END-EVALUATE.

261015 S2500-LIFT-AGENCY-BLOCK-EXIT.
261015     EXIT.
      *****************************************************************
      *S7100-SELECT-TRWAF
      *      FETCH THE FEE RECORD FOR THE RECEIPT KEYED IN THE
