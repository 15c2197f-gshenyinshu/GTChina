      *                     PLUS THE ISSUE AND EXPIRY DATES -- AND     *
      *                     NOTHING ELSE.  NO TAXPAYER DATA LEAVES     *
      *                     THIS INQUIRY.                              *
      *                     EVERY LOOKUP IS LOGGED ON DRWB.TRWBN WITH  *
      *                     THE CALLER, SO A LATER REVOCATION (LAP96)  *
      *                     KNOWS WHO RELIED ON THE PAPER.             *
      *                                                                *
      *  TRANSACTION    -  LA93                                        *
      *  IDENTIFIER                                                    *
      *  ============================================================  *
      *  DRWA.TRWAQ (  PRINT / REPRINT AUDIT TRAIL )              R    *
      *  DRWA.TRWAD (  CERTIFICATE REQUEST DETAIL  )              R    *
      *  DRWB.TRWBN (  VERIFICATION LOOKUP LOG     )              C    *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/08/22    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         ANSWER 'REVOKED' FOR A RECEIPT *
      *                                REVOKED THROUGH LAP96 (TRWAD   *
      *                                '97'); LOG EVERY LOOKUP WITH   *
      *                                ITS CALLER ON TRWBN (S2300)    *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
261015     05  C-TREAT-STAUS-REVOKED   PIC  X(02)  VALUE '97'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
261015     05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
261015     05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.

       01  W-COMM-AREA.
           05  W-COMM-VERIFY-NO        PIC  X(16).
           05  W-COMM-EXPIRE-DT        PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
261015*    RELYING PARTY MAKING THE CHECK - INSTITUTION CODE AND
261015*    NAME AS KEYED ON THE VERIFICATION PAGE.
261015     05  W-COMM-CALLER-ID        PIC  X(10).
261015     05  W-COMM-CALLER-NM        PIC  X(30).
261015     05  FILLER                  PIC  X(36).

261015******************************************************************
261015*            C O M M O N   D A T E / T I M E   A R E A           *
261015******************************************************************
261015     COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOAD   END-EXEC.

261015*                                ********************************
261015*                                *    DB2        TRWBN          *
261015*                                *    VERIFICATION LOOKUP LOG   *
261015*                                ********************************
261015     EXEC  SQL   INCLUDE  RWOBN   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP93 - WORKING STORAGE ENDS HERE'.

                                            W-COMM-EXPIRE-DT
                                            W-COMM-RC
                                            W-COMM-MSG.
261015     MOVE  SPACE                 TO  RCVE-NO-TXOFF OF TRWAQ
261015                                      RCVE-NO-YY    OF TRWAQ.
261015     MOVE  ZERO                  TO  RCVE-NO-SEQNO OF TRWAQ.
261015     PERFORM  S8200-GET-SYSTEM-DATE.

       S1000-INIT-EXIT.
           EXIT.
                                            TO  W-COMM-MSG
           ELSE
               PERFORM  S2100-INQUIRE-TRWAQ
261015         PERFORM  S2300-LOG-LOOKUP
           END-IF.

       S2000-MAIN-EXIT.
                     MOVE  'VALID'           TO  W-COMM-VERIFY-STATUS
           END-EVALUATE.

261015     EXEC  SQL  SELECT  ISSUE_DT, EXPIRE_DT, TREAT_STAUS
261015                  INTO  :TRWAD.ISSUE-DT,
261015                        :TRWAD.EXPIRE-DT,
261015                        :TRWAD.TREAT-STAUS
                        FROM  DRWA.TRWAD
                       WHERE  RCVE_NO_TXOFF  = :TRWAQ.RCVE-NO-TXOFF
                         AND  RCVE_NO_YY     = :TRWAQ.RCVE-NO-YY
               MOVE  ISSUE-DT  OF TRWAD  TO  W-COMM-ISSUE-DT
               MOVE  EXPIRE-DT OF TRWAD  TO  W-COMM-EXPIRE-DT
               MOVE  C-RC00              TO  W-COMM-RC
261015* A REVOKED CERTIFICATE OUTRANKS WHATEVER THE PRINT ROW SAYS -
261015* REVOCATION VOIDS EVERY COPY, BUT THE RELYING PARTY MUST BE
261015* TOLD THE PAPER WAS WITHDRAWN, NOT MERELY REPRINTED.
261015         IF  TREAT-STAUS OF TRWAD  =  C-TREAT-STAUS-REVOKED
261015             MOVE  'REVOKED'       TO  W-COMM-VERIFY-STATUS
261015             MOVE  'CERTIFICATE REVOKED - DO NOT RELY ON IT'
261015                                   TO  W-COMM-MSG
261015         END-IF
           ELSE
               MOVE  SQLCODE             TO  W-SQLCODE
               MOVE  C-RC02              TO  W-COMM-RC

       S2200-BUILD-ANSWER-EXIT.
           EXIT.
261015*****************************************************************
261015*S2300-LOG-LOOKUP
261015*      ONE TRWBN ROW PER LOOKUP, FOUND OR NOT - THE SERIAL, THE
261015*      CALLER AND THE ANSWER GIVEN.  A LOOKUP THAT CANNOT BE
261015*      LOGGED IS NOT ANSWERED.
261015*****************************************************************
261015 S2300-LOG-LOOKUP         SECTION.

261015     MOVE  W-COMM-VERIFY-NO      TO  VERIFY-NO     OF TRWBN.
261015     MOVE  RCVE-NO-TXOFF OF TRWAQ
261015                                 TO  RCVE-NO-TXOFF OF TRWBN.
261015     MOVE  RCVE-NO-YY    OF TRWAQ
261015                                 TO  RCVE-NO-YY    OF TRWBN.
261015     MOVE  RCVE-NO-SEQNO OF TRWAQ
261015                                 TO  RCVE-NO-SEQNO OF TRWBN.
261015     MOVE  W-COMM-CALLER-ID      TO  CALLER-ID     OF TRWBN.
261015     MOVE  W-COMM-CALLER-NM      TO  CALLER-NM     OF TRWBN.
261015     MOVE  EIBTRMID              TO  TERM-ID       OF TRWBN.
261015     MOVE  W-SYS-DT              TO  VERIFY-DT     OF TRWBN.
261015     MOVE  W-SYS-TIME            TO  VERIFY-TIME   OF TRWBN.
261015     IF  W-COMM-RC  =  C-RC03
261015         MOVE  'NOT FOUND'       TO  ANSWER-STAUS  OF TRWBN
261015     ELSE
261015         MOVE  W-COMM-VERIFY-STATUS
261015                                 TO  ANSWER-STAUS  OF TRWBN
261015     END-IF.

261015     EXEC  SQL  INSERT  INTO  DRWB.TRWBN
261015                     (LOG_SEQNO,     VERIFY_NO,
261015                      RCVE_NO_TXOFF, RCVE_NO_YY,
261015                      RCVE_NO_SEQNO, CALLER_ID,
261015                      CALLER_NM,     TERM_ID,
261015                      VERIFY_DT,     VERIFY_TIME,
261015                      ANSWER_STAUS)
261015               VALUES
261015                     (GENERATE_UNIQUE(),
261015                      :TRWBN.VERIFY-NO,
261015                      :TRWBN.RCVE-NO-TXOFF, :TRWBN.RCVE-NO-YY,
261015                      :TRWBN.RCVE-NO-SEQNO, :TRWBN.CALLER-ID,
261015                      :TRWBN.CALLER-NM,     :TRWBN.TERM-ID,
261015                      :TRWBN.VERIFY-DT,     :TRWBN.VERIFY-TIME,
261015                      :TRWBN.ANSWER-STAUS)
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         MOVE  SPACE               TO  W-COMM-VERIFY-STATUS
261015                                       W-COMM-ISSUE-DT
261015                                       W-COMM-EXPIRE-DT
261015                                       W-COMM-MSG
261015         MOVE  C-RC02              TO  W-COMM-RC
261015         MOVE  'TRWBN INSERT FAILED, SQLCODE='
261015                                   TO  W-COMM-MSG(1:29)
261015         MOVE  W-SQLCODE           TO  W-COMM-MSG(30:5)
261015     END-IF.

261015 S2300-LOG-LOOKUP-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S8200-GET-SYSTEM-DATE
261015*****************************************************************
261015 S8200-GET-SYSTEM-DATE    SECTION.

261015     EXEC  CICS  ASKTIME
261015                 ABSTIME (W-ABSTIME)
261015     END-EXEC.

261015     EXEC  CICS  FORMATTIME
261015                 ABSTIME (W-ABSTIME)
261015                 YYYYMMDD(W-DB2DATE)
261015                 TIME    (W-TIME)
261015                 DATESEP
261015                 TIMESEP
261015     END-EXEC.

261015     MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
261015     MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
261015     MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).

261015     MOVE  W-TIME(1:2)           TO  W-SYS-TIME(1:2).
261015     MOVE  W-TIME(4:2)           TO  W-SYS-TIME(3:2).
261015     MOVE  W-TIME(7:2)           TO  W-SYS-TIME(5:2).

261015 S8200-GET-SYSTEM-DATE-EXIT.
261015     EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
