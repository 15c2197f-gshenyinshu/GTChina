      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           PYPA4.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    P  Y  P  A  4                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  TAXPAYER SELF-SERVICE REFUND STATUS         *
      *                    INQUIRY.  THE TAXPAYER SUPPLIES THE RESID   *
      *                    OF RECORD PLUS THE REFUND CASE - THE FIRST  *
      *                    MONTH OF THE ASSESSMENT PERIOD AND THE TAX  *
      *                    TYPE, AS PRINTED ON THE REFUND NOTICE - AND *
      *                    GETS BACK A PLAIN-LANGUAGE STATUS FOR EACH  *
      *                    MATCHING TRYBD CASE (AMOUNT, ANY PART TAKEN *
      *                    AGAINST ARREARS, DATE SENT TO THE BANK)     *
      *                    AND A MASKED VIEW OF THE REFUND ACCOUNT ON  *
      *                    FILE, WITHOUT A CLERK HAVING TO LOOK IT UP. *
      *                    A CREDIT THE BANK REJECTED TELLS THE        *
      *                    TAXPAYER TO RE-REGISTER AN ACCOUNT.         *
      *                                                                *
      *  TRANSACTION    -  PYA4                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  600 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  600 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWA.TRYBD (  REFUND DIVISION DETAIL      )              R    *
      *  DRWA.TRYBA (  REFUND BANK-ACCOUNT REGISTRY )             R    *
      *  DRWB.TRWBS (  PRIVACY AUDIT LOG           )             C     *
      *                                                                *
      *  CALLED PGM     -  LCBSHASH (AUDIT-CHAIN SERVICE)              *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *  SPECIAL LOGIC  -  THE RESID AND THE CASE MUST BOTH MATCH.  A  *
      *                    MISS ON EITHER RETURNS THE SAME "NOT FOUND" *
      *                    RC/MESSAGE AND NO ACCOUNT, SO A GUESSED     *
      *                    RESID CANNOT BE CONFIRMED.  EVERY LOOKUP IS *
      *                    LOGGED TO TRWBS BEFORE IT RUNS; ONE THAT    *
      *                    CANNOT BE LOGGED DOES NOT RUN.              *
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
           VALUE 'PYPA4 - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-PYPA4             PIC  X(05)  VALUE 'PYPA4'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-SELF-OPID             PIC  X(08)  VALUE 'PYA4SELF'.
      *    PURPOSE CODE OF A TAXPAYER LOOKING AT THEIR OWN RECORD.
           05  C-SELF-PURPOSE          PIC  X(02)  VALUE 'SS'.
           05  C-LIST-MAX              PIC  9(01)  VALUE 3.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-LIST-END              PIC  X(01)  VALUE 'N'.
               88  S-LIST-END-YES                  VALUE 'Y'.
           05  S-ACCT-FAILED           PIC  X(01)  VALUE 'N'.
               88  S-ACCT-FAILED-YES               VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-LIST-IX               PIC  9(01)  VALUE ZERO.
           05  W-CASE-AMT              PIC S9(13)V9(02) COMP-3.
           05  W-XLAT-STAUS-CD         PIC  X(02)  VALUE SPACE.
           05  W-XLAT-STAUS-MSG        PIC  X(40)  VALUE SPACE.
           05  W-MASK-LEN              PIC S9(04)  COMP VALUE +0.

      *****************************************************************
      *    PARAMETER AREA OF THE LCBSHASH AUDIT-CHAIN SERVICE,        *
      *    CARRIED AS LCBSHASH ITSELF DEFINES IT.                     *
      *****************************************************************
       01  L-HASH-PARM.
           05  L-HASH-TABLE-NM         PIC  X(08).
           05  L-HASH-ROW-KEY          PIC  X(64).
           05  L-HASH-IMG-LEN          PIC  S9(04) COMP.
           05  L-HASH-IMG              PIC  X(300).
           05  L-HASH-RC               PIC  X(02).

       01  W-COMM-AREA.
           05  W-COMM-RESID            PIC  X(13).
      *    THE CASE IDENTIFIER FROM THE REFUND NOTICE.
           05  W-COMM-ASS-YYMM         PIC  X(06).
           05  W-COMM-TXTP-CD          PIC  X(02).
           05  W-COMM-CASE-CNT         PIC  9(01).
           05  W-COMM-CASE             OCCURS  3  TIMES.
               10  W-COMM-C-STAUS-CD   PIC  X(02).
               10  W-COMM-C-STAUS-MSG  PIC  X(40).
               10  W-COMM-C-REFUND-AMT PIC  9(11)V9(02).
      *        TAKEN AGAINST ARREARS, AND WHAT WENT TO THE BANK.
               10  W-COMM-C-OFFSET-AMT PIC  9(11)V9(02).
               10  W-COMM-C-PAID-AMT   PIC  9(11)V9(02).
               10  W-COMM-C-DISB-DT    PIC  X(08).
      *    THE REFUND ACCOUNT ON FILE, ALL BUT THE LAST FOUR
      *    CHARACTERS OF THE NUMBER MASKED.
           05  W-COMM-BANK-CD          PIC  X(03).
           05  W-COMM-ACCT-MASK        PIC  X(16).
           05  W-COMM-ACCT-VERIFY-FG   PIC  X(01).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(209).

      ******************************************************************
      *          S T A T U S - C O D E   M E S S A G E   T A B L E     *
      ******************************************************************
       01  W-STAUS-MSG-VALUE.
           05  FILLER PIC X(42) VALUE
               'PRREFUND BEING CALCULATED                '.
           05  FILLER PIC X(42) VALUE
               'ERUNDER REVIEW - CONTACT THE TAX OFFICE  '.
           05  FILLER PIC X(42) VALUE
               'DVDIVIDED AND PROCESSED - PAYMENT PENDING'.
           05  FILLER PIC X(42) VALUE
               'HRHELD FOR REVIEW BEFORE PAYMENT         '.
           05  FILLER PIC X(42) VALUE
               'HBNOT PAYABLE - CONTACT THE TAX OFFICE   '.
           05  FILLER PIC X(42) VALUE
               'OFOFFSET IN FULL AGAINST UNPAID TAX      '.
           05  FILLER PIC X(42) VALUE
               'SBSENT TO YOUR BANK                      '.
           05  FILLER PIC X(42) VALUE
               'PDPAID TO YOUR BANK ACCOUNT              '.
           05  FILLER PIC X(42) VALUE
               'FLBANK REJECTED THE ACCOUNT - RE-REGISTER'.
           05  FILLER PIC X(42) VALUE
               'UCUNCLAIMED - CONTACT THE TAX OFFICE     '.
       01  W-STAUS-MSG-TABLE REDEFINES W-STAUS-MSG-VALUE.
           05  W-STAUS-MSG-TAB  OCCURS 10  TIMES
                                INDEXED BY W-S-IDX.
               10  W-S-STAUS-CD        PIC  X(02).
               10  W-S-MSG-TEXT        PIC  X(40).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRYBD          *
      *                                ********************************
           EXEC  SQL   INCLUDE  PYOB5   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRYBA          *
      *                                ********************************
           EXEC  SQL   INCLUDE  PYOB8   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWBS          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOBS   END-EXEC.

      ******************************************************************
      *    CUR-CASE : THE TAXPAYER'S CASES FOR THE PERIOD AND TAX     *
      *    TYPE ON THE NOTICE.                                        *
      ******************************************************************
           EXEC  SQL
                 DECLARE  CUR-CASE  CURSOR  FOR
                 SELECT   PROCESS_STATUS
                 ,        DISB_STATUS
                 ,        DIV_AMT + INT_AMT
                 ,        OFFSET_AMT
                 ,        DISB_DT
                 ,        DISB_REF_NO
                 FROM     DRWA.TRYBD
                 WHERE    RESID        =  :W-COMM-RESID
                 AND      ASS_YYMM_FR  =  :W-COMM-ASS-YYMM
                 AND      TXTP_CD      =  :W-COMM-TXTP-CD
                 ORDER BY HWUN_GWA, DETRM_TP, BUSN_TP
                 FOR FETCH ONLY
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'PYPA4 - WORKING STORAGE ENDS HERE'.

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
           MOVE  SPACE                 TO  W-COMM-BANK-CD
                                           W-COMM-ACCT-MASK
                                           W-COMM-ACCT-VERIFY-FG
                                           W-COMM-RC
                                           W-COMM-MSG.
           MOVE  ZERO                  TO  W-COMM-CASE-CNT.

           PERFORM  S2120-CLEAR-ONE-CASE
                    VARYING  W-LIST-IX  FROM  1  BY  1
                    UNTIL    W-LIST-IX  >  C-LIST-MAX.
           MOVE  ZERO                  TO  W-LIST-IX.

       S1000-INIT-EXIT.
           EXIT.
      *****************************************************************
      *S2000-MAIN
      *      VALIDATE, LOG THE LOOKUP, THEN ANSWER.  THE ACCOUNT IS
      *      SHOWN ONLY WHEN A CASE MATCHED.
      *****************************************************************
       S2000-MAIN               SECTION.

           IF  W-COMM-RESID     =  SPACE
           OR  W-COMM-ASS-YYMM  =  SPACE
           OR  W-COMM-TXTP-CD   =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'TAXPAYER ID, PERIOD AND TAX TYPE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           PERFORM  S9400-LOG-INQ-AUDIT.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2000-MAIN-EXIT
           END-IF.

           PERFORM  S2100-LIST-CASES.

           IF  W-COMM-RC  NOT =  C-RC00
               GO TO  S2000-MAIN-EXIT
           END-IF.

           PERFORM  S2300-ACCOUNT-ON-FILE.

      * A REJECTED CREDIT IS ONLY SETTLED BY A NEW ACCOUNT.
           IF  S-ACCT-FAILED-YES
               MOVE
               'THE BANK REJECTED YOUR ACCOUNT - PLEASE RE-REGISTER'
                                        TO  W-COMM-MSG
           END-IF.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-LIST-CASES
      *****************************************************************
       S2100-LIST-CASES         SECTION.

           MOVE  'N'                   TO  S-LIST-END
                                           S-ACCT-FAILED.

           EXEC  SQL  OPEN  CUR-CASE  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRYBD OPEN FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:28)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(29:5)
               GO TO  S2100-LIST-CASES-EXIT
           END-IF.

           PERFORM  S2110-FETCH-ONE-CASE
                    UNTIL  S-LIST-END-YES
                       OR  W-COMM-CASE-CNT  NOT <  C-LIST-MAX.

           EXEC  SQL  CLOSE  CUR-CASE  END-EXEC.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-LIST-CASES-EXIT
           END-IF.

           IF  W-COMM-CASE-CNT  =  ZERO
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO MATCHING REFUND CASE FOUND'
                                        TO  W-COMM-MSG
           ELSE
               MOVE  C-RC00            TO  W-COMM-RC
           END-IF.

       S2100-LIST-CASES-EXIT.
           EXIT.
      *****************************************************************
      *S2110-FETCH-ONE-CASE
      *****************************************************************
       S2110-FETCH-ONE-CASE     SECTION.

           EXEC  SQL
                 FETCH  CUR-CASE
                 INTO  :TRYBD.PROCESS-STATUS
                 ,     :TRYBD.DISB-STATUS
                 ,     :W-CASE-AMT
                 ,     :TRYBD.OFFSET-AMT
                 ,     :TRYBD.DISB-DT
                 ,     :TRYBD.DISB-REF-NO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1           TO  W-COMM-CASE-CNT
                     MOVE  W-COMM-CASE-CNT  TO  W-LIST-IX
                     PERFORM  S2200-SET-CASE-STAUS
               WHEN  100
                     MOVE  'Y'         TO  S-LIST-END
               WHEN  OTHER
                     MOVE  'Y'         TO  S-LIST-END
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRYBD FETCH FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2110-FETCH-ONE-CASE-EXIT.
           EXIT.
      *****************************************************************
      *S2120-CLEAR-ONE-CASE
      *****************************************************************
       S2120-CLEAR-ONE-CASE     SECTION.

           INITIALIZE  W-COMM-CASE (W-LIST-IX).

       S2120-CLEAR-ONE-CASE-EXIT.
           EXIT.
      *****************************************************************
      *S2200-SET-CASE-STAUS
      *      PROCESSING STATE FIRST, THEN WHERE THE MONEY IS.  A
      *      BLOCKED CASE IS NOT EXPLAINED TO THE CALLER - IT IS
      *      SENT TO THE TAX OFFICE LIKE ANY OTHER EXCEPTION.
      *****************************************************************
       S2200-SET-CASE-STAUS     SECTION.

           EVALUATE  TRUE
               WHEN  PROCESS-STATUS-PENDING OF TRYBD
                     MOVE  'PR'        TO  W-XLAT-STAUS-CD
               WHEN  PROCESS-STATUS-ERROR OF TRYBD
                     MOVE  'ER'        TO  W-XLAT-STAUS-CD
               WHEN  DISB-HELD OF TRYBD
                     MOVE  'HR'        TO  W-XLAT-STAUS-CD
               WHEN  DISB-BLOCKED OF TRYBD
                     MOVE  'HB'        TO  W-XLAT-STAUS-CD
               WHEN  DISB-PAID OF TRYBD
               AND   DISB-REF-NO OF TRYBD  =  'OFFSET'
                     MOVE  'OF'        TO  W-XLAT-STAUS-CD
               WHEN  DISB-SENT OF TRYBD
                     MOVE  'SB'        TO  W-XLAT-STAUS-CD
               WHEN  DISB-PAID OF TRYBD
                     MOVE  'PD'        TO  W-XLAT-STAUS-CD
               WHEN  DISB-FAILED OF TRYBD
                     MOVE  'FL'        TO  W-XLAT-STAUS-CD
                     MOVE  'Y'         TO  S-ACCT-FAILED
               WHEN  DISB-ESCHEATED OF TRYBD
                     MOVE  'UC'        TO  W-XLAT-STAUS-CD
               WHEN  OTHER
                     MOVE  'DV'        TO  W-XLAT-STAUS-CD
           END-EVALUATE.

           PERFORM  S2210-XLATE-STAUS-MSG.

           MOVE  W-XLAT-STAUS-CD
             TO  W-COMM-C-STAUS-CD   (W-LIST-IX).
           MOVE  W-XLAT-STAUS-MSG
             TO  W-COMM-C-STAUS-MSG  (W-LIST-IX).
           MOVE  W-CASE-AMT
             TO  W-COMM-C-REFUND-AMT (W-LIST-IX).

      * WHAT WAS WITHHELD AND WHAT WENT OUT ARE KNOWN ONLY ONCE
      * PYSB6 HAS DEALT WITH THE CASE.
           IF  DISB-SENT OF TRYBD  OR  DISB-PAID OF TRYBD
           OR  DISB-FAILED OF TRYBD
               MOVE  OFFSET-AMT OF TRYBD
                 TO  W-COMM-C-OFFSET-AMT (W-LIST-IX)
               COMPUTE  W-COMM-C-PAID-AMT (W-LIST-IX)
                     =  W-CASE-AMT  -  OFFSET-AMT OF TRYBD
               MOVE  DISB-DT OF TRYBD
                 TO  W-COMM-C-DISB-DT    (W-LIST-IX)
           END-IF.

       S2200-SET-CASE-STAUS-EXIT.
           EXIT.
      *****************************************************************
      *S2210-XLATE-STAUS-MSG
      *****************************************************************
       S2210-XLATE-STAUS-MSG    SECTION.

           SET  W-S-IDX  TO  1.
           SEARCH  W-STAUS-MSG-TAB
               AT END
                   MOVE  'STATUS CODE '      TO  W-XLAT-STAUS-MSG(1:12)
                   MOVE  W-XLAT-STAUS-CD     TO  W-XLAT-STAUS-MSG(13:2)
               WHEN  W-S-STAUS-CD (W-S-IDX) = W-XLAT-STAUS-CD
                   MOVE  W-S-MSG-TEXT (W-S-IDX) TO  W-XLAT-STAUS-MSG
           END-SEARCH.

       S2210-XLATE-STAUS-MSG-EXIT.
           EXIT.
      *****************************************************************
      *S2300-ACCOUNT-ON-FILE
      *      THE ACTIVE TRYBA ACCOUNT, VERIFIED OR NOT, WITH THE
      *      NUMBER MASKED TO ITS LAST FOUR CHARACTERS.
      *****************************************************************
       S2300-ACCOUNT-ON-FILE    SECTION.

           EXEC  SQL  SELECT  BANK_CD, ACCT_NO, VERIFY_FG
                        INTO  :TRYBA.BANK-CD,
                              :TRYBA.ACCT-NO,
                              :TRYBA.VERIFY-FG
                        FROM  DRWA.TRYBA
                       WHERE  RESID     = :W-COMM-RESID
                         AND  ACTIVE_FG = 'Y'
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  'NO REFUND ACCOUNT ON FILE - PLEASE REGISTER'
                                        TO  W-COMM-MSG
                     GO TO  S2300-ACCOUNT-ON-FILE-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRYBA SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
                     GO TO  S2300-ACCOUNT-ON-FILE-EXIT
           END-EVALUATE.

           MOVE  BANK-CD   OF TRYBA    TO  W-COMM-BANK-CD.
           MOVE  VERIFY-FG OF TRYBA    TO  W-COMM-ACCT-VERIFY-FG.
           MOVE  ACCT-NO   OF TRYBA    TO  W-COMM-ACCT-MASK.

           MOVE  ZERO                  TO  W-MASK-LEN.
           INSPECT  ACCT-NO OF TRYBA  TALLYING  W-MASK-LEN
                    FOR  CHARACTERS  BEFORE  INITIAL  SPACE.
           SUBTRACT  4                 FROM  W-MASK-LEN.

           IF  W-MASK-LEN  >  ZERO
               INSPECT  W-COMM-ACCT-MASK (1:W-MASK-LEN)
                        REPLACING  CHARACTERS  BY  '*'
           END-IF.

       S2300-ACCOUNT-ON-FILE-EXIT.
           EXIT.
      *****************************************************************
      *S9400-LOG-INQ-AUDIT
      *      ONE PRIVACY-AUDIT ROW PER LOOKUP, HIT OR MISS, KEYED BY
      *      THE RESID SO THE TAXPAYER'S OWN ACCESS REPORT SHOWS IT,
      *      AND CHAINED FOR THE TAMPER-EVIDENT SEAL.
      *****************************************************************
       S9400-LOG-INQ-AUDIT      SECTION.

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

           MOVE  C-PGM-PYPA4           TO  PGM-ID      OF TRWBS.
           MOVE  C-SELF-OPID           TO  OPID        OF TRWBS.
           MOVE  EIBTRMID              TO  TERM-ID     OF TRWBS.
           MOVE  '01'                  TO  INQ-STEP    OF TRWBS.
           MOVE  SPACE                 TO  INQ-KEY     OF TRWBS.
           MOVE  W-COMM-RESID          TO  INQ-KEY OF TRWBS (1:13).
           MOVE  W-COMM-ASS-YYMM       TO  INQ-KEY OF TRWBS (14:6).
           MOVE  C-SELF-PURPOSE        TO  PURPOSE-CD  OF TRWBS.
           MOVE  W-DB2DATE (1:4)       TO  INQ-DT OF TRWBS (1:4).
           MOVE  W-DB2DATE (6:2)       TO  INQ-DT OF TRWBS (5:2).
           MOVE  W-DB2DATE (9:2)       TO  INQ-DT OF TRWBS (7:2).
           MOVE  W-TIME (1:2)          TO  INQ-TIME OF TRWBS (1:2).
           MOVE  W-TIME (4:2)          TO  INQ-TIME OF TRWBS (3:2).
           MOVE  W-TIME (7:2)          TO  INQ-TIME OF TRWBS (5:2).

           EXEC  SQL  INSERT  INTO  DRWB.TRWBS
                           (LOG_SEQNO,  PGM_ID,  OPID,  TERM_ID,
                            INQ_STEP,   INQ_KEY, PURPOSE_CD,
                            INQ_DT,     INQ_TIME)
                     VALUES
                           (GENERATE_UNIQUE(),
                            :TRWBS.PGM-ID,   :TRWBS.OPID,
                            :TRWBS.TERM-ID,  :TRWBS.INQ-STEP,
                            :TRWBS.INQ-KEY,  :TRWBS.PURPOSE-CD,
                            :TRWBS.INQ-DT,   :TRWBS.INQ-TIME)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'INQUIRY AUDIT LOG FAILED - TRY LATER'
                                        TO  W-COMM-MSG
               GO TO  S9400-LOG-INQ-AUDIT-EXIT
           END-IF.

           MOVE  SPACES                TO  L-HASH-PARM.
           MOVE  'TRWBS'               TO  L-HASH-TABLE-NM.
           STRING  OPID     OF TRWBS  INQ-DT   OF TRWBS
                   INQ-TIME OF TRWBS  INQ-STEP OF TRWBS
                   DELIMITED BY SIZE  INTO  L-HASH-ROW-KEY
           END-STRING.
           STRING  PGM-ID     OF TRWBS  OPID       OF TRWBS
                   TERM-ID    OF TRWBS  INQ-STEP   OF TRWBS
                   INQ-KEY    OF TRWBS  PURPOSE-CD OF TRWBS
                   INQ-DT     OF TRWBS  INQ-TIME   OF TRWBS
                   DELIMITED BY SIZE  INTO  L-HASH-IMG
           END-STRING.
           MOVE  +90                   TO  L-HASH-IMG-LEN.
           CALL  'LCBSHASH'         USING  L-HASH-PARM.

       S9400-LOG-INQ-AUDIT-EXIT.
           EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
       S9000-FINAL              SECTION.

           MOVE  W-COMM-AREA           TO  L-COMM-AREA.

           EXEC CICS RETURN END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  PYPA4                             *
      *                                                                *
      ******************************************************************
