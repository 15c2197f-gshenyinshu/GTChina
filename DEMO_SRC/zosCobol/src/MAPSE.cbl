      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     MAPSE.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    M    A    P    S    E                       *
      *                                                                *
      *  FUNCTION       -  ACCOUNT BALANCE SUMMARY DELTA.  CALLED BY   *
      *                    EVERY PROGRAM THAT INSERTS A DTJA.TTJAC     *
      *                    ROW, RIGHT AFTER THE INSERT AND IN THE      *
      *                    SAME UNIT OF WORK, TO ADD THAT ROW INTO     *
      *                    ITS DTJA.TTJAH (BUSNID, TAX TYPE, POSTING   *
      *                    MONTH) SUMMARY ROW - CREATING THE ROW ON    *
      *                    THE MONTH'S FIRST POSTING - SO THE MAPML    *
      *                    BALANCE SCREENS READ A SUMMARY THAT IS      *
      *                    CURRENT TO THE LAST POSTING.  MAPB9         *
      *                    REBUILDS THE TABLE FROM TTJAC EVERY NIGHT   *
      *                    AND LISTS ANY SUMMARY ROW THE DAY'S         *
      *                    POSTINGS LEFT OUT OF STEP.                  *
      *                                                                *
      *  INPUT  PARMS   -  L-MAPSE-AREA                                *
      *                                                                *
      *                   L-MAPSE-BUSNID       POSTING BUSNID          *
      *                   L-MAPSE-TXTP-CD      TAX TYPE                *
      *                   L-MAPSE-TRANS-DT     TTJAC TRANS_DT          *
      *                   L-MAPSE-TRANS-TP     TTJAC TRANS_TP          *
      *                   L-MAPSE-TRANS-AMT    TTJAC TRANS_AMT         *
      *                                                                *
      *  OUTPUT PARMS   -  L-MAPSE-RETURN-STATUS                       *
      *                    ' ' : NORMAL                                *
      *                    '1' : BAD INPUT                             *
      *                    'E' : DB2 ERROR ON TTJAH                    *
      *                                                                *
      *  TABLE                                  CRUD                   *
      *  ==========================================================    *
      *  DTJA.TTJAH                             CRU                    *
      *                                                                *
      *  MODIFICATIONS  -                                              *
      *                                                                *
      *    DATE         S.E.                  DESCRIPTION              *
      *  --------  --------------  ---------------------------------   *
      *  26/10/15  S.K.CHOI        INITIAL CODING                      *
      *                                                                *
      ******************************************************************

       EJECT
      ******************************************************************
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      ******************************************************************

       ENVIRONMENT                     DIVISION.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'MAPSE - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *                  W O R K - A R E A S                         *
      *                                                              *
      ****************************************************************

       01  WORKAREAS.

           05  W-SYSTEM-DATETIME.
               10  W-SYSTEM-DATE        PIC  X(08).
               10  FILLER               PIC  X(13).
           05  W-RETRY-CNT              PIC S9(04)  COMP   VALUE +0.

      ****************************************************************
      *                                                              *
      *              S Q L C A   /   I N C L U D E S                *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    SQLCA
           END-EXEC.

      *    DTJA.TTJAH  -  THE ROW'S CONTRIBUTION, BUCKET BY BUCKET.
           EXEC SQL  INCLUDE    TJOAH
           END-EXEC.

       01  WS-END                       PIC  X(40)
           VALUE 'MAPSE - WORKING STORAGE ENDS HERE'.

           EJECT
      ******************************************************************
      *                                                                *
      *                 L I N K A G E   S E C T I O N                  *
      *                                                                *
      ******************************************************************

       LINKAGE                         SECTION.

       01  L-MAPSE-AREA.

           05  L-MAPSE-INPUT.
               10  L-MAPSE-BUSNID       PIC  X(10).
               10  L-MAPSE-TXTP-CD      PIC  X(02).
               10  L-MAPSE-TRANS-DT     PIC  X(08).
               10  L-MAPSE-TRANS-TP     PIC  X(02).
               10  L-MAPSE-TRANS-AMT    PIC S9(13)V9(02) COMP-3.

           05  L-MAPSE-OUTPUT.
               10  L-MAPSE-RETURN-STATUS
                                        PIC  X(01).

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************

       PROCEDURE  DIVISION  USING  L-MAPSE-AREA.

       S0100-MAIN                      SECTION.

           MOVE  SPACE                 TO  L-MAPSE-RETURN-STATUS.

           IF  L-MAPSE-BUSNID     =  SPACE  OR  LOW-VALUE
           OR  L-MAPSE-TRANS-DT   NOT NUMERIC
           OR  L-MAPSE-TRANS-TP   =  SPACE  OR  LOW-VALUE
               MOVE  '1'               TO  L-MAPSE-RETURN-STATUS
               GO TO  S0100-MAIN-EXIT
           END-IF.

           PERFORM  S0200-BUCKET.

           MOVE  ZERO                  TO  W-RETRY-CNT.
           PERFORM  S0300-APPLY.

       S0100-MAIN-EXIT.

           GOBACK.

      ******************************************************************
      *                                                                *
      *            S 0 2 0 0 - B U C K E T                             *
      *                                                                *
      *    THE AMOUNT GOES INTO THE BUCKET OF ITS TRANS-TP AND INTO    *
      *    NET-AMT WITH THE SIGN TJOAH DOCUMENTS - CHARGES AND MONEY   *
      *    PAID BACK OUT RAISE WHAT IS OWED, PAYMENTS, OFFSETS AND     *
      *    WRITE-OFFS LOWER IT.                                        *
      *                                                                *
      ******************************************************************

       S0200-BUCKET                    SECTION.

           MOVE  L-MAPSE-BUSNID        TO  BUSNID     OF TTJAH.
           MOVE  L-MAPSE-TXTP-CD       TO  TXTP-CD    OF TTJAH.
           MOVE  L-MAPSE-TRANS-DT(1:6) TO  POST-YYMM  OF TTJAH.
           MOVE  L-MAPSE-TRANS-DT      TO  LAST-TRANS-DT OF TTJAH.
           MOVE  ZERO                  TO  PY-AMT     OF TTJAH
                                           RF-AMT     OF TTJAH
                                           PN-AMT     OF TTJAH
                                           IN-AMT     OF TTJAH
                                           OF-AMT     OF TTJAH
                                           ES-AMT     OF TTJAH
                                           WO-AMT     OF TTJAH
                                           OTH-AMT    OF TTJAH
                                           NET-AMT    OF TTJAH.

           EVALUATE  L-MAPSE-TRANS-TP
               WHEN  'PY'
                     MOVE  L-MAPSE-TRANS-AMT  TO  PY-AMT  OF TTJAH
                     COMPUTE  NET-AMT OF TTJAH
                                  =  ZERO  -  L-MAPSE-TRANS-AMT
               WHEN  'RF'
                     MOVE  L-MAPSE-TRANS-AMT  TO  RF-AMT  OF TTJAH
                                                  NET-AMT OF TTJAH
               WHEN  'PN'
                     MOVE  L-MAPSE-TRANS-AMT  TO  PN-AMT  OF TTJAH
                                                  NET-AMT OF TTJAH
               WHEN  'IN'
                     MOVE  L-MAPSE-TRANS-AMT  TO  IN-AMT  OF TTJAH
                                                  NET-AMT OF TTJAH
               WHEN  'OF'
                     MOVE  L-MAPSE-TRANS-AMT  TO  OF-AMT  OF TTJAH
                     COMPUTE  NET-AMT OF TTJAH
                                  =  ZERO  -  L-MAPSE-TRANS-AMT
               WHEN  'ES'
                     MOVE  L-MAPSE-TRANS-AMT  TO  ES-AMT  OF TTJAH
                                                  NET-AMT OF TTJAH
               WHEN  'WO'
                     MOVE  L-MAPSE-TRANS-AMT  TO  WO-AMT  OF TTJAH
                     COMPUTE  NET-AMT OF TTJAH
                                  =  ZERO  -  L-MAPSE-TRANS-AMT
               WHEN  OTHER
                     MOVE  L-MAPSE-TRANS-AMT  TO  OTH-AMT OF TTJAH
           END-EVALUATE.

           MOVE  FUNCTION CURRENT-DATE TO  W-SYSTEM-DATETIME.
           MOVE  W-SYSTEM-DATE         TO  UPD-DT     OF TTJAH.

       S0200-BUCKET-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *            S 0 3 0 0 - A P P L Y                               *
      *                                                                *
      *    ADD INTO THE MONTH'S ROW; THE MONTH'S FIRST POSTING         *
      *    CREATES IT.  TWO POSTINGS RACING TO CREATE THE SAME ROW     *
      *    MEET A DUPLICATE KEY ON THE LOSING INSERT, WHICH THEN       *
      *    ADDS INTO THE ROW THE WINNER CREATED.                       *
      *                                                                *
      ******************************************************************

       S0300-APPLY                     SECTION.

           EXEC  SQL  UPDATE  DTJA.TTJAH
                         SET  PY_AMT    = PY_AMT  + :TTJAH.PY-AMT,
                              RF_AMT    = RF_AMT  + :TTJAH.RF-AMT,
                              PN_AMT    = PN_AMT  + :TTJAH.PN-AMT,
                              IN_AMT    = IN_AMT  + :TTJAH.IN-AMT,
                              OF_AMT    = OF_AMT  + :TTJAH.OF-AMT,
                              ES_AMT    = ES_AMT  + :TTJAH.ES-AMT,
                              WO_AMT    = WO_AMT  + :TTJAH.WO-AMT,
                              OTH_AMT   = OTH_AMT + :TTJAH.OTH-AMT,
                              NET_AMT   = NET_AMT + :TTJAH.NET-AMT,
                              TRANS_CNT = TRANS_CNT + 1,
                              DELTA_CNT = DELTA_CNT + 1,
                              LAST_TRANS_DT =
                                  CASE WHEN LAST_TRANS_DT
                                            < :TTJAH.LAST-TRANS-DT
                                       THEN :TTJAH.LAST-TRANS-DT
                                       ELSE LAST_TRANS_DT
                                  END,
                              UPD_DT    = :TTJAH.UPD-DT
                       WHERE  BUSNID    = :TTJAH.BUSNID
                         AND  TXTP_CD   = :TTJAH.TXTP-CD
                         AND  POST_YYMM = :TTJAH.POST-YYMM
           END-EXEC.

           IF  SQLCODE  =  0
               GO TO  S0300-APPLY-EXIT
           END-IF.

           IF  SQLCODE  NOT =  100
               MOVE  'E'               TO  L-MAPSE-RETURN-STATUS
               GO TO  S0300-APPLY-EXIT
           END-IF.

           MOVE  1                     TO  TRANS-CNT  OF TTJAH
                                           DELTA-CNT  OF TTJAH.
           MOVE  SPACE                 TO  BUILD-DT   OF TTJAH.

           EXEC  SQL  INSERT  INTO  DTJA.TTJAH
                             (BUSNID,
                              TXTP_CD,
                              POST_YYMM,
                              PY_AMT,
                              RF_AMT,
                              PN_AMT,
                              IN_AMT,
                              OF_AMT,
                              ES_AMT,
                              WO_AMT,
                              OTH_AMT,
                              NET_AMT,
                              TRANS_CNT,
                              LAST_TRANS_DT,
                              BUILD_DT,
                              DELTA_CNT,
                              UPD_DT  )
                       VALUES
                             (:TTJAH.BUSNID,
                              :TTJAH.TXTP-CD,
                              :TTJAH.POST-YYMM,
                              :TTJAH.PY-AMT,
                              :TTJAH.RF-AMT,
                              :TTJAH.PN-AMT,
                              :TTJAH.IN-AMT,
                              :TTJAH.OF-AMT,
                              :TTJAH.ES-AMT,
                              :TTJAH.WO-AMT,
                              :TTJAH.OTH-AMT,
                              :TTJAH.NET-AMT,
                              :TTJAH.TRANS-CNT,
                              :TTJAH.LAST-TRANS-DT,
                              :TTJAH.BUILD-DT,
                              :TTJAH.DELTA-CNT,
                              :TTJAH.UPD-DT  )
           END-EXEC.

           EVALUATE  TRUE
               WHEN  SQLCODE  =  0
                     CONTINUE
               WHEN  SQLCODE  =  -803
               AND   W-RETRY-CNT  =  ZERO
                     ADD   1           TO  W-RETRY-CNT
                     GO TO  S0300-APPLY
               WHEN  OTHER
                     MOVE  'E'         TO  L-MAPSE-RETURN-STATUS
           END-EVALUATE.

       S0300-APPLY-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  MAPSE                             *
      *                                                                *
      ******************************************************************
