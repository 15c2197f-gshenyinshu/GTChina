      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       MAPB5.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : NIGHTLY WRITE-OFF REINSTATEMENT               *
      *  DESCRIPTION : A PAYMENT AGAINST A WRITTEN-OFF DEBT SHOWS    *
      *                THE DEBT WAS COLLECTIBLE AFTER ALL.  EVERY    *
      *                DTJB.TTJBI WRITE-OFF STILL IN FORCE ('W')     *
      *                WITH A DTJA.TTJAC 'PY' ROW ON ITS BUSINESS    *
      *                AND TAX TYPE POSTED AFTER THE WRITE-OFF IS    *
      *                REINSTATED: THE 'WO' OFFSET ROWS ARE REVERSED *
      *                (SAME COMPONENTS, NEGATIVE AMOUNTS), THE      *
      *                PRINCIPAL NOT ALREADY COVERED BY THOSE        *
      *                PAYMENTS GOES BACK ON DTJB.TTJBD - SO MAPB2   *
      *                ACCRUES AND MAPB4 COLLECTS AGAIN - AND THE    *
      *                TTJBI ROW IS MARKED 'R'.  RUNS AHEAD OF MAPB2 *
      *                IN THE NIGHTLY SUITE.                         *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : MAPB5                                      *
      *                                                              *
      *  INPUT PARMS    : NONE                                       *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTJB.TTJBI                              RU                  *
      *  DTJA.TTJAC                             CR                   *
      *  DTJA.TTJAH (VIA MAPSE)                 CU                   *
      *  DTJB.TTJBD                               U                  *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         EACH REVERSING 'WO' ROW IS     *
      *                               ADDED INTO ITS DTJA.TTJAH      *
      *                               BALANCE SUMMARY THROUGH MAPSE  *
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
      *    I N P U T - O U T P U T    S E C T I O N                  *
      *                                                              *
      ****************************************************************
       INPUT-OUTPUT                      SECTION.

       FILE-CONTROL.
           SELECT  O-RPT-FILE  ASSIGN     TO  MAPP050
                   FILE         STATUS    IS  S-RPT-STATUS.

      ****************************************************************
      *                                                              *
      *    D A T A    D I V I S I O N                                *
      *                                                              *
      ****************************************************************
       DATA                              DIVISION.

      ****************************************************************
      *                                                              *
      *    F I L E    S E C T I O N                                  *
      *                                                              *
      ****************************************************************
       FILE                              SECTION.

       FD  O-RPT-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-RPT-REC.
       01  O-RPT-REC                     PIC  X(132).

      ****************************************************************
      *                                                              *
      *    W O R K I N G - S T O R A G E    S E C T I O N            *
      *                                                              *
      ****************************************************************
       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'MAPB5    - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *    U S E R    A B E N D                                      *
      *                                                              *
      ****************************************************************
       01  USER-ABENDS.

           05  U-ABEND.
               10  U-ABEND-CODE1         PIC  9(02)  VALUE  99.

      ****************************************************************
      *                                                              *
      *    A C C U M U L A T O R S                                   *
      *                                                              *
      ****************************************************************
       01  ACCUMULATORS.

           05  A-WO-READ-CNT             PIC  9(13)  VALUE  ZERO.
           05  A-REINST-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-POST-CNT                PIC  9(09)  VALUE  ZERO.
           05  A-RESTORE-TOT             PIC S9(15)V9(02) COMP-3
                                                     VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MAPB5'.
           05  C-PGM-MAPSE               PIC  X(08)  VALUE 'MAPSE'.
      *    TTJAC TRANSACTION TYPE OF A WRITE-OFF OFFSET ROW - ITS
      *    REVERSAL IS THE SAME TYPE WITH THE SIGN TURNED.
           05  C-TRANS-TP-WRITEOFF       PIC  X(02)  VALUE 'WO'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

      ****************************************************************
      *                                                              *
      *    W O R K    A R E A S                                      *
      *                                                              *
      ****************************************************************
       01  WORK-AREAS.
           05  W-SYSTEM-DATETIME.
               10  W-SYSTEM-DATE         PIC  X(08).
               10  W-SYSTEM-TIME         PIC  X(06).
           05  W-SQLCODE                 PIC  ----9.

      *    PAYMENTS SINCE THE WRITE-OFF, AS FETCHED WITH THE TTJBI ROW
      *    - IN TOTAL, AND THE PART OF THEM APPLIED TO PRINCIPAL.
           05  W-PAY-AMT                 PIC S9(13)V9(02) COMP-3.
           05  W-PAY-PRIN                PIC S9(13)V9(02) COMP-3.
           05  W-RESTORE-AMT             PIC S9(13)V9(02) COMP-3.

      *    ONE TTJAC POSTING.
           05  W-NEXT-SEQNO              PIC S9(07) COMP-3.
           05  W-COMPONENT-CD            PIC  X(01).
           05  W-DETAIL-NM               PIC  X(50).
           05  W-POST-AMT                PIC S9(13)V9(02) COMP-3.

      ****************************************************************
      *    PARAMETER AREA OF THE MAPSE BALANCE SUMMARY SERVICE,      *
      *    CARRIED AS MAPSE ITSELF DEFINES IT.                       *
      ****************************************************************
       01  L-MAPSE-AREA.
           05  L-MAPSE-INPUT.
               10  L-MAPSE-BUSNID        PIC  X(10).
               10  L-MAPSE-TXTP-CD       PIC  X(02).
               10  L-MAPSE-TRANS-DT      PIC  X(08).
               10  L-MAPSE-TRANS-TP      PIC  X(02).
               10  L-MAPSE-TRANS-AMT     PIC S9(13)V9(02) COMP-3.
           05  L-MAPSE-OUTPUT.
               10  L-MAPSE-RETURN-STATUS PIC  X(01).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'WRITE-OFF REINSTATEMENT        RUN DATE:'.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(82)  VALUE  SPACE.

           05  H2-COLM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'RESID         TP TX  SEQ OFF BUSNID     '.
               10  FILLER                PIC  X(40)  VALUE
                   '    WRITTEN OFF       PAID SINCE   PRINC'.
               10  FILLER                PIC  X(40)  VALUE
                   'IPAL BACK                               '.
               10  FILLER                PIC  X(11)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-RESID              PIC  X(13).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXPAYER-TP         PIC  X(01).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-TXTP-CD            PIC  X(02).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-WO-SEQNO           PIC  ZZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-WO-AMT             PIC  ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-PAY-AMT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-RESTORE-AMT        PIC  ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(42)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(30)  VALUE
                   'WRITE-OFFS REINSTATED      :'.
               10  T1-REINST-CNT         PIC  ZZZZZZZZZZZZ9.
               10  FILLER                PIC  X(04)  VALUE  SPACE.
               10  FILLER                PIC  X(30)  VALUE
                   'PRINCIPAL PUT BACK ON TTJBD:'.
               10  T1-RESTORE-TOT        PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC  X(35)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DTJB.TTJBI   (   ARREARS WRITE-OFF REGISTER   )           *
      ****************************************************************
           EXEC  SQL  INCLUDE  TJOBI      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_REINST : WRITE-OFFS IN FORCE WITH A PAYMENT ON THE *
      *    SAME BUSINESS AND TAX TYPE POSTED AFTER THE FIRST 'WO'    *
      *    ROW (POST-DT / POST-SEQNO), WITH THOSE PAYMENTS SUMMED -  *
      *    IN TOTAL AND THE PRINCIPAL COMPONENT.                     *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_REINST  CURSOR  WITH  HOLD  FOR
                 SELECT   I.RESID
                 ,        I.TXPAYER_TP
                 ,        I.TXTP_CD
                 ,        I.WO_SEQNO
                 ,        I.TXOFF_CD
                 ,        I.BUSNID
                 ,        I.PRIN_AMT
                 ,        I.PEN_AMT
                 ,        I.INT_AMT
                 ,        I.REQ_AMT
                 ,        SUM(C.TRANS_AMT)
                 ,        SUM(CASE WHEN C.COMPONENT_CD = 'P'
                                   THEN C.TRANS_AMT ELSE 0 END)
                 FROM     DTJB.TTJBI  I
                 ,        DTJA.TTJAC  C
                 WHERE    I.WO_STAUS   =  'W'
                 AND      C.BUSNID     =  I.BUSNID
                 AND      C.TXTP_CD    =  I.TXTP_CD
                 AND      C.TRANS_TP   =  'PY'
                 AND    ( C.TRANS_DT   >  I.POST_DT
                   OR   ( C.TRANS_DT   =  I.POST_DT
                     AND  C.TRANS_SEQNO > I.POST_SEQNO ) )
                 GROUP BY I.RESID, I.TXPAYER_TP, I.TXTP_CD, I.WO_SEQNO,
                          I.TXOFF_CD, I.BUSNID, I.PRIN_AMT, I.PEN_AMT,
                          I.INT_AMT, I.REQ_AMT
                 ORDER BY I.RESID, I.TXPAYER_TP, I.TXTP_CD, I.WO_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'MAPB5    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-REINSTATE-SWEEP.

           PERFORM  S5900-WRITE-TOTALS.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** MAPB5    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** MAPB5    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* WO-READ-CNT    : ' A-WO-READ-CNT.
           DISPLAY '* REINSTATED-CNT : ' A-REINST-CNT.
           DISPLAY '* TTJAC-POST-CNT : ' A-POST-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-RPT-FILE.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    ACCUMULATORS.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### MAPB5    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=MAPP050 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  H2-COLM-LINE.
           ADD   2                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - R E I N S T A T E - S W E E P                 *
      *                                                              *
      ****************************************************************
       S1100-REINSTATE-SWEEP             SECTION.

           DISPLAY  'STEP : S1100-REINSTATE-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_REINST  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR REINST OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-REINST
              IF  NOT  S-NO-DATA
                  PERFORM  S2000-REINSTATE-ONE
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_REINST END-EXEC.

       S1100-REINSTATE-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 0 0 0 - R E I N S T A T E - O N E                     *
      *                                                              *
      *    REVERSE THE OFFSETS, PUT BACK THE PRINCIPAL THE PAYMENTS  *
      *    HAVE NOT ALREADY MET (NEVER LESS THAN NOTHING), MARK THE  *
      *    WRITE-OFF REINSTATED.  ONE ITEM PER COMMIT.               *
      *                                                              *
      ****************************************************************
       S2000-REINSTATE-ONE               SECTION.

           IF  PRIN-AMT OF TTJBI  >  ZERO
               MOVE  'P'                  TO  W-COMPONENT-CD
               MOVE  'WRITE-OFF REINSTATED - PRINCIPAL'
                                          TO  W-DETAIL-NM
               COMPUTE  W-POST-AMT  =  ZERO  -  PRIN-AMT OF TTJBI
               PERFORM  S2100-POST-ONE
           END-IF.

           IF  PEN-AMT OF TTJBI  >  ZERO
               MOVE  'N'                  TO  W-COMPONENT-CD
               MOVE  'WRITE-OFF REINSTATED - PENALTY'
                                          TO  W-DETAIL-NM
               COMPUTE  W-POST-AMT  =  ZERO  -  PEN-AMT OF TTJBI
               PERFORM  S2100-POST-ONE
           END-IF.

           IF  INT-AMT OF TTJBI  >  ZERO
               MOVE  'I'                  TO  W-COMPONENT-CD
               MOVE  'WRITE-OFF REINSTATED - INTEREST'
                                          TO  W-DETAIL-NM
               COMPUTE  W-POST-AMT  =  ZERO  -  INT-AMT OF TTJBI
               PERFORM  S2100-POST-ONE
           END-IF.

           COMPUTE  W-RESTORE-AMT  =  PRIN-AMT OF TTJBI
                                   -  W-PAY-PRIN.
           IF  W-RESTORE-AMT  <  ZERO
               MOVE  ZERO                 TO  W-RESTORE-AMT
           END-IF.

           IF  W-RESTORE-AMT  >  ZERO
               EXEC  SQL  UPDATE  DTJB.TTJBD
                             SET  NOPAY_AMT  = NOPAY_AMT
                                             + :W-RESTORE-AMT
                           WHERE  RESID      = :TTJBI.RESID
                             AND  TXPAYER_TP = :TTJBI.TXPAYER-TP
                             AND  TXTP_CD    = :TTJBI.TXTP-CD
               END-EXEC
               IF  SQLCODE  NOT =  0
                   PERFORM  S8100-SQL-ABORT
               END-IF
           END-IF.

           MOVE  W-SYSTEM-DATE            TO  REINST-DT      OF TTJBI
                                              STAUS-DT       OF TTJBI.
           MOVE  W-PAY-AMT                TO  REINST-PAY-AMT OF TTJBI.

           EXEC  SQL  UPDATE  DTJB.TTJBI
                         SET  WO_STAUS       = 'R',
                              REINST_DT      = :TTJBI.REINST-DT,
                              REINST_PAY_AMT = :TTJBI.REINST-PAY-AMT,
                              STAUS_DT       = :TTJBI.STAUS-DT
                       WHERE  RESID          = :TTJBI.RESID
                         AND  TXPAYER_TP     = :TTJBI.TXPAYER-TP
                         AND  TXTP_CD        = :TTJBI.TXTP-CD
                         AND  WO_SEQNO       = :TTJBI.WO-SEQNO
                         AND  WO_STAUS       = 'W'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           EXEC  SQL  COMMIT  END-EXEC.

           ADD   1                        TO  A-REINST-CNT.
           ADD   W-RESTORE-AMT            TO  A-RESTORE-TOT.
           PERFORM  S5200-WRITE-DETAIL.

       S2000-REINSTATE-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - P O S T - O N E                               *
      *                                                              *
      *    ONE REVERSING 'WO' ROW, NUMBERED AS PYSE6 NUMBERS A       *
      *    PAYMENT SPLIT.                                            *
      *                                                              *
      ****************************************************************
       S2100-POST-ONE                    SECTION.

           EXEC  SQL  SELECT  COALESCE(MAX(TRANS_SEQNO),0) + 1
                        INTO  :W-NEXT-SEQNO
                        FROM  DTJA.TTJAC
                       WHERE  BUSNID   = :TTJBI.BUSNID
                         AND  TRANS_DT = :W-SYSTEM-DATE
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  1                    TO  W-NEXT-SEQNO
           END-IF.

           EXEC  SQL  INSERT  INTO  DTJA.TTJAC
                             (TXOFF_CD,
                              BUSNID,
                              TRANS_DT,
                              TRANS_SEQNO,
                              TRANS_TP,
                              COMPONENT_CD,
                              TXTP_CD,
                              DETAIL_NM,
                              TRANS_AMT,
                              POST_OPID  )
                       VALUES
                             (:TTJBI.TXOFF-CD,
                              :TTJBI.BUSNID,
                              :W-SYSTEM-DATE,
                              :W-NEXT-SEQNO,
                              :C-TRANS-TP-WRITEOFF,
                              :W-COMPONENT-CD,
                              :TTJBI.TXTP-CD,
                              :W-DETAIL-NM,
                              :W-POST-AMT,
                              :C-PROG-ID  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  BUSNID  OF TTJBI         TO  L-MAPSE-BUSNID.
           MOVE  TXTP-CD OF TTJBI         TO  L-MAPSE-TXTP-CD.
           MOVE  W-SYSTEM-DATE            TO  L-MAPSE-TRANS-DT.
           MOVE  C-TRANS-TP-WRITEOFF      TO  L-MAPSE-TRANS-TP.
           MOVE  W-POST-AMT               TO  L-MAPSE-TRANS-AMT.
           CALL  C-PGM-MAPSE  USING  L-MAPSE-AREA.

           IF  L-MAPSE-RETURN-STATUS  NOT =  SPACE
               DISPLAY  'S2100:ERROR=MAPSE STATUS('
                         L-MAPSE-RETURN-STATUS ')'
               PERFORM  S8100-SQL-ABORT
           END-IF.

           ADD   1                        TO  A-POST-CNT.

       S2100-POST-ONE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 2 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      ****************************************************************
       S5200-WRITE-DETAIL                SECTION.

           INITIALIZE  D1-DETAIL-LINE.

           MOVE  RESID      OF TTJBI      TO  D1-RESID.
           MOVE  TXPAYER-TP OF TTJBI      TO  D1-TXPAYER-TP.
           MOVE  TXTP-CD    OF TTJBI      TO  D1-TXTP-CD.
           MOVE  WO-SEQNO   OF TTJBI      TO  D1-WO-SEQNO.
           MOVE  TXOFF-CD   OF TTJBI      TO  D1-TXOFF.
           MOVE  BUSNID     OF TTJBI      TO  D1-BUSNID.
           MOVE  REQ-AMT    OF TTJBI      TO  D1-WO-AMT.
           MOVE  W-PAY-AMT                TO  D1-PAY-AMT.
           MOVE  W-RESTORE-AMT            TO  D1-RESTORE-AMT.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5200:ERROR=MAPP050 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5200-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 9 0 0 - W R I T E - T O T A L S                       *
      *                                                              *
      ****************************************************************
       S5900-WRITE-TOTALS                SECTION.

           MOVE  A-REINST-CNT             TO  T1-REINST-CNT.
           MOVE  A-RESTORE-TOT            TO  T1-RESTORE-TOT.
           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

       S5900-WRITE-TOTALS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - R E I N S T                       *
      *                                                              *
      ****************************************************************
       S7100-FETCH-REINST                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_REINST
                 INTO  :TTJBI.RESID
                 ,     :TTJBI.TXPAYER-TP
                 ,     :TTJBI.TXTP-CD
                 ,     :TTJBI.WO-SEQNO
                 ,     :TTJBI.TXOFF-CD
                 ,     :TTJBI.BUSNID
                 ,     :TTJBI.PRIN-AMT
                 ,     :TTJBI.PEN-AMT
                 ,     :TTJBI.INT-AMT
                 ,     :TTJBI.REQ-AMT
                 ,     :W-PAY-AMT
                 ,     :W-PAY-PRIN
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-WO-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR REINST FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-REINST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      ****************************************************************
       S8100-SQL-ABORT                   SECTION.

           MOVE  SQLCODE                  TO  W-SQLCODE.
           DISPLAY  'S8100:DB ERROR REINSTATEMENT=' W-SQLCODE
                    ' ITEM=' RESID OF TTJBI '-'
                    TXPAYER-TP OF TTJBI '-' TXTP-CD OF TTJBI.

           EXEC  SQL  ROLLBACK  END-EXEC.

           MOVE  U-ABEND-CODE1            TO  RETURN-CODE.
           PERFORM  S0100-MAIN-EXIT.

       S8100-SQL-ABORT-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      MAPB5            *
      *                                                              *
      ****************************************************************
