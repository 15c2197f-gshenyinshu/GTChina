      *  ==========================================================  *
      *  DRWA.TRYBD                              RU                  *
      *  DRWA.TRYBA                              R                   *
      *  DTIA.TTIAA                              R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *                               THE OFFSET NOTICE PRINTS WHAT  *
      *                               WAS WITHHELD AND WHY           *
      *                               (S2050/S2060)                  *
      *  2026/10/15  S.K.CHOI         DECEASED TAXPAYER - ONCE THE   *
      *                               LAPBH DEATH FEED HAS SET       *
      *                               TTIAA.DEATH_DT THE REFUND IS   *
      *                               HELD UNTIL AN HEIR OR ESTATE   *
      *                               ACCOUNT REGISTERED AFTER THE   *
      *                               DEATH IS VERIFIED (S2100)      *
      *  2026/10/15  S.K.CHOI         OPEN PENALTY/INTEREST FOR THE  *
      *                               OFFSET NETS OFF TTJAC 'WO'     *
      *                               WRITE-OFF ROWS AS WELL (S2050) *
      *  2026/10/15  S.K.CHOI         PYSE6 PARAMETER AREA GAINS THE *
      *                               BANK RECEIPT FIELDS; AN OFFSET *
      *                               HAS NO BANK CREDIT, SO THEY GO *
      *                               AS SPACES (S2050)              *
261015*  2026/10/15  S.K.CHOI         FRAUD SCREEN - ONLY CASES THE  *
261015*                               PYSB9 SCREEN HAS PASSED OR A   *
261015*                               PYPA3 REVIEWER RELEASED        *
261015*                               (SCREEN_DT SET) ARE PAID;      *
261015*                               HELD AND BLOCKED CASES ARE     *
261015*                               NOT SELECTED (CURSOR_PAY)      *
261015*  2026/10/15  S.K.CHOI         THE AMOUNT WITHHELD BY THE     *
261015*                               OFFSET IS KEPT ON THE CASE     *
261015*                               (TRYBD.OFFSET_AMT) FOR THE     *
261015*                               PYPA4 REFUND STATUS INQUIRY    *
261015*                               (S2100)                        *
      ****************************************************************

      ****************************************************************
           05  A-CREDIT-CNT              PIC  9(13)  VALUE  ZERO.
           05  A-NOACCT-CNT              PIC  9(09)  VALUE  ZERO.
260902     05  A-OFFSET-CNT              PIC  9(09)  VALUE  ZERO.
261015     05  A-DECEASED-CNT            PIC  9(09)  VALUE  ZERO.
260902     05  A-OFFSET-TOT              PIC S9(15)  COMP-3 VALUE +0.
           05  A-CREDIT-TOT              PIC S9(15)  COMP-3 VALUE +0.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.
           05  W-PAY-AMT                 PIC S9(13)V9(02) COMP-3.
260903     05  W-REF-SEQ                 PIC  9(06)  VALUE ZERO.
           05  W-REF-NO                  PIC  X(16)  VALUE SPACE.
261015     05  W-DEATH-DT                PIC  X(08)  VALUE SPACE.

260902     05  W-OFS-BUSNID              PIC  X(10)  VALUE SPACE.
260902     05  W-OFS-TXOFF               PIC  X(03)  VALUE SPACE.
260902         10  L-PYSE6-UNAPPLIED    PIC S9(13)V9(02) COMP-3.
260902         10  L-PYSE6-RETURN-STATUS
260902                                  PIC  X(01).
261015     05  L-PYSE6-RECEIPT.
261015         10  L-PYSE6-BANK-CD      PIC  X(03).
261015         10  L-PYSE6-BANK-REF     PIC  X(20).

      ****************************************************************
      *                                                              *
                   '  NO VERIFIED REFUND ACCOUNT - NOT CREDITED'.
               10  FILLER                PIC  X(76)  VALUE  SPACE.

261015     05  D2-DECEASED-LINE.
261015         10  FILLER                PIC  X(01)  VALUE  SPACE.
261015         10  D2-RESID              PIC  X(13).
261015         10  FILLER                PIC  X(11)  VALUE
261015             '  DECEASED '.
261015         10  D2-DEATH-DT           PIC  X(08).
261015         10  FILLER                PIC  X(46)  VALUE
261015             ' - HELD FOR A VERIFIED HEIR/ESTATE ACCOUNT    '.
261015         10  FILLER                PIC  X(53)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(11)  VALUE
      *    CURSOR_PAY : EVERY PROCESSED, NOT-YET-DISBURSED REFUND    *
      *    CASE WITH ITS VERIFIED ACTIVE ACCOUNT (SPACES WHEN NONE   *
      *    IS REGISTERED).                                           *
261015*    ONCE LAPBH HAS RECORDED THE TAXPAYER'S DEATH ONLY AN      *
261015*    ACCOUNT REGISTERED ON OR AFTER THE DATE OF DEATH - THE    *
261015*    HEIR'S OR THE ESTATE'S, VERIFIED THROUGH PYPA1 - QUALIFIES;*
261015*    THE DECEDENT'S OWN ACCOUNT NO LONGER DOES.                *
261015*    A CASE THE PYSB9 FRAUD SCREEN HAS NOT YET PASSED WAITS.   *
      ****************************************************************

           EXEC  SQL
                                     WHERE A.RESID     = D.RESID
                                       AND A.ACTIVE_FG = 'Y'
                                       AND A.VERIFY_FG = 'Y'
261015                                 AND A.REGIST_DT >= COALESCE(
261015                                     (SELECT MAX(I.DEATH_DT)
261015                                        FROM DTIA.TTIAA  I
261015                                       WHERE I.RESID = D.RESID),
261015                                     ' ')
                                     FETCH FIRST 1 ROW ONLY), ' ')
                 ,        COALESCE((SELECT A.ACCT_NO
                                      FROM DRWA.TRYBA  A
                                     WHERE A.RESID     = D.RESID
                                       AND A.ACTIVE_FG = 'Y'
                                       AND A.VERIFY_FG = 'Y'
261015                                 AND A.REGIST_DT >= COALESCE(
261015                                     (SELECT MAX(I.DEATH_DT)
261015                                        FROM DTIA.TTIAA  I
261015                                       WHERE I.RESID = D.RESID),
261015                                     ' ')
                                     FETCH FIRST 1 ROW ONLY), ' ')
                 ,        COALESCE((SELECT A.ACCT_HOLDER_NM
                                      FROM DRWA.TRYBA  A
                                     WHERE A.RESID     = D.RESID
                                       AND A.ACTIVE_FG = 'Y'
                                       AND A.VERIFY_FG = 'Y'
261015                                 AND A.REGIST_DT >= COALESCE(
261015                                     (SELECT MAX(I.DEATH_DT)
261015                                        FROM DTIA.TTIAA  I
261015                                       WHERE I.RESID = D.RESID),
261015                                     ' ')
                                     FETCH FIRST 1 ROW ONLY), ' ')
261015           ,        COALESCE((SELECT MAX(I.DEATH_DT)
261015                                FROM DTIA.TTIAA  I
261015                               WHERE I.RESID = D.RESID), ' ')
                 FROM     DRWA.TRYBD  D
                 WHERE    D.PROCESS_STATUS  =  'D'
                 AND      D.DISB_STATUS     =  ' '
261015           AND      D.SCREEN_DT      <>  ' '
                 ORDER BY D.RESID, D.ASS_YYMM_FR
                 FOR FETCH ONLY
           END-EXEC.
           DISPLAY '* CASE-READ-CNT  : ' A-CASE-READ-CNT.
           DISPLAY '* CREDIT-CNT     : ' A-CREDIT-CNT.
           DISPLAY '* NO-ACCOUNT     : ' A-NOACCT-CNT.
261015     DISPLAY '* DECEASED-HELD  : ' A-DECEASED-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

260902         EXEC  SQL  UPDATE  DRWA.TRYBD
260902                       SET  DISB_STATUS = 'P',
260902                            DISB_DT     = :W-SYSTEM-DATE,
261015                            DISB_REF_NO = 'OFFSET',
261015                            OFFSET_AMT  = :W-OFFSET-AMT
260902                     WHERE  ASS_YYMM_FR = :TRYBD.ASS-YYMM-FR
260902                       AND  RESID       = :TRYBD.RESID
260902                       AND  TXTP_CD     = :TRYBD.TXTP-CD
260902         GO TO  S2100-CREDIT-ONE-EXIT
260902     END-IF.

261015* A DECEASED TAXPAYER'S REFUND WAITS FOR THE HEIR OR ESTATE
261015* ACCOUNT - IT IS REPORTED APART FROM THE PLAIN NO-ACCOUNT
261015* CASES SO THE SUCCESSION DESK CAN CHASE IT.
261015     IF  BANK-CD OF TRYBA  =  SPACE  AND
261015         W-DEATH-DT  NOT =  SPACE
261015         MOVE  RESID OF TRYBD     TO  D2-RESID
261015         MOVE  W-DEATH-DT         TO  D2-DEATH-DT
261015         WRITE  O-RPT-REC  FROM  D2-DECEASED-LINE
261015         ADD   1                   TO  A-DECEASED-CNT
261015                                       A-RPT-WRIT-CNT
261015         GO TO  S2100-CREDIT-ONE-EXIT
261015     END-IF.

           IF  BANK-CD OF TRYBA  =  SPACE
               MOVE  RESID OF TRYBD     TO  D1-RESID
               WRITE  O-RPT-REC  FROM  D1-EXCPT-LINE
           EXEC  SQL  UPDATE  DRWA.TRYBD
                         SET  DISB_STATUS = 'S',
                              DISB_DT     = :W-SYSTEM-DATE,
261015                        DISB_REF_NO = :W-REF-NO,
261015                        OFFSET_AMT  = :W-OFFSET-AMT
                       WHERE  ASS_YYMM_FR = :TRYBD.ASS-YYMM-FR
                         AND  RESID       = :TRYBD.RESID
                         AND  TXTP_CD     = :TRYBD.TXTP-CD
260902           FROM    DTJA.TTJAC
260902           WHERE   BUSNID  =  :W-OFS-BUSNID
260902           AND   ( TRANS_TP IN ('PN', 'IN')
261015              OR ( TRANS_TP IN ('PY', 'OF', 'WO')
260902                   AND COMPONENT_CD IN ('N', 'I') ) )
260902     END-EXEC.

260902     MOVE  W-SYSTEM-DATE         TO  L-PYSE6-PAY-DT.
260902     MOVE  C-PROG-ID             TO  L-PYSE6-OPID.
260902     MOVE  'OF'                  TO  L-PYSE6-TRANS-TP.
261015     MOVE  SPACE                 TO  L-PYSE6-BANK-CD
261015                                     L-PYSE6-BANK-REF.

260902     CALL  C-PGM-PYSE6  USING  L-PYSE6-AREA.

                 ,     :TRYBA.BANK-CD
                 ,     :TRYBA.ACCT-NO
                 ,     :TRYBA.ACCT-HOLDER-NM
261015           ,     :W-DEATH-DT
           END-EXEC.

           EVALUATE  SQLCODE
