260822*                            "WHAT WAS ORIGINALLY FILED" CAN    *
260822*                            BE SETTLED FROM THE SYSTEM         *
260822*                            (S3050/S3360, BROWSED BY MIP03)    *
261015*  2026/10/15  MAINT         RETURN CONSISTENCY CHECK - THE     *
261015*                            DRWB.TRWCT RULES OF THE TAX TYPE   *
261015*                            (LINE ITEMS TO TOTALS, TAX TO BASE *
261015*                            TIMES RATE, CREDITS NOT ABOVE THE  *
261015*                            TAX) RUN BEFORE THE RIV010 WRITE;  *
261015*                            A FAILURE POSTS THE RETURN AS A    *
261015*                            MATH ERROR AND IS REGISTERED ON    *
261015*                            DRWB.TRWCU FOR THE MIPB6 NOTICE,   *
261015*                            WITH DAILY COUNTS BY TRANSMITTER   *
261015*                            ON DRWB.TRWCV (S0580-S0594)        *
261015*  2026/10/15  MAINT         CURSOR_RULE PASSES OVER THE TRWCT  *
261015*                            'I' INCOME-LOCATOR ROWS, WHICH     *
261015*                            ONLY TELL MIPB7 WHERE THE INCOME   *
261015*                            SITS ON THE RECORD                 *
261015*  2026/10/15  MAINT         A TRWCT READ ERROR IN THE          *
261015*                            CONSISTENCY CHECK STOPS THE RIV010 *
261015*                            WRITE INSTEAD OF POSTING THE       *
261015*                            RETURN UNCHECKED (S3100)           *
      ******************************************************************

       EJECT

260902     05  C-PGM-LCBSDATE         PIC  X(08) VALUE 'LCBSDATE'.
260903     05  C-PGM-LCBSJRNL         PIC  X(08) VALUE 'LCBSJRNL'.
261015     05  C-MERR-MAX             PIC S9(04) COMP VALUE +20.

      *                                *********************************
      *                                *      USER  MESSAGE  CODES
260902     05  W-DAYS-LATE             PIC S9(04)  VALUE ZERO  COMP.
260902     05  W-LATE-FG               PIC  X(01)  VALUE 'N'.

261015*****************************************************************
261015*    RETURN CONSISTENCY CHECK - THE DRWB.TRWCT RULES OF THE    *
261015*    TAX TYPE ARE RUN AGAINST THE RECORD BEFORE IT IS WRITTEN. *
261015*    AMOUNTS ARE PICKED OUT OF THE RECORD BY POSITION, RIGHT-  *
261015*    ALIGNED INTO THE 15-DIGIT ZONED OR PACKED WORK FIELD.     *
261015*    THE RULES FAILED ARE HELD HERE UNTIL THE WRITE STANDS.    *
261015*****************************************************************
261015 01  W-MATH-WORK.
261015     05  W-MATH-ERR-FG           PIC  X(01)  VALUE 'N'.
261015     05  W-RULE-END              PIC  X(01)  VALUE 'N'.
261015     05  W-RULE-CNT              PIC S9(04)  VALUE ZERO  COMP.
261015     05  W-ITEM-NO               PIC S9(04)  VALUE ZERO  COMP.
261015     05  W-FLD-POS               PIC S9(04)  VALUE ZERO  COMP.
261015     05  W-FLD-LEN               PIC S9(04)  VALUE ZERO  COMP.
261015     05  W-FLD-FMT               PIC  X(01)  VALUE SPACE.
261015     05  W-FLD-OK                PIC  X(01)  VALUE 'Y'.
261015     05  W-FLD-AMT               PIC S9(15)  VALUE ZERO  COMP-3.
261015     05  W-FLD-ZONE              PIC  X(15).
261015     05  W-FLD-ZONE-N            REDEFINES  W-FLD-ZONE
261015                                 PIC S9(15).
261015     05  W-FLD-PACK              PIC  X(08).
261015     05  W-FLD-PACK-N            REDEFINES  W-FLD-PACK
261015                                 PIC S9(15)  COMP-3.
261015     05  W-TGT-AMT               PIC S9(15)  VALUE ZERO  COMP-3.
261015     05  W-SRC-AMT               PIC S9(15)  VALUE ZERO  COMP-3.
261015     05  W-FILED-AMT             PIC S9(15)  VALUE ZERO  COMP-3.
261015     05  W-RECOMP-AMT            PIC S9(15)  VALUE ZERO  COMP-3.
261015     05  W-DIFF-AMT              PIC S9(15)  VALUE ZERO  COMP-3.
261015     05  W-DIFF-ABS              PIC S9(15)  VALUE ZERO  COMP-3.
261015     05  W-MERR-CNT              PIC S9(04)  VALUE ZERO  COMP.
261015     05  W-MERR-IX               PIC S9(04)  VALUE ZERO  COMP.
261015     05  W-MERR-ENTRY            OCCURS  20  TIMES.
261015         10  W-MERR-RULE-SEQ     PIC S9(04)  COMP.
261015         10  W-MERR-RULE-TP      PIC  X(01).
261015         10  W-MERR-RULE-DESC    PIC  X(30).
261015         10  W-MERR-FILED-AMT    PIC S9(15)  COMP-3.
261015         10  W-MERR-RECOMP-AMT   PIC S9(15)  COMP-3.
261015         10  W-MERR-DIFF-AMT     PIC S9(15)  COMP-3.
260903*    PARAMETER AREA OF THE LCBSJRNL FORWARD-RECOVERY JOURNAL
260903*    SERVICE, CARRIED AS LCBSJRNL ITSELF DEFINES IT.
260903 01  L-JRNL-PARM.
260903*    SESSION LANGUAGE FOR MESSAGE LOOKUP - BLANK = DEFAULT.
260903     10  W-CM-LANG-CD                PIC  X(01).

261015*    MEDIA/ELECTRONIC TRANSMITTER OF THE RETURN - BLANK FOR
261015*    CHANNELS THAT HAVE NONE.
261015     10  W-CM-XMTR-ID                PIC  X(08).

      ******************************************************************
      *                                                                *
      *                    D B 2   W O R K   A R E A                   *
260902     EXEC SQL  INCLUDE RWOBK
260902     END-EXEC.

      *                                ***********         ************
      *                                *    DCL FOR DRWB.TRWCT        *
      *                                *    DCL FOR DRWB.TRWCU        *
      *                                *    DCL FOR DRWB.TRWCV        *
      *                                ***********         ************
261015     EXEC SQL  INCLUDE RWOCT
261015     END-EXEC.

261015     EXEC SQL  INCLUDE RWOCU
261015     END-EXEC.

261015     EXEC SQL  INCLUDE RWOCV
261015     END-EXEC.

      *                                ***********         ************
      *                                *  CONSISTENCY RULES OF THE    *
      *                                *  TAX TYPE, IN RULE ORDER     *
      *                                ***********         ************
261015     EXEC SQL
261015         DECLARE  CURSOR_RULE  CURSOR  FOR
261015          SELECT  RULE_SEQ,  RULE_TP,   RULE_DESC,
261015                  TGT_POS,   TGT_LEN,   TGT_FMT,
261015                  SRC_POS,   SRC_LEN,   SRC_FMT,   SRC_CNT,
261015                  RATE_PCT,  TOL_AMT
261015            FROM  DRWB.TRWCT
261015           WHERE  TXTP_CD    = :TRWCT.TXTP-CD
261015             AND  ACTIVE_FG  = 'Y'
261015             AND  RULE_TP   IN ('S', 'R', 'C')
261015           ORDER BY  RULE_SEQ
261015     END-EXEC.
      *                                ***********         ************
      *                                *  NIGHTLY CROSS-PROGRAM       *
      *                                *  RECONCILIATION CONTROL      *
260902 S0570-TRWBK-REGISTER-EXIT.
260902     EXIT.
260902     EJECT
261015******************************************************************
261015*                                                                *
261015*           S 0 5 8 0 - M A T H - C H E C K                      *
261015*   RUNS THE ACTIVE DRWB.TRWCT CONSISTENCY RULES OF THE TAX      *
261015*   TYPE AGAINST THE RECORD ABOUT TO BE WRITTEN - LINE ITEMS     *
261015*   AGAINST THEIR TOTAL, TAX AGAINST BASE TIMES RATE, CREDITS    *
261015*   AGAINST THE TAX.  ANY FAILED RULE POSTS THE RETURN AS A      *
261015*   MATH ERROR; THE FAILURES ARE HELD FOR S0590 TO REGISTER      *
261015*   ONCE THE WRITE HAS STOOD.                                    *
261015*                                                                *
261015******************************************************************
261015 S0580-MATH-CHECK       SECTION.

261015     MOVE  'N'                   TO W-MATH-ERR-FG.
261015     MOVE  'N'                   TO W-RULE-END.
261015     MOVE  ZERO                  TO W-RULE-CNT.
261015     MOVE  ZERO                  TO W-MERR-CNT.

261015     MOVE  W-COMM-TXTP-CD        TO TXTP-CD OF TRWCT.

261015     EXEC SQL  OPEN  CURSOR_RULE  END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         ADD  C-ONE                 TO A-ERROR-COUNT
261015         MOVE SQLCODE               TO W-RC
261015         MOVE W-RC                  TO W-COMM-SQL
261015         MOVE 'S0580-TRWCT-OPN-ERR' TO W-COMM-MSG
261015         GO TO S0580-MATH-CHECK-EXIT
261015     END-IF.

261015     PERFORM S0581-FETCH-RULE.

261015     PERFORM S0582-APPLY-RULE
261015         UNTIL  W-RULE-END  =  'Y'.

261015     EXEC SQL  CLOSE  CURSOR_RULE  END-EXEC.

261015 S0580-MATH-CHECK-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*           S 0 5 8 1 - F E T C H - R U L E                      *
261015*                                                                *
261015******************************************************************
261015 S0581-FETCH-RULE       SECTION.

261015     EXEC SQL
261015         FETCH  CURSOR_RULE
261015          INTO  :TRWCT.RULE-SEQ,
261015                :TRWCT.RULE-TP,
261015                :TRWCT.RULE-DESC,
261015                :TRWCT.TGT-POS,
261015                :TRWCT.TGT-LEN,
261015                :TRWCT.TGT-FMT,
261015                :TRWCT.SRC-POS,
261015                :TRWCT.SRC-LEN,
261015                :TRWCT.SRC-FMT,
261015                :TRWCT.SRC-CNT,
261015                :TRWCT.RATE-PCT,
261015                :TRWCT.TOL-AMT
261015     END-EXEC.

261015     EVALUATE  SQLCODE

261015         WHEN  C-SQL-NORMAL
261015               CONTINUE

261015         WHEN  C-SQL-NOTFND
261015               MOVE 'Y'                   TO W-RULE-END

261015         WHEN  OTHER
261015               MOVE 'Y'                   TO W-RULE-END
261015               ADD  C-ONE                 TO A-ERROR-COUNT
261015               MOVE SQLCODE               TO W-RC
261015               MOVE W-RC                  TO W-COMM-SQL
261015               MOVE 'S0581-TRWCT-FET-ERR' TO W-COMM-MSG

261015     END-EVALUATE.

261015 S0581-FETCH-RULE-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*           S 0 5 8 2 - A P P L Y - R U L E                      *
261015*   ONE RULE.  A RULE WHOSE FIELDS DO NOT LIE INSIDE THE RECORD  *
261015*   IS PASSED OVER RATHER THAN HOLD UP THE POSTING.  A CREDIT    *
261015*   RULE FAILS ONLY ON CREDITS ABOVE THE TAX; SUM AND RATE       *
261015*   RULES FAIL ON A DIFFERENCE EITHER WAY BEYOND THE TOLERANCE.  *
261015*                                                                *
261015******************************************************************
261015 S0582-APPLY-RULE       SECTION.

261015     MOVE  'Y'                   TO W-FLD-OK.

261015     IF  NOT RULE-TP-SUM    OF TRWCT
261015     AND NOT RULE-TP-RATE   OF TRWCT
261015     AND NOT RULE-TP-CREDIT OF TRWCT
261015         MOVE  'N'               TO W-FLD-OK
261015     END-IF.

261015     IF  SRC-CNT OF TRWCT  <  1
261015         MOVE  'N'               TO W-FLD-OK
261015     END-IF.

261015     MOVE  TGT-POS OF TRWCT      TO W-FLD-POS.
261015     MOVE  TGT-LEN OF TRWCT      TO W-FLD-LEN.
261015     MOVE  TGT-FMT OF TRWCT      TO W-FLD-FMT.
261015     PERFORM S0588-FIELD-FITS.

261015     MOVE  SRC-LEN OF TRWCT      TO W-FLD-LEN.
261015     MOVE  SRC-FMT OF TRWCT      TO W-FLD-FMT.
261015     MOVE  SRC-POS OF TRWCT      TO W-FLD-POS.
261015     PERFORM S0588-FIELD-FITS.

261015     IF  W-FLD-OK  =  'Y'
261015         COMPUTE W-FLD-POS  =  SRC-POS OF TRWCT
261015                            + (SRC-CNT OF TRWCT - 1)
261015                            * SRC-LEN OF TRWCT
261015         PERFORM S0588-FIELD-FITS
261015     END-IF.

261015     IF  W-FLD-OK  NOT =  'Y'
261015         GO TO S0582-APPLY-RULE-NEXT
261015     END-IF.

261015     ADD   C-ONE                 TO W-RULE-CNT.

261015     MOVE  TGT-POS OF TRWCT      TO W-FLD-POS.
261015     MOVE  TGT-LEN OF TRWCT      TO W-FLD-LEN.
261015     MOVE  TGT-FMT OF TRWCT      TO W-FLD-FMT.
261015     PERFORM S0586-GET-FIELD.
261015     MOVE  W-FLD-AMT             TO W-TGT-AMT.

261015     MOVE  ZERO                  TO W-SRC-AMT.
261015     MOVE  SRC-LEN OF TRWCT      TO W-FLD-LEN.
261015     MOVE  SRC-FMT OF TRWCT      TO W-FLD-FMT.
261015     PERFORM S0584-ADD-ITEM
261015         VARYING  W-ITEM-NO  FROM  1  BY  1
261015           UNTIL  W-ITEM-NO  >  SRC-CNT OF TRWCT.

261015     EVALUATE  TRUE

261015         WHEN  RULE-TP-SUM OF TRWCT
261015               MOVE  W-TGT-AMT         TO W-FILED-AMT
261015               MOVE  W-SRC-AMT         TO W-RECOMP-AMT

261015         WHEN  RULE-TP-RATE OF TRWCT
261015               MOVE  W-TGT-AMT         TO W-FILED-AMT
261015               COMPUTE W-RECOMP-AMT ROUNDED
261015                     = W-SRC-AMT * RATE-PCT OF TRWCT / 100

261015         WHEN  OTHER
261015               MOVE  W-SRC-AMT         TO W-FILED-AMT
261015               MOVE  W-TGT-AMT         TO W-RECOMP-AMT

261015     END-EVALUATE.

261015     COMPUTE W-DIFF-AMT  =  W-FILED-AMT  -  W-RECOMP-AMT.

261015     IF  W-DIFF-AMT  <  ZERO
261015         IF  RULE-TP-CREDIT OF TRWCT
261015             MOVE  ZERO              TO W-DIFF-ABS
261015         ELSE
261015             COMPUTE W-DIFF-ABS  =  ZERO  -  W-DIFF-AMT
261015         END-IF
261015     ELSE
261015         MOVE  W-DIFF-AMT            TO W-DIFF-ABS
261015     END-IF.

261015     IF  W-DIFF-ABS  >  TOL-AMT OF TRWCT
261015         MOVE  'Y'                   TO W-MATH-ERR-FG
261015         IF  W-MERR-CNT  <  C-MERR-MAX
261015             ADD   C-ONE             TO W-MERR-CNT
261015             MOVE  RULE-SEQ  OF TRWCT
261015                               TO W-MERR-RULE-SEQ   (W-MERR-CNT)
261015             MOVE  RULE-TP   OF TRWCT
261015                               TO W-MERR-RULE-TP    (W-MERR-CNT)
261015             MOVE  RULE-DESC OF TRWCT
261015                               TO W-MERR-RULE-DESC  (W-MERR-CNT)
261015             MOVE  W-FILED-AMT TO W-MERR-FILED-AMT  (W-MERR-CNT)
261015             MOVE  W-RECOMP-AMT
261015                               TO W-MERR-RECOMP-AMT (W-MERR-CNT)
261015             MOVE  W-DIFF-AMT  TO W-MERR-DIFF-AMT   (W-MERR-CNT)
261015         END-IF
261015     END-IF.

261015 S0582-APPLY-RULE-NEXT.

261015     PERFORM S0581-FETCH-RULE.

261015 S0582-APPLY-RULE-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*           S 0 5 8 4 - A D D - I T E M                          *
261015*                                                                *
261015******************************************************************
261015 S0584-ADD-ITEM         SECTION.

261015     COMPUTE W-FLD-POS  =  SRC-POS OF TRWCT
261015                        + (W-ITEM-NO - 1) * SRC-LEN OF TRWCT.

261015     PERFORM S0586-GET-FIELD.

261015     ADD   W-FLD-AMT             TO W-SRC-AMT.

261015 S0584-ADD-ITEM-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*           S 0 5 8 6 - G E T - F I E L D                        *
261015*   THE AMOUNT AT W-FLD-POS FOR W-FLD-LEN BYTES, RIGHT-ALIGNED   *
261015*   INTO A 15-DIGIT ZONED OR PACKED WORK FIELD.  AN AMOUNT LEFT  *
261015*   BLANK (OR OTHERWISE NOT NUMERIC) ON THE RETURN COUNTS AS     *
261015*   ZERO.                                                        *
261015*                                                                *
261015******************************************************************
261015 S0586-GET-FIELD        SECTION.

261015     MOVE  ZERO                  TO W-FLD-AMT.

261015     IF  W-FLD-FMT  =  'P'
261015         MOVE  LOW-VALUE         TO W-FLD-PACK
261015         MOVE  RIV010-REC (W-FLD-POS:W-FLD-LEN)
261015                                 TO W-FLD-PACK (9 - W-FLD-LEN:
261015                                                W-FLD-LEN)
261015         IF  W-FLD-PACK-N  IS NUMERIC
261015             MOVE  W-FLD-PACK-N  TO W-FLD-AMT
261015         END-IF
261015     ELSE
261015         MOVE  ALL '0'           TO W-FLD-ZONE
261015         MOVE  RIV010-REC (W-FLD-POS:W-FLD-LEN)
261015                                 TO W-FLD-ZONE (16 - W-FLD-LEN:
261015                                                W-FLD-LEN)
261015         IF  W-FLD-ZONE-N  IS NUMERIC
261015             MOVE  W-FLD-ZONE-N  TO W-FLD-AMT
261015         END-IF
261015     END-IF.

261015 S0586-GET-FIELD-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*           S 0 5 8 8 - F I E L D - F I T S                      *
261015*   CLEARS W-FLD-OK WHEN THE FIELD AT W-FLD-POS IS NOT WHOLLY    *
261015*   INSIDE THE RIV010 RECORD OR IS TOO LONG FOR ITS FORMAT.      *
261015*                                                                *
261015******************************************************************
261015 S0588-FIELD-FITS       SECTION.

261015     IF  W-FLD-POS  <  1
261015     OR  W-FLD-LEN  <  1
261015     OR  W-FLD-POS + W-FLD-LEN - 1  >  C-RIV010-LEN
261015         MOVE  'N'               TO W-FLD-OK
261015     END-IF.

261015     EVALUATE  W-FLD-FMT
261015         WHEN  'Z'
261015               IF  W-FLD-LEN  >  15
261015                   MOVE  'N'         TO W-FLD-OK
261015               END-IF
261015         WHEN  'P'
261015               IF  W-FLD-LEN  >  8
261015                   MOVE  'N'         TO W-FLD-OK
261015               END-IF
261015         WHEN  OTHER
261015               MOVE  'N'             TO W-FLD-OK
261015     END-EVALUATE.

261015 S0588-FIELD-FITS-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*          S 0 5 9 0 - T R W C U - R E G I S T E R               *
261015*   AFTER THE WRITE HAS STOOD:  ANY CORRECTION NOTICE STILL      *
261015*   PENDING FOR AN EARLIER POSTING OF THE SAME RETURN IS         *
261015*   SUPERSEDED, THE RULES THIS POSTING FAILED GO ON THE          *
261015*   DRWB.TRWCU MATH-ERROR REGISTER FOR THE NIGHTLY MIPB6 NOTICE, *
261015*   AND THE DAY'S DRWB.TRWCV COUNTS FOR THE CHANNEL AND          *
261015*   TRANSMITTER ARE ADDED TO.                                    *
261015*                                                                *
261015******************************************************************
261015 S0590-TRWCU-REGISTER   SECTION.

261015     PERFORM  S5000-GET-SYSTEM-DATA.

261015     INITIALIZE             TRWCU.

261015     MOVE  W-COMM-TXOFF-CD       TO TXOFF-CD      OF TRWCU.
261015     MOVE  W-CM-RESID-BUSNID     TO RESID-BUSNID  OF TRWCU.
261015     MOVE  W-COMM-TXTP-CD        TO TXTP-CD       OF TRWCU.
261015     MOVE  W-CM-ASS-YYMM-FR      TO ASS-YYMM-FR   OF TRWCU.
261015     MOVE  W-CM-RTN-TP           TO RTN-TP        OF TRWCU.
261015     MOVE  W-COMM-RTN-SERIAL-NO  TO RTN-SERIAL-NO OF TRWCU.
261015     MOVE  W-COMM-SERIAL-NO      TO SERIAL-NO     OF TRWCU.
261015     MOVE  W-CM-TXPAYER-TP       TO TXPAYER-TP    OF TRWCU.
261015     MOVE  W-RTN-METHOD          TO RTN-METHOD    OF TRWCU.
261015     MOVE  W-CM-XMTR-ID          TO XMTR-ID       OF TRWCU.
261015     MOVE  'N'                   TO NOTICE-STAUS  OF TRWCU.
261015     MOVE  SPACE                 TO NOTICE-DT     OF TRWCU.

261015     MOVE  W-DB2DATE(1:4)        TO ERR-DT OF TRWCU(1:4).
261015     MOVE  W-DB2DATE(6:2)        TO ERR-DT OF TRWCU(5:2).
261015     MOVE  W-DB2DATE(9:2)        TO ERR-DT OF TRWCU(7:2).

261015     EXEC SQL
261015         UPDATE DRWB.TRWCU
261015            SET NOTICE_STAUS  = 'X'
261015          WHERE TXOFF_CD      = :TRWCU.TXOFF-CD
261015            AND RESID_BUSNID  = :TRWCU.RESID-BUSNID
261015            AND TXTP_CD       = :TRWCU.TXTP-CD
261015            AND ASS_YYMM_FR   = :TRWCU.ASS-YYMM-FR
261015            AND RTN_TP        = :TRWCU.RTN-TP
261015            AND RTN_SERIAL_NO = :TRWCU.RTN-SERIAL-NO
261015            AND SERIAL_NO     = :TRWCU.SERIAL-NO
261015            AND NOTICE_STAUS  = 'N'
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015     AND SQLCODE  NOT =  C-SQL-NOTFND
261015         ADD  C-ONE                 TO A-ERROR-COUNT
261015         MOVE SQLCODE               TO W-RC
261015         MOVE W-RC                  TO W-COMM-SQL
261015         MOVE 'S0590-TRWCU-UPD-ERR' TO W-COMM-MSG
261015         GO TO S0590-TRWCU-REGISTER-EXIT
261015     END-IF.

261015     PERFORM S0592-TRWCU-INSERT
261015         VARYING  W-MERR-IX  FROM  1  BY  1
261015           UNTIL  W-MERR-IX  >  W-MERR-CNT
261015              OR  NOT A-ERROR-COUNT-ZERO.

261015     IF  A-ERROR-COUNT-ZERO
261015         PERFORM S0594-TRWCV-UPDATE
261015     END-IF.

261015 S0590-TRWCU-REGISTER-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*          S 0 5 9 2 - T R W C U - I N S E R T                   *
261015*   A RULE ALREADY ON THE REGISTER FROM AN EARLIER POSTING IS    *
261015*   REFRESHED AND ITS NOTICE MADE PENDING AGAIN.                 *
261015*                                                                *
261015******************************************************************
261015 S0592-TRWCU-INSERT     SECTION.

261015     MOVE  W-MERR-RULE-SEQ   (W-MERR-IX) TO RULE-SEQ   OF TRWCU.
261015     MOVE  W-MERR-RULE-TP    (W-MERR-IX) TO RULE-TP    OF TRWCU.
261015     MOVE  W-MERR-RULE-DESC  (W-MERR-IX) TO RULE-DESC  OF TRWCU.
261015     MOVE  W-MERR-FILED-AMT  (W-MERR-IX) TO FILED-AMT  OF TRWCU.
261015     MOVE  W-MERR-RECOMP-AMT (W-MERR-IX) TO RECOMP-AMT OF TRWCU.
261015     MOVE  W-MERR-DIFF-AMT   (W-MERR-IX) TO DIFF-AMT   OF TRWCU.

261015     EXEC SQL
261015         INSERT INTO DRWB.TRWCU
261015                   ( TXOFF_CD,
261015                     RESID_BUSNID,
261015                     TXTP_CD,
261015                     ASS_YYMM_FR,
261015                     RTN_TP,
261015                     RTN_SERIAL_NO,
261015                     SERIAL_NO,
261015                     RULE_SEQ,
261015                     TXPAYER_TP,
261015                     RULE_TP,
261015                     RULE_DESC,
261015                     FILED_AMT,
261015                     RECOMP_AMT,
261015                     DIFF_AMT,
261015                     RTN_METHOD,
261015                     XMTR_ID,
261015                     ERR_DT,
261015                     NOTICE_STAUS,
261015                     NOTICE_DT  )
261015             VALUES
261015                   ( :TRWCU.TXOFF-CD,
261015                     :TRWCU.RESID-BUSNID,
261015                     :TRWCU.TXTP-CD,
261015                     :TRWCU.ASS-YYMM-FR,
261015                     :TRWCU.RTN-TP,
261015                     :TRWCU.RTN-SERIAL-NO,
261015                     :TRWCU.SERIAL-NO,
261015                     :TRWCU.RULE-SEQ,
261015                     :TRWCU.TXPAYER-TP,
261015                     :TRWCU.RULE-TP,
261015                     :TRWCU.RULE-DESC,
261015                     :TRWCU.FILED-AMT,
261015                     :TRWCU.RECOMP-AMT,
261015                     :TRWCU.DIFF-AMT,
261015                     :TRWCU.RTN-METHOD,
261015                     :TRWCU.XMTR-ID,
261015                     :TRWCU.ERR-DT,
261015                     :TRWCU.NOTICE-STAUS,
261015                     :TRWCU.NOTICE-DT  )
261015     END-EXEC.

261015     EVALUATE  SQLCODE

261015         WHEN  C-SQL-NORMAL
261015               CONTINUE

261015         WHEN  C-SQL-DUP
261015               EXEC SQL
261015                   UPDATE DRWB.TRWCU
261015                      SET TXPAYER_TP    = :TRWCU.TXPAYER-TP,
261015                          RULE_TP       = :TRWCU.RULE-TP,
261015                          RULE_DESC     = :TRWCU.RULE-DESC,
261015                          FILED_AMT     = :TRWCU.FILED-AMT,
261015                          RECOMP_AMT    = :TRWCU.RECOMP-AMT,
261015                          DIFF_AMT      = :TRWCU.DIFF-AMT,
261015                          RTN_METHOD    = :TRWCU.RTN-METHOD,
261015                          XMTR_ID       = :TRWCU.XMTR-ID,
261015                          ERR_DT        = :TRWCU.ERR-DT,
261015                          NOTICE_STAUS  = :TRWCU.NOTICE-STAUS,
261015                          NOTICE_DT     = :TRWCU.NOTICE-DT
261015                    WHERE TXOFF_CD      = :TRWCU.TXOFF-CD
261015                      AND RESID_BUSNID  = :TRWCU.RESID-BUSNID
261015                      AND TXTP_CD       = :TRWCU.TXTP-CD
261015                      AND ASS_YYMM_FR   = :TRWCU.ASS-YYMM-FR
261015                      AND RTN_TP        = :TRWCU.RTN-TP
261015                      AND RTN_SERIAL_NO = :TRWCU.RTN-SERIAL-NO
261015                      AND SERIAL_NO     = :TRWCU.SERIAL-NO
261015                      AND RULE_SEQ      = :TRWCU.RULE-SEQ
261015               END-EXEC
261015               IF  SQLCODE  NOT =  C-SQL-NORMAL
261015                   ADD  C-ONE                 TO A-ERROR-COUNT
261015                   MOVE SQLCODE               TO W-RC
261015                   MOVE W-RC                  TO W-COMM-SQL
261015                   MOVE 'S0592-TRWCU-UPD-ERR' TO W-COMM-MSG
261015               END-IF

261015         WHEN  OTHER
261015               ADD  C-ONE                 TO A-ERROR-COUNT
261015               MOVE SQLCODE               TO W-RC
261015               MOVE W-RC                  TO W-COMM-SQL
261015               MOVE 'S0592-TRWCU-INS-ERR' TO W-COMM-MSG

261015     END-EVALUATE.

261015 S0592-TRWCU-INSERT-EXIT.
261015     EXIT.
261015     EJECT
261015******************************************************************
261015*                                                                *
261015*          S 0 5 9 4 - T R W C V - U P D A T E                   *
261015*   ONE MORE RETURN CHECKED TODAY FOR THE CHANNEL AND            *
261015*   TRANSMITTER, AND ONE MORE MATH ERROR WHEN IT FAILED.  THE    *
261015*   FIRST RETURN OF THE DAY CREATES THE ROW.                     *
261015*                                                                *
261015******************************************************************
261015 S0594-TRWCV-UPDATE     SECTION.

261015     MOVE  ERR-DT  OF TRWCU      TO CHECK-DT      OF TRWCV.
261015     MOVE  W-RTN-METHOD          TO RTN-METHOD    OF TRWCV.
261015     MOVE  W-CM-XMTR-ID          TO XMTR-ID       OF TRWCV.
261015     MOVE  1                     TO CHECK-CNT     OF TRWCV.

261015     IF  W-MATH-ERR-FG  =  'Y'
261015         MOVE  1                 TO ERR-CNT       OF TRWCV
261015     ELSE
261015         MOVE  0                 TO ERR-CNT       OF TRWCV
261015     END-IF.

261015     EXEC SQL
261015         UPDATE DRWB.TRWCV
261015            SET CHECK_CNT   = CHECK_CNT + :TRWCV.CHECK-CNT,
261015                ERR_CNT     = ERR_CNT   + :TRWCV.ERR-CNT
261015          WHERE CHECK_DT    = :TRWCV.CHECK-DT
261015            AND RTN_METHOD  = :TRWCV.RTN-METHOD
261015            AND XMTR_ID     = :TRWCV.XMTR-ID
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NOTFND
261015         EXEC SQL
261015             INSERT INTO DRWB.TRWCV
261015                       ( CHECK_DT, RTN_METHOD, XMTR_ID,
261015                         CHECK_CNT, ERR_CNT )
261015                 VALUES
261015                       ( :TRWCV.CHECK-DT, :TRWCV.RTN-METHOD,
261015                         :TRWCV.XMTR-ID, :TRWCV.CHECK-CNT,
261015                         :TRWCV.ERR-CNT )
261015         END-EXEC
261015     END-IF.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         ADD  C-ONE                 TO A-ERROR-COUNT
261015         MOVE SQLCODE               TO W-RC
261015         MOVE W-RC                  TO W-COMM-SQL
261015         MOVE 'S0594-TRWCV-UPD-ERR' TO W-COMM-MSG
261015     END-IF.

261015 S0594-TRWCV-UPDATE-EXIT.
261015     EXIT.
261015     EJECT
      *****************************************************************
      *     D   B  / V S A M       P  R  O  C  E  S  S                *
      *****************************************************************

260902     MOVE  W-LATE-FG              TO RIV010-LATE-FG.
260902     MOVE  W-DAYS-LATE            TO RIV010-DAYS-LATE.

261015     PERFORM S0580-MATH-CHECK.

261015     MOVE  W-MATH-ERR-FG          TO RIV010-MATH-ERR-FG.

261015* A DB2 FAILURE IN THE DEADLINE OR CONSISTENCY CHECK LEAVES THE
261015* RETURN UNCHECKED - IT IS NOT POSTED, AND S0550/S0580/S0581
261015* HAVE LEFT THE SQLCODE AND MESSAGE.
261015     IF  NOT  A-ERROR-COUNT-ZERO
261015         MOVE 'RC01'                TO W-COMM-RC
261015         GO TO S3100-RIV010-VSAM-WRITE-EXIT
261015     END-IF.
                                                                        
           EXEC CICS WRITE    FILE      ('RIV010')                      
                              FROM      (RIV010-REC)                    
260902         IF  W-LATE-FG  =  'Y'
260902             PERFORM S0570-TRWBK-REGISTER
260902         END-IF
261015         IF  W-RULE-CNT  >  ZERO  AND  A-ERROR-COUNT-ZERO
261015             PERFORM S0590-TRWCU-REGISTER
261015         END-IF
           ELSE                                                         
               IF   W-RETURN-CODE  =  14  OR  15                        
                    ADD  C-ONE                    TO A-ERROR-COUNT
