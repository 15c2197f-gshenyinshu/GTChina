      *                             AND ITS OWN TRWAQ AUDIT ROW        *
      *                             (S0290/S0295); ACTL-ISSUE-QTY      *
      *                             RECORDED ON THE RECEIPT            *
      *2026/10/15  S.K.CHOI         STAMP THE SECURITY-PAPER SERIAL    *
      *                             OF EVERY PRINTED SHEET ON THE      *
      *                             TRWAQ ROW, TAKEN FROM THE TRWCY    *
      *                             RANGE LOADED IN THE ROUTED DEVICE  *
      *                             (S0865)                            *
      *                                                                *
      ******************************************************************
       EJECT
260902         88  S-CATLINE-END-YES       VALUE HIGH-VALUE.
260902     05  W-CAT-LINE              PIC  X(125) VALUE SPACE.
260902     05  W-CAT-VALUE             PIC  X(80)  VALUE SPACE.

261015 01  W-PAPER-PARMS.
261015     05  W-PAPER-FORM-ID         PIC  X(06)  VALUE SPACE.
261015     05  W-PAPER-SERIAL          PIC  9(09)  VALUE ZERO.
261015     05  W-PAPER-TRY             PIC S9(04)  COMP VALUE +0.
260902     05  W-CAT-LCOL              PIC S9(04)  COMP VALUE +0.
260902     05  W-CAT-FCOL              PIC S9(04)  COMP VALUE +0.
260902     05  W-CAT-FLEN              PIC S9(04)  COMP VALUE +0.
260902     EXEC SQL INCLUDE            RWOBD
260902     END-EXEC.

261015*                                ********************************
261015*                                *    DCL FOR DRWB.TRWCY        *
261015*                                *    SECURITY-PAPER RANGES     *
261015*                                ********************************

261015     EXEC SQL INCLUDE            RWOCY
261015     END-EXEC.

260902*****************************************************************
260902*    CURSOR CUR-CATLINE - THE CATALOG FORM'S PRINT LINES IN     *
260902*    LINE-NO ORDER.                                             *
260205
260822* THE SERIAL S0855 BUILT FOR (AND PRINTED ON) THIS VERY FORM.
260822     MOVE  W-VERIFY-NO            TO  VERIFY-NO OF TRWAQ.
261015
261015     PERFORM  S0865-TAKE-PAPER-SERIAL.
261015     MOVE  W-PAPER-SERIAL         TO  PAPER-SERIAL OF TRWAQ.
261015     MOVE  W-ROUTE-PRTID          TO  PAPER-PRTID  OF TRWAQ.
260205
260205     EXEC  SQL  INSERT  INTO  DRWA.TRWAQ
260205                       (RCVE_NO_TXOFF,
260205                        PRINT_OPID   ,
260205                        PRINT_DT     ,
260822                        PRINT_TIME   ,
261015                        VERIFY_NO    ,
261015                        PAPER_SERIAL ,
261015                        PAPER_PRTID    )
260205                 VALUES
260205                       (:TRWAQ.RCVE-NO-TXOFF,
260205                        :TRWAQ.RCVE-NO-YY   ,
260205                        :TRWAQ.PRINT-OPID   ,
260205                        :TRWAQ.PRINT-DT     ,
260822                        :TRWAQ.PRINT-TIME   ,
261015                        :TRWAQ.VERIFY-NO    ,
261015                        :TRWAQ.PAPER-SERIAL ,
261015                        :TRWAQ.PAPER-PRTID    )
260205     END-EXEC.
260205
260205     IF  SQLCODE  NOT =  C-SQL-NORMAL
260205     EXIT.
260205     EJECT.

261015******************************************************************
261015*                                                                *
261015*            S 0 8 6 5 - T A K E - P A P E R - S E R I A L       *
261015*                                                                *
261015*    TAKES THE TOP SHEET OF THE SECURITY-PAPER RANGE LOADED IN   *
261015*    THE DEVICE THIS FORM WAS ROUTED TO (W-ROUTE-PRTID FROM      *
261015*    S2350, SPACE FOR THE TERMINAL'S OWN DEVICE).  THE ENGLISH   *
261015*    VARIANTS PRINT ON THE SAME STOCK AS THEIR KOREAN FORM;      *
261015*    CATALOG FORMS PRINT ON PLAIN PAPER AND TAKE NO SERIAL.      *
261015*    THE NEXT-SERIAL UPDATE ONLY LANDS IF NO OTHER TASK TOOK     *
261015*    THE SAME SHEET FIRST - ON A COLLISION THE TOP IS RE-READ.   *
261015*    NO LOADED RANGE DOES NOT STOP THE PRINT - THE ROW CARRIES   *
261015*    SERIAL ZERO AND THE LAPBK RECONCILIATION REPORTS IT.        *
261015*                                                                *
261015******************************************************************
261015 S0865-TAKE-PAPER-SERIAL         SECTION.
261015
261015     MOVE  ZERO                   TO  W-PAPER-SERIAL
261015                                      W-PAPER-TRY.
261015
261015     EVALUATE  W-TRWAP-FORM-ID
261015         WHEN  'T75'
261015         WHEN  'T75E'
261015               MOVE  'T75'        TO  W-PAPER-FORM-ID
261015         WHEN  'FORM02'
261015         WHEN  'F02E'
261015               MOVE  'FORM02'     TO  W-PAPER-FORM-ID
261015         WHEN  OTHER
261015               GO TO  S0865-TAKE-PAPER-SERIAL-EXIT
261015     END-EVALUATE.
261015
261015 S0865-TAKE-RETRY.
261015
261015     ADD   1                      TO  W-PAPER-TRY.
261015
261015     EXEC  SQL  SELECT  FORM_ID, SERIAL_FROM, NEXT_SERIAL
261015                  INTO  :TRWCY.FORM-ID,
261015                        :TRWCY.SERIAL-FROM,
261015                        :TRWCY.NEXT-SERIAL
261015                  FROM  DRWB.TRWCY
261015                 WHERE  TXOFF_CD    = :W-COMM-AREA-TXOFF-CD
261015                   AND  FORM_ID     = :W-PAPER-FORM-ID
261015                   AND  PRTID       = :W-ROUTE-PRTID
261015                   AND  RANGE_STAUS = 'A'
261015                 ORDER  BY SERIAL_FROM
261015                 FETCH  FIRST 1 ROW ONLY
261015     END-EXEC.
261015
261015     IF  SQLCODE  =  C-SQL-NOTFND
261015         GO TO  S0865-TAKE-PAPER-SERIAL-EXIT
261015     END-IF.
261015
261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  C-ABEND-FG-DB2     TO  W-ABEND-FG
261015         MOVE 'S0865-TAKE-PAPER-SERIAL'
261015                                  TO  W-ABEND-SECTION
261015         PERFORM  S3000-ABEND
261015     END-IF.
261015
261015     EXEC  SQL  UPDATE  DRWB.TRWCY
261015                   SET  NEXT_SERIAL = NEXT_SERIAL + 1,
261015                        RANGE_STAUS =
261015                        CASE WHEN NEXT_SERIAL + 1 > SERIAL_TO
261015                             THEN 'X' ELSE 'A' END
261015                 WHERE  FORM_ID     = :TRWCY.FORM-ID
261015                   AND  SERIAL_FROM = :TRWCY.SERIAL-FROM
261015                   AND  NEXT_SERIAL = :TRWCY.NEXT-SERIAL
261015     END-EXEC.
261015
261015     IF  SQLCODE  =  C-SQL-NOTFND
261015         IF  W-PAPER-TRY  <  3
261015             GO TO  S0865-TAKE-RETRY
261015         END-IF
261015         GO TO  S0865-TAKE-PAPER-SERIAL-EXIT
261015     END-IF.
261015
261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  C-ABEND-FG-DB2     TO  W-ABEND-FG
261015         MOVE 'S0865-TAKE-PAPER-SERIAL'
261015                                  TO  W-ABEND-SECTION
261015         PERFORM  S3000-ABEND
261015     END-IF.
261015
261015     MOVE  NEXT-SERIAL OF TRWCY   TO  W-PAPER-SERIAL.
261015
261015 S0865-TAKE-PAPER-SERIAL-EXIT.
261015     EXIT.
261015     EJECT.

      ******************************************************************
      *                                                                *
      *                 S 0 9 0 0 - L I N E -S K I P                  *
