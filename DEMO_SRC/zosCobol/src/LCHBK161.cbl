      *  TABLE                                                 CRUD  *
      *  ==========================================================  *
      *  LCHD2K14.TK140 (����FACTOR��������                 R    *
261015*  LCHD2K14.TK143 (SETTLEMENT-VARIANCE DISPUTE CASES)   CRU   *
261015*  LCHD2K14.TK144 (SETTLEMENT-DAY HISTORY)              CRU   *
      *                                                              *
      * ����HISTORY                                                *
      * ��������     CSR��ȣ �۾��� �۾�����                 *
260822*  2026/08/22              S.K.CHOI   PER-MERCHANT DISCREPANCY *
260822*                                     STATEMENT + MACHINE      *
260822*                                     RECORD OUTPUT (S1065)    *
261015*  2026/10/15              S.K.CHOI   EACH RECONCILED MERCHANT-*
261015*                                     DAY KEPT ON TK144 FOR THE*
261015*                                     LCHBK162 BACK-DATED      *
261015*                                     FACTOR RESTATEMENT, WITH *
261015*                                     A FLAG FOR A DAY NO      *
261015*                                     FACTOR BAND COVERS       *
261015*                                     (S1110)                  *
261015*  2026/10/15              S.K.CHOI   CHARGEBACK AND LATE      *
261015*                                     ADJUSTMENT INPUT APPLIED *
261015*                                     BEFORE THE VARIANCE      *
261015*                                     CHECK, WITH ITS OWN      *
261015*                                     STATEMENT SECTION        *
261015*                                     (S0160, S1040, S1120)    *
      ****************************************************************

      ****************************************************************

260822     SELECT  O5-MREC-FILE          ASSIGN  TO  LCHNC080.

261015     SELECT  I4-ADJ-FILE           ASSIGN  TO  LCHNC110.


      ****************************************************************
      *                                                              *
260822     05  O5-MREC-DISP              PIC  X(01).
260822     05  FILLER                    PIC  X(03).

261015****************************************************************
261015*                                                              *
261015*     I4-ADJ-FILE                           DDNAME - LCHNC110  *
261015*                                                              *
261015* -CHARGEBACKS AND LATE ADJUSTMENTS THE ACQUIRERS SEND DAYS    *
261015*  AFTER SETTLEMENT, ONE RECORD PER SLIP ADJUSTED.  ADJ-AMT IS *
261015*  THE SIGNED CHANGE TO THE ORIGINAL SETTLEMENT DAY'S SLIP     *
261015*  TOTAL - A CHARGEBACK IS NEGATIVE.  ADJ-RSN IS THE           *
261015*  ACQUIRER'S REASON CODE AND IS REPORTED AS SENT.             *
261015*                                                              *
261015****************************************************************
261015 FD  I4-ADJ-FILE

261015     RECORDING  MODE           IS  F
261015     RECORD     CONTAINS       50  CHARACTERS
261015     BLOCK      CONTAINS        0  RECORDS
261015     LABEL      RECORDS       ARE  STANDARD
261015     DATA       RECORD         IS  I4-ADJ-REC.

261015 01  I4-ADJ-REC.
261015     05  I4-ADJ-ACQ-ID             PIC  X(05).
261015     05  I4-ADJ-MCHT-N             PIC  X(10).
261015     05  I4-ADJ-SETL-DT            PIC  X(08).
261015     05  I4-ADJ-SLIP-REF           PIC  X(12).
261015     05  I4-ADJ-AMT                PIC S9(13)  COMP-3.
261015     05  I4-ADJ-RSN                PIC  X(02).
261015     05  FILLER                    PIC  X(06).


      ****************************************************************
      *                                                              *
260822     05  A-CARRY-IN-CNT          PIC  9(09)  VALUE  0.
260822     05  A-CARRY-OUT-CNT         PIC  9(09)  VALUE  0.
260822     05  A-STMT-CNT              PIC  9(09)  VALUE  0.
261015     05  A-ADJ-IN-CNT            PIC  9(09)  VALUE  0.
261015     05  A-ADJ-CLEAR-CNT         PIC  9(09)  VALUE  0.
261015     05  A-ADJ-UNAPPL-CNT        PIC  9(09)  VALUE  0.

      ****************************************************************
      *                                                              *
                   15  W-BS06-SLS-AMT    PIC S9(10).
                   15  W-BS06-SC         PIC S9(03).
                   15  W-BS06-M-CNT      PIC S9(07) COMP-3.
261015             15  W-BS06-ITM-TXT    PIC  X(30).

261015*    HOW THE CURRENT MERCHANT-DAY CAME OUT, FOR ITS TK144 ROW:
261015*    THE FACTOR BAND IT FELL IN AND ITS DISPOSITION (SEE THE
261015*    LCHYK144 BAND-FG AND RECON-DISP VALUES).
261015     05  W-HIST-BAND-TXT           PIC  X(30)  VALUE SPACE.
261015     05  W-HIST-DISP               PIC  X(01)  VALUE SPACE.

260822*    DATE-TOLERANT SECOND-PASS WORK.  THE CARRY TABLE HOLDS
260822*    THE OPEN ITEMS PRIOR RUNS LEFT BEHIND; MATCHED ENTRIES
260822             15  W-CY-SRC          PIC  X(01).
260902             15  W-CY-ACQ-ID       PIC  X(05).

261015*    CHARGEBACKS AND LATE ADJUSTMENTS FOR THE RUN.  ONE FOR AN
261015*    EARLIER SETTLEMENT DAY GOES AGAINST THAT DAY'S CARRIED
261015*    OPEN ITEM AS SOON AS IT IS LOADED; ONE FOR TODAY ADJUSTS
261015*    TODAY'S SLIP FIGURES IN S1040.  W-AJ-APPLIED RECORDS WHAT
261015*    EACH ONE DID FOR THE STATEMENT SECTION:
261015*      'C' CARRIED ITEM CLEARED     'P' CARRIED ITEM REDUCED
261015*      'D' TODAY'S FIGURES          'U' NOTHING OPEN TO APPLY TO
261015     05  W-ADJ-CNT                 PIC  9(04)  COMP VALUE 0.
261015     05  W-AJ                      PIC  9(04)  COMP VALUE 0.
261015     05  S-ADJ-EOF                 PIC  X(01)  VALUE 'N'.
261015         88  S-ADJ-EOF-YES                     VALUE 'Y'.
261015     05  W-ADJ-REST                PIC S9(13)  COMP-3 VALUE +0.
261015     05  W-ADJ-TABLE.
261015         10  W-ADJ-OCC  OCCURS  1000 TIMES.
261015             15  W-AJ-ACQ-ID       PIC  X(05).
261015             15  W-AJ-MCHT-N       PIC  X(10).
261015             15  W-AJ-SETL-DT      PIC  X(08).
261015             15  W-AJ-SLIP-REF     PIC  X(12).
261015             15  W-AJ-AMT          PIC S9(13) COMP-3.
261015             15  W-AJ-RSN          PIC  X(02).
261015             15  W-AJ-APPLIED      PIC  X(01).

260902*    MULTI-ACQUIRER GENERALIZATION: EACH INPUT SIDE TRACKS THE
260902*    ACQUIRER ITS CURRENT RECORD BELONGS TO, THE MATCH RUNS ON
260902*    ACQUIRER + MERCHANT, AND PER-ACQUIRER TOTALS ROLL UP FOR
260822     10  SM1-DISP                  PIC  X(01).
260822     10  FILLER                    PIC  X(21)  VALUE  SPACE.

261015 01  SM2-ADJ-HEAD-LINE.
261015     10  FILLER                    PIC  X(01)  VALUE  SPACE.
261015     10  FILLER                    PIC  X(60)  VALUE
261015         'ADJUSTMENTS - CHARGEBACKS AND LATE ADJUSTMENTS'.
261015     10  FILLER                    PIC  X(71)  VALUE  SPACE.

261015 01  SM3-ADJ-LINE.
261015     10  FILLER                    PIC  X(01)  VALUE  SPACE.
261015     10  FILLER                    PIC  X(11)  VALUE
261015         'ADJUSTMENT '.
261015     10  FILLER                    PIC  X(10)  VALUE
261015         'MERCHANT: '.
261015     10  SM3-MCHT-N                PIC  X(10).
261015     10  FILLER                    PIC  X(09)  VALUE
261015         ' SETTLED:'.
261015     10  SM3-SETL-DT               PIC  X(08).
261015     10  FILLER                    PIC  X(06)  VALUE
261015         ' SLIP:'.
261015     10  SM3-SLIP-REF              PIC  X(12).
261015     10  FILLER                    PIC  X(05)  VALUE
261015         ' RSN:'.
261015     10  SM3-RSN                   PIC  X(02).
261015     10  FILLER                    PIC  X(05)  VALUE
261015         ' AMT:'.
261015     10  SM3-AMT                   PIC  -Z(12)9.
261015     10  FILLER                    PIC  X(05)  VALUE
261015         ' TO: '.
261015     10  SM3-APPLIED               PIC  X(20).
261015     10  FILLER                    PIC  X(14)  VALUE  SPACE.

260822 01  D3-AGED-LINE.
260822     10  FILLER                    PIC  X(01)  VALUE  SPACE.
260822     10  D3-MCHT-N                 PIC  X(10).
260902     EXEC  SQL  INCLUDE  LCHYK143  END-EXEC.


261015****************************************************************
261015*    TK144 (SETTLEMENT-DAY RECONCILIATION HISTORY)             *
261015****************************************************************
261015     EXEC  SQL  INCLUDE  LCHYK144  END-EXEC.


      ****************************************************************
      *    LCHYK1B1 ��FACTOR���������ǡ�LAYOUT)                  *
      ****************************************************************
260822                                    (W-DATE-NUM).

260822     PERFORM  S0150-LOAD-CARRY-TABLE.
261015     PERFORM  S0160-LOAD-ADJ-TABLE.

           PERFORM   VARYING W-I FROM 1 BY 1
                     UNTIL   W-I > 10
260822 S0150-LOAD-CARRY-TABLE-EXIT.
260822     EXIT.

261015****************************************************************
261015*                                                              *
261015*            S0160-LOAD-ADJ-TABLE                              *
261015*                                                              *
261015* 1 LOADS THE RUN'S CHARGEBACKS AND LATE ADJUSTMENTS.  ONE FOR *
261015*   AN EARLIER SETTLEMENT DAY IS APPLIED AT ONCE TO THAT DAY'S *
261015*   CARRIED OPEN ITEM (S0170), SO THE SECOND PASS AND THE      *
261015*   AGING SWEEP SEE WHAT IS STILL GENUINELY UNEXPLAINED.  ONE  *
261015*   FOR TODAY WAITS FOR ITS MERCHANT IN THE MERGE (S1040).     *
261015*   LIKE THE CARRY TABLE, AN OVERFLOW STOPS THE RUN.           *
261015*                                                              *
261015****************************************************************
261015 S0160-LOAD-ADJ-TABLE              SECTION.

261015     MOVE  'N'                     TO  S-ADJ-EOF.
261015     MOVE  0                       TO  W-ADJ-CNT.

261015     PERFORM  UNTIL  S-ADJ-EOF-YES
261015         READ  I4-ADJ-FILE         AT  END
261015               MOVE  'Y'           TO  S-ADJ-EOF
261015         END-READ
261015         IF  NOT  S-ADJ-EOF-YES
261015             IF  W-ADJ-CNT  >=  1000
261015                 DISPLAY 'LCHBK161 - ADJUSTMENT TABLE OVERFLOW'
261015                 MOVE  U-ABEND-CODE    TO  RETURN-CODE
261015                 PERFORM  FINALIZATION
261015             END-IF
261015             ADD   1               TO  W-ADJ-CNT
261015             MOVE  W-ADJ-CNT       TO  W-AJ
261015             MOVE  I4-ADJ-ACQ-ID   TO  W-AJ-ACQ-ID   (W-AJ)
261015             MOVE  I4-ADJ-MCHT-N   TO  W-AJ-MCHT-N   (W-AJ)
261015             MOVE  I4-ADJ-SETL-DT  TO  W-AJ-SETL-DT  (W-AJ)
261015             MOVE  I4-ADJ-SLIP-REF TO  W-AJ-SLIP-REF (W-AJ)
261015             MOVE  I4-ADJ-AMT      TO  W-AJ-AMT      (W-AJ)
261015             MOVE  I4-ADJ-RSN      TO  W-AJ-RSN      (W-AJ)
261015             MOVE  SPACE           TO  W-AJ-APPLIED  (W-AJ)
261015             ADD   1               TO  A-ADJ-IN-CNT
261015             IF  I4-ADJ-SETL-DT  NOT =  W-RUN-DT
261015                 PERFORM  S0170-ADJ-CARRIED-ITEM
261015             END-IF
261015         END-IF
261015     END-PERFORM.

261015 S0160-LOAD-ADJ-TABLE-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*            S0170-ADJ-CARRIED-ITEM                            *
261015*                                                              *
261015* 1 AN ADJUSTMENT TO AN EARLIER SETTLEMENT DAY CHANGES THAT    *
261015*   DAY'S SLIP TOTAL, SO THE DAY'S CARRIED VARIANCE (DECLARED  *
261015*   LESS SLIPS) FALLS BY THE ADJUSTMENT.  WHERE IT FALLS TO    *
261015*   ZERO THE ITEM IS MATCHED AND ITS TK143 CASE CLOSES 'A';    *
261015*   OTHERWISE THE ITEM - AND ITS CASE - CARRY THE REMAINDER.   *
261015*   AN ADJUSTMENT WITH NO OPEN ITEM FOR ITS DAY EXPLAINS       *
261015*   NOTHING STILL OPEN AND IS REPORTED UNAPPLIED.  EITHER WAY  *
261015*   THE DAY'S TK144 FIGURES TAKE THE ADJUSTMENT.               *
261015*                                                              *
261015****************************************************************
261015 S0170-ADJ-CARRIED-ITEM            SECTION.

261015     MOVE  'U'                     TO  W-AJ-APPLIED (W-AJ).

261015     PERFORM  VARYING  W-C  FROM  1  BY  1
261015               UNTIL   W-C  >  W-CARRY-CNT
261015                  OR   W-AJ-APPLIED (W-AJ)  NOT =  'U'

261015         IF  W-CY-MATCHED (W-C)  =  'N'
261015         AND W-CY-SRC     (W-C)  =  'V'
261015         AND W-CY-ACQ-ID  (W-C)  =  W-AJ-ACQ-ID  (W-AJ)
261015         AND W-CY-MCHT-N  (W-C)  =  W-AJ-MCHT-N  (W-AJ)
261015         AND W-CY-OPEN-DT (W-C)  =  W-AJ-SETL-DT (W-AJ)
261015             COMPUTE  W-ADJ-REST  =  W-CY-AMT (W-C)
261015                                  -  W-AJ-AMT (W-AJ)
261015             MOVE  W-CY-MCHT-N (W-C)   TO  HK43-MCHT-N
261015             MOVE  W-CY-AMT    (W-C)   TO  HK43-VAR-AMT
261015             IF  W-ADJ-REST  =  ZERO
261015                 MOVE  'Y'         TO  W-CY-MATCHED (W-C)
261015                 MOVE  'C'         TO  W-AJ-APPLIED (W-AJ)
261015                 ADD   +1          TO  A-ADJ-CLEAR-CNT
261015             ELSE
261015                 MOVE  W-ADJ-REST  TO  W-CY-AMT     (W-C)
261015                 MOVE  'P'         TO  W-AJ-APPLIED (W-AJ)
261015             END-IF
261015             PERFORM  S0175-ADJ-DISPUTE-CASE
261015         END-IF
261015     END-PERFORM.

261015     PERFORM  S0178-ADJ-SETTLE-HIST.

261015 S0170-ADJ-CARRIED-ITEM-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*            S0175-ADJ-DISPUTE-CASE                            *
261015*                                                              *
261015* 1 THE TK143 CASE OPENED FOR THE CARRIED ITEM (SAME MERCHANT  *
261015*   AND AMOUNT, AS S1072) IS CLOSED 'A' WHEN THE ADJUSTMENT    *
261015*   CLEARS IT, OR RE-STATED AT THE REMAINING AMOUNT SO THE     *
261015*   S1095 DUPLICATE CHECK STILL FINDS IT.  NO CASE YET (THE    *
261015*   ITEM IS YOUNGER THAN ONE SWEEP) IS NOT AN ERROR.           *
261015*                                                              *
261015****************************************************************
261015 S0175-ADJ-DISPUTE-CASE            SECTION.

261015     IF  W-AJ-APPLIED (W-AJ)  =  'C'
261015         EXEC  SQL
261015               UPDATE  LCHD2K14.TK143
261015                  SET  CASE_STAUS  = 'C'
261015               ,       CLOSE_DT    = :W-RUN-DT
261015               ,       CLOSE_RSN   = 'A'
261015               ,       RESOLVE_TXT =
261015                           'CLEARED BY ACQUIRER ADJUSTMENT'
261015                WHERE  MCHT_N      = :HK43-MCHT-N
261015                  AND  VAR_AMT     = :HK43-VAR-AMT
261015                  AND  CASE_STAUS  IN ('O', 'W')
261015         END-EXEC
261015     ELSE
261015         EXEC  SQL
261015               UPDATE  LCHD2K14.TK143
261015                  SET  VAR_AMT     = :W-ADJ-REST
261015                WHERE  MCHT_N      = :HK43-MCHT-N
261015                  AND  VAR_AMT     = :HK43-VAR-AMT
261015                  AND  CASE_STAUS  IN ('O', 'W')
261015         END-EXEC
261015     END-IF.

261015     IF  SQLCODE  =  0
261015         IF  W-AJ-APPLIED (W-AJ)  =  'C'
261015             ADD  +1               TO  A-CASE-CLOSE-CNT
261015         END-IF
261015     ELSE
261015         IF  SQLCODE  NOT =  +100
261015             MOVE  SQLCODE         TO  W-SQLCODE
261015             DISPLAY 'S0175:TK143 ADJ ERR=' W-SQLCODE
261015         END-IF
261015     END-IF.

261015 S0175-ADJ-DISPUTE-CASE-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*            S0178-ADJ-SETTLE-HIST                             *
261015*                                                              *
261015* 1 THE ORIGINAL SETTLEMENT DAY'S TK144 ROW TAKES THE          *
261015*   ADJUSTMENT INTO ITS SLIP TOTAL, AND THE NEW VARIANCE AND   *
261015*   DISPOSITION WHEN IT WENT AGAINST THE CARRIED ITEM.  A DAY  *
261015*   RECONCILED BEFORE TK144 WAS KEPT HAS NO ROW (+100).        *
261015*                                                              *
261015****************************************************************
261015 S0178-ADJ-SETTLE-HIST             SECTION.

261015     MOVE  W-AJ-SETL-DT (W-AJ)     TO  HK44-RECON-DT.
261015     MOVE  W-AJ-ACQ-ID  (W-AJ)     TO  HK44-ACQ-ID.
261015     MOVE  W-AJ-MCHT-N  (W-AJ)     TO  HK44-MCHT-N.
261015     MOVE  W-AJ-AMT     (W-AJ)     TO  HK44-SLIP-AMT.

261015     EVALUATE  W-AJ-APPLIED (W-AJ)
261015         WHEN  'C'
261015               MOVE  SPACE         TO  HK44-RECON-DISP
261015               MOVE  +0            TO  HK44-VAR-AMT
261015         WHEN  'P'
261015               MOVE  'O'           TO  HK44-RECON-DISP
261015               MOVE  W-ADJ-REST    TO  HK44-VAR-AMT
261015     END-EVALUATE.

261015     IF  W-AJ-APPLIED (W-AJ)  =  'U'
261015         EXEC  SQL
261015               UPDATE  LCHD2K14.TK144
261015                  SET  SLIP_AMT    = SLIP_AMT + :HK44-SLIP-AMT
261015                WHERE  RECON_DT    = :HK44-RECON-DT
261015                  AND  ACQ_ID      = :HK44-ACQ-ID
261015                  AND  MCHT_N      = :HK44-MCHT-N
261015         END-EXEC
261015     ELSE
261015         EXEC  SQL
261015               UPDATE  LCHD2K14.TK144
261015                  SET  SLIP_AMT    = SLIP_AMT + :HK44-SLIP-AMT
261015               ,       VAR_AMT     = :HK44-VAR-AMT
261015               ,       RECON_DISP  = :HK44-RECON-DISP
261015                WHERE  RECON_DT    = :HK44-RECON-DT
261015                  AND  ACQ_ID      = :HK44-ACQ-ID
261015                  AND  MCHT_N      = :HK44-MCHT-N
261015         END-EXEC
261015     END-IF.

261015     IF  SQLCODE  NOT =  0
261015     AND SQLCODE  NOT =  +100
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY 'S0178:TK144 ADJ ERR=' W-SQLCODE
261015                 ' MCHT=' HK44-MCHT-N
261015     END-IF.

261015 S0178-ADJ-SETTLE-HIST-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *            S0200-MOVE-FACTORS                                *

           MOVE  K1B1-SLS-PER-AMT        TO  W-BS06-SLS-AMT(W-I).
           MOVE  HK14-BHV-POST-PNT       TO  W-BS06-SC     (W-I).
261015     MOVE  HK14-ITM-TXT            TO  W-BS06-ITM-TXT(W-I).

           IF  K1B1-SLS-SIGN       =     '-'

           OPEN  INPUT      I1-MCHT-FILE
                            I2-SLIP-FILE
260822                      I3-CARRY-FILE
261015                      I4-ADJ-FILE
                 OUTPUT     O-MCHT-FILE
260822                      O3-CARRY-FILE
260822                      O4-STMT-FILE

                    MOVE  I2-SLIP-AMT    TO  W-SLS-AMT
                    MOVE  I2-SLIP-CNT    TO  W-SLS-CNT
261015              PERFORM  S1040-APPLY-SAME-DAY-ADJ

260902              MOVE  W-CUR-ACQ-1    TO  W-ACQ-WORK-ID
260902              MOVE  I1-MCHT-DECL-AMT  TO  W-ACQ-WORK-DECL

                    PERFORM  S1000-CHECK-AMT
                    PERFORM  S1050-CHECK-VARIANCE
261015              PERFORM  S1110-WRITE-SETTLE-HIST
                    PERFORM  S1100-WRITE-OUTPUT

                    PERFORM  S0400-READ-INPUT-FILE-1

                    MOVE  +0             TO  W-SLS-AMT
                                             W-SLS-CNT
261015              PERFORM  S1040-APPLY-SAME-DAY-ADJ

260902              MOVE  W-CUR-ACQ-1    TO  W-ACQ-WORK-ID
260902              MOVE  I1-MCHT-DECL-AMT  TO  W-ACQ-WORK-DECL

                    PERFORM  S1000-CHECK-AMT
                    PERFORM  S1050-CHECK-VARIANCE
261015              PERFORM  S1110-WRITE-SETTLE-HIST
                    PERFORM  S1100-WRITE-OUTPUT

                    PERFORM  S0400-READ-INPUT-FILE-1

           MOVE      LOW-VALUE           TO  S-AMT-SW.
           MOVE      +0                  TO  W-BS-SC.
261015     MOVE      SPACE               TO  W-HIST-BAND-TXT.

           PERFORM   VARYING  W-I FROM  1  BY  1
                       UNTIL  W-I >  W-BS06-CNT
               IF  W-WK-AMT         >=       W-BS06-SLS-AMT(W-I)

                   MOVE  W-BS06-SC(W-I)      TO  W-BS-SC
261015             MOVE  W-BS06-ITM-TXT(W-I) TO  W-HIST-BAND-TXT
                   MOVE  HIGH-VALUES         TO  S-AMT-SW
                   ADD   +1                  TO  W-BS06-M-CNT(W-I)
               END-IF
       S1000-CHECK-AMT-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*         S1040-APPLY-SAME-DAY-ADJ                             *
261015*                                                              *
261015* 1 A CHARGEBACK OR ADJUSTMENT TO TODAY'S SETTLEMENT FOR THE   *
261015*   MERCHANT IN HAND GOES INTO TODAY'S SLIP TOTAL BEFORE THE   *
261015*   BAND AND VARIANCE CHECKS, SO IT NEVER SHOWS AS AN          *
261015*   UNEXPLAINED VARIANCE.  ONE FOR A MERCHANT WITH NO          *
261015*   DECLARATION TODAY STAYS UNAPPLIED (S1120).                 *
261015*                                                              *
261015****************************************************************
261015 S1040-APPLY-SAME-DAY-ADJ           SECTION.

261015     PERFORM  VARYING  W-AJ  FROM  1  BY  1
261015               UNTIL   W-AJ  >  W-ADJ-CNT

261015         IF  W-AJ-APPLIED (W-AJ)  =  SPACE
261015         AND W-AJ-SETL-DT (W-AJ)  =  W-RUN-DT
261015         AND W-AJ-ACQ-ID  (W-AJ)  =  W-CUR-ACQ-1
261015         AND W-AJ-MCHT-N  (W-AJ)  =  I1-MCHT-MCHT-N
261015             ADD   W-AJ-AMT (W-AJ)     TO  W-SLS-AMT
261015             MOVE  'D'             TO  W-AJ-APPLIED (W-AJ)
261015         END-IF
261015     END-PERFORM.

261015 S1040-APPLY-SAME-DAY-ADJ-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *         S1050-CHECK-VARIANCE                                 *
       S1050-CHECK-VARIANCE              SECTION.

           COMPUTE  W-VAR-AMT  =  I1-MCHT-DECL-AMT  -  W-SLS-AMT.
261015     MOVE  SPACE                   TO  W-HIST-DISP.

           IF  W-VAR-AMT  NOT  =  ZERO
260822* BEFORE DECLARING A NEW EXCEPTION, TRY THE DATE-TOLERANT
260822* DISCREPANCY.
260822         PERFORM  S1070-TOLERANT-MATCH
260822         IF  S-TOL-MATCHED-YES
261015             MOVE  'T'             TO  W-HIST-DISP
260822         ELSE
               PERFORM  S1060-WRITE-VAR-DETAIL
260822             PERFORM  S1080-CARRY-OPEN-ITEM
261015             MOVE  'O'             TO  W-HIST-DISP
260822         END-IF
           END-IF.

260902 S1072-CLOSE-DISPUTE-CASE-EXIT.
260902     EXIT.

261015****************************************************************
261015*                                                              *
261015*         S1110-WRITE-SETTLE-HIST                              *
261015*                                                              *
261015* 1 KEEPS THE MERCHANT-DAY JUST RECONCILED ON TK144 - FIGURES, *
261015*   FACTOR BAND AND DISPOSITION - SO A LATER BACK-DATED FACTOR *
261015*   CHANGE CAN BE RESTATED AGAINST IT (LCHBK162).  A DAY NO    *
261015*   BAND IN FORCE COVERS IS RECONCILED LIKE ANY OTHER AND      *
261015*   FLAGGED BAND-FG 'N'.  LIKE THE S1700 BOOKKEEPING, A FAILED *
261015*   INSERT IS LOGGED AND THE RUN CARRIES ON.                   *
261015*                                                              *
261015****************************************************************
261015 S1110-WRITE-SETTLE-HIST            SECTION.

261015     INITIALIZE  LCHTK144.

261015     MOVE  W-RUN-DT                TO  HK44-RECON-DT.
261015     MOVE  W-CUR-ACQ-1             TO  HK44-ACQ-ID.
261015     MOVE  I1-MCHT-MCHT-N          TO  HK44-MCHT-N.
261015     MOVE  I1-MCHT-DECL-AMT        TO  HK44-DECL-AMT.
261015     MOVE  W-SLS-CNT               TO  HK44-SLIP-CNT.
261015     MOVE  W-SLS-AMT               TO  HK44-SLIP-AMT.
261015     MOVE  W-WK-AMT                TO  HK44-PER-AMT.
261015     MOVE  W-HIST-BAND-TXT         TO  HK44-BAND-TXT.
261015     MOVE  W-BS-SC                 TO  HK44-BS-SC.
261015     IF  S-AMT-FOUND
261015         MOVE  'Y'                 TO  HK44-BAND-FG
261015     ELSE
261015         MOVE  'N'                 TO  HK44-BAND-FG
261015     END-IF.
261015     MOVE  W-HIST-DISP             TO  HK44-RECON-DISP.
261015     IF  HK44-DISP-OPEN
261015         MOVE  W-VAR-AMT           TO  HK44-VAR-AMT
261015     END-IF.
261015     MOVE  SPACE                   TO  HK44-RESTATE-DT.

261015     EXEC  SQL
261015           INSERT  INTO  LCHD2K14.TK144
261015                  ( RECON_DT
261015                  , ACQ_ID
261015                  , MCHT_N
261015                  , DECL_AMT
261015                  , SLIP_CNT
261015                  , SLIP_AMT
261015                  , PER_AMT
261015                  , BAND_TXT
261015                  , BS_SC
261015                  , BAND_FG
261015                  , VAR_AMT
261015                  , RECON_DISP
261015                  , RESTATE_DT
261015                  , RESTATE_SEQNO )
261015           VALUES ( :HK44-RECON-DT
261015                  , :HK44-ACQ-ID
261015                  , :HK44-MCHT-N
261015                  , :HK44-DECL-AMT
261015                  , :HK44-SLIP-CNT
261015                  , :HK44-SLIP-AMT
261015                  , :HK44-PER-AMT
261015                  , :HK44-BAND-TXT
261015                  , :HK44-BS-SC
261015                  , :HK44-BAND-FG
261015                  , :HK44-VAR-AMT
261015                  , :HK44-RECON-DISP
261015                  , :HK44-RESTATE-DT
261015                  , :HK44-RESTATE-SEQNO )
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY 'S1110:TK144 INS ERR=' W-SQLCODE
261015                 ' MCHT=' I1-MCHT-MCHT-N
261015     END-IF.

261015 S1110-WRITE-SETTLE-HIST-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*         S1120-WRITE-ADJ-STMT                                 *
261015*                                                              *
261015* 1 THE ADJUSTMENTS SECTION OF THE DISCREPANCY STATEMENT - ONE *
261015*   LINE PER CHARGEBACK OR LATE ADJUSTMENT RECEIVED, WITH WHAT *
261015*   IT WAS APPLIED TO.                                         *
261015*                                                              *
261015****************************************************************
261015 S1120-WRITE-ADJ-STMT               SECTION.

261015     IF  W-ADJ-CNT  =  ZERO
261015         GO TO  S1120-WRITE-ADJ-STMT-EXIT
261015     END-IF.

261015     WRITE  O4-STMT-REC            FROM  SM2-ADJ-HEAD-LINE.

261015     PERFORM  VARYING  W-AJ  FROM  1  BY  1
261015               UNTIL   W-AJ  >  W-ADJ-CNT

261015         INITIALIZE  SM3-ADJ-LINE
261015         MOVE  W-AJ-MCHT-N   (W-AJ)  TO  SM3-MCHT-N
261015         MOVE  W-AJ-SETL-DT  (W-AJ)  TO  SM3-SETL-DT
261015         MOVE  W-AJ-SLIP-REF (W-AJ)  TO  SM3-SLIP-REF
261015         MOVE  W-AJ-RSN      (W-AJ)  TO  SM3-RSN
261015         MOVE  W-AJ-AMT      (W-AJ)  TO  SM3-AMT
261015         EVALUATE  W-AJ-APPLIED (W-AJ)
261015             WHEN  'C'
261015                   MOVE  'CARRIED ITEM CLEARED'  TO  SM3-APPLIED
261015             WHEN  'P'
261015                   MOVE  'CARRIED ITEM REDUCED'  TO  SM3-APPLIED
261015             WHEN  'D'
261015                   MOVE  'TODAY''S SETTLEMENT'   TO  SM3-APPLIED
261015             WHEN  OTHER
261015                   MOVE  'UNAPPLIED - NO ITEM'   TO  SM3-APPLIED
261015                   ADD   +1          TO  A-ADJ-UNAPPL-CNT
261015         END-EVALUATE
261015         WRITE  O4-STMT-REC        FROM  SM3-ADJ-LINE
261015         ADD   +1                  TO  A-STMT-CNT
261015     END-PERFORM.

261015 S1120-WRITE-ADJ-STMT-EXIT.
261015     EXIT.


260902****************************************************************
260902*                                                              *
260902*         S1095-OPEN-DISPUTE-CASE                              *

260822     PERFORM  S1090-AGE-OPEN-ITEMS.

261015     PERFORM  S1120-WRITE-ADJ-STMT.

           PERFORM  S1600-WRITE-VAR-TRAILER.

           CLOSE  I1-MCHT-FILE
260822            O3-CARRY-FILE
260822            O4-STMT-FILE
260822            O5-MREC-FILE
261015            I4-ADJ-FILE
                  O2-VAR-FILE.

       S1200-CLOSE-FILE-EXIT.
           DISPLAY  '*****  LCHBK161  WORK  RESULT  *****'.
           DISPLAY  ' INPUT-1  READ  COUNT  :' A-INPUT-1-READ-CNT .
           DISPLAY  ' INPUT-2  READ  COUNT  :' A-INPUT-2-READ-CNT .
261015     DISPLAY  ' ADJUST   READ  COUNT  :' A-ADJ-IN-CNT .
261015     DISPLAY  ' ADJUST   CLEAR COUNT  :' A-ADJ-CLEAR-CNT .
261015     DISPLAY  ' ADJUST UNAPPL  COUNT  :' A-ADJ-UNAPPL-CNT .
           DISPLAY  ' OUTPUT WRITE   COUNT  :' A-WRITE-OUTPUT-CNT.
           DISPLAY  '************************************ '.
           DISPLAY '========================================='.
