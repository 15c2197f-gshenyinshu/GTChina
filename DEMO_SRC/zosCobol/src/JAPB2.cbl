      *                FEE RECORD STILL UNPAID - WHICH THE LAP91     *
      *                PRINT HOLD SHOULD MAKE IMPOSSIBLE, SO ANY     *
      *                LINE THERE IS A CONTROL FAILURE TO WORK.      *
      *                FEE REFUNDS PAID OUT THAT DAY (DRWB.TRWBL,    *
      *                BANK CREDIT SENT OR COUNTER CASH) ARE SHOWN   *
      *                IN THEIR OWN COLUMNS AND NETTED OFF SO THE    *
      *                OFFICE STILL BALANCES.                        *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : JAPB2                                      *
      *  ==========================================================  *
      *  DRWA.TRWAF                              R                   *
      *  DRWA.TRWAD                              R                   *
      *  DRWB.TRWBL                              R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/02  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         REFUND COUNT / AMOUNT AND NET  *
      *                               COLUMNS FROM THE TRWBL FEE     *
      *                               REFUND REGISTER (JAPB5/JAPAC)  *
      ****************************************************************

      ****************************************************************
                                                     COMP-3 VALUE ZERO.
           05  A-TOT-WAIVE-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-TOT-ISSUE-CNT           PIC  9(09)  VALUE  ZERO.
261015     05  A-TOT-RFND-CNT            PIC  9(09)  VALUE  ZERO.
261015     05  A-TOT-RFND-AMT            PIC S9(13)V9(02)
261015                                               COMP-3 VALUE ZERO.

      ****************************************************************
      *                                                              *
           05  W-OFF-PAID-AMT            PIC S9(13)V9(02) COMP-3.
           05  W-OFF-WAIVE-CNT           PIC S9(09) COMP.
           05  W-OFF-ISSUE-CNT           PIC S9(09) COMP.
261015     05  W-OFF-RFND-CNT            PIC S9(09) COMP.
261015     05  W-OFF-RFND-AMT            PIC S9(13)V9(02) COMP-3.

      ****************************************************************
      *                                                              *
               10  FILLER                PIC  X(64)  VALUE
                   'OFFICE   PAID-CNT          PAID-AMOUNT  WAIVED  IS
      -            'SUED'.
261015         10  FILLER                PIC  X(46)  VALUE
261015             'REFUNDS      REFUND-AMOUNT          NET-AMOUNT'.
261015         10  FILLER                PIC  X(21)  VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-WAIVE-CNT          PIC  ZZZZZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-ISSUE-CNT          PIC  ZZZZZZ9.
261015         10  FILLER                PIC  X(14)  VALUE  SPACE.
261015         10  D1-RFND-CNT           PIC  ZZZZZZ9.
261015         10  FILLER                PIC  X(01)  VALUE  SPACE.
261015         10  D1-RFND-AMT           PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
261015         10  FILLER                PIC  X(01)  VALUE  SPACE.
261015         10  D1-NET-AMT            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
261015         10  FILLER                PIC  X(21)  VALUE  SPACE.

           05  T1-GRAND-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-WAIVE-CNT          PIC  ZZZZZZ9.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-ISSUE-CNT          PIC  ZZZZZZ9.
261015         10  FILLER                PIC  X(14)  VALUE  SPACE.
261015         10  T1-RFND-CNT           PIC  ZZZZZZ9.
261015         10  FILLER                PIC  X(01)  VALUE  SPACE.
261015         10  T1-RFND-AMT           PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
261015         10  FILLER                PIC  X(01)  VALUE  SPACE.
261015         10  T1-NET-AMT            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
261015         10  FILLER                PIC  X(21)  VALUE  SPACE.

           05  H3-EXCPT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
      *    PER OFFICE - PAYMENTS POSTED AND FEES WAIVED, AND THE     *
      *    NUMBER OF CERTIFICATES THE OFFICE ISSUED THAT DAY FOR     *
      *    THE TIE-OUT COLUMN.                                       *
261015*    FEE REFUNDS PAID OUT THAT DAY ARE UNIONED IN FROM TRWBL,  *
261015*    SO AN OFFICE THAT ONLY REFUNDED STILL GETS ITS LINE.      *
      ****************************************************************

261015     EXEC  SQL
261015           DECLARE  CURSOR_CASH  CURSOR  WITH  HOLD  FOR
261015           SELECT   X.TXOFF
261015           ,        SUM(X.PAID_CNT)
261015           ,        SUM(X.PAID_AMT)
261015           ,        SUM(X.WAIVE_CNT)
261015           ,        (SELECT COUNT(*)
261015                       FROM DRWA.TRWAD  D
261015                      WHERE D.RCVE_NO_TXOFF = X.TXOFF
261015                        AND D.ISSUE_DT      = :W-SYSIN-RUN-DT
261015                        AND D.TREAT_STAUS   = '12')
261015           ,        SUM(X.RFND_CNT)
261015           ,        SUM(X.RFND_AMT)
261015           FROM    (SELECT  F.RCVE_NO_TXOFF  AS TXOFF
261015                    ,       CASE WHEN F.PAY_FG = 'Y'
261015                                 THEN 1 ELSE 0 END
261015                                            AS PAID_CNT
261015                    ,       CASE WHEN F.PAY_FG = 'Y'
261015                                 THEN F.PAID_AMT ELSE 0 END
261015                                            AS PAID_AMT
261015                    ,       CASE WHEN F.PAY_FG = 'W'
261015                                 THEN 1 ELSE 0 END
261015                                            AS WAIVE_CNT
261015                    ,       0               AS RFND_CNT
261015                    ,       0               AS RFND_AMT
261015                    FROM    DRWA.TRWAF  F
261015                    WHERE   F.PAY_DT  =  :W-SYSIN-RUN-DT
261015                    UNION ALL
261015                    SELECT  L.RCVE_NO_TXOFF
261015                    ,       0
261015                    ,       0
261015                    ,       0
261015                    ,       1
261015                    ,       L.REFUND_AMT
261015                    FROM    DRWB.TRWBL  L
261015                    WHERE   L.RFND_DT       =  :W-SYSIN-RUN-DT
261015                    AND     L.REFUND_STAUS  IN ('S', 'C')
261015                   )  AS  X
261015           GROUP BY X.TXOFF
261015           ORDER BY X.TXOFF
261015           FOR FETCH ONLY
261015           WITH UR
261015     END-EXEC.

      ****************************************************************
      *    CURSOR_EXCPT : RECEIPTS ISSUED ON THE DAY WHOSE FEE       *
           MOVE  A-TOT-PAID-AMT           TO  T1-PAID-AMT.
           MOVE  A-TOT-WAIVE-CNT          TO  T1-WAIVE-CNT.
           MOVE  A-TOT-ISSUE-CNT          TO  T1-ISSUE-CNT.
261015     MOVE  A-TOT-RFND-CNT           TO  T1-RFND-CNT.
261015     MOVE  A-TOT-RFND-AMT           TO  T1-RFND-AMT.
261015     COMPUTE  T1-NET-AMT  =  A-TOT-PAID-AMT  -  A-TOT-RFND-AMT.
           WRITE  O-RPT-REC  FROM  T1-GRAND-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           MOVE  W-OFF-PAID-AMT           TO  D1-PAID-AMT.
           MOVE  W-OFF-WAIVE-CNT          TO  D1-WAIVE-CNT.
           MOVE  W-OFF-ISSUE-CNT          TO  D1-ISSUE-CNT.
261015     MOVE  W-OFF-RFND-CNT           TO  D1-RFND-CNT.
261015     MOVE  W-OFF-RFND-AMT           TO  D1-RFND-AMT.
261015     COMPUTE  D1-NET-AMT  =  W-OFF-PAID-AMT  -  W-OFF-RFND-AMT.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.

           ADD   W-OFF-PAID-AMT           TO  A-TOT-PAID-AMT.
           ADD   W-OFF-WAIVE-CNT          TO  A-TOT-WAIVE-CNT.
           ADD   W-OFF-ISSUE-CNT          TO  A-TOT-ISSUE-CNT.
261015     ADD   W-OFF-RFND-CNT           TO  A-TOT-RFND-CNT.
261015     ADD   W-OFF-RFND-AMT           TO  A-TOT-RFND-AMT.

       S5200-WRITE-OFFICE-LINE-EXIT.
           EXIT.
                 ,     :W-OFF-PAID-AMT
                 ,     :W-OFF-WAIVE-CNT
                 ,     :W-OFF-ISSUE-CNT
261015           ,     :W-OFF-RFND-CNT
261015           ,     :W-OFF-RFND-AMT
           END-EXEC.

           EVALUATE  SQLCODE
