      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCV)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCV  -  DAILY  MATH-ERROR  STATISTICS  BY  TRANSMITTER    *
      *                                                                *
      *    ONE ROW PER (POSTING DATE, FILING CHANNEL, TRANSMITTER),    *
      *    ADDED TO BY MIP02 FOR EVERY RETURN IT RUNS DRWB.TRWCT RULES *
      *    AGAINST:  CHECK-CNT RETURNS CHECKED, ERR-CNT OF THEM POSTED *
      *    WITH A MATH ERROR.  XMTR-ID IS BLANK FOR CHANNELS WITHOUT   *
      *    A TRANSMITTER.  THE DAILY MIPB6 ERROR-RATE PAGE IS PRINTED  *
      *    FROM HERE.                                                  *
      *                                                                *
      ******************************************************************
261015 01  TRWCV.
261015     05  CHECK-DT                PIC X(08).
261015     05  RTN-METHOD              PIC X(01).
261015     05  XMTR-ID                 PIC X(08).
261015     05  CHECK-CNT               PIC S9(09) COMP-3.
261015     05  ERR-CNT                 PIC S9(09) COMP-3.
