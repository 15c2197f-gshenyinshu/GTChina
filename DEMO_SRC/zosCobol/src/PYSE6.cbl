      *                    ASKS, THE COMPONENT SPLITS ARE POSTED AS    *
      *                    TTJAC 'PY' DETAIL ROWS AND THE ALLOCATION   *
      *                    IS RETURNED SO THE RECEIPT CAN SHOW IT.     *
      *                    EACH ROW CARRIES THE COLLECTING BANK AND    *
      *                    ITS REFERENCE (TTJAC BANK_CD AND            *
      *                    BANK_REF_NO) SO THE NIGHTLY MAPB8 RUN CAN   *
      *                    MATCH IT TO THE BANK'S STATEMENT CREDIT.    *
      *                                                                *
      *  INPUT  PARMS   -  L-PYSE6-AREA                                *
      *                                                                *
      *                    '1' : BAD INPUT                             *
      *                    'E' : DB2 ERROR ON POSTING                  *
      *                                                                *
      *  RECEIPT PARMS  -  L-PYSE6-BANK-CD     COLLECTING BANK         *
      *                   L-PYSE6-BANK-REF     BANK'S CREDIT REFERENCE *
      *                                        (SPACES WHEN THE        *
      *                                        POSTING HAS NO BANK     *
      *                                        CREDIT BEHIND IT)       *
      *                   L-PYSE6-RECEIPT LENGTHENS L-PYSE6-AREA -     *
      *                   EVERY CALLING LOAD MODULE MUST BE            *
      *                   RECOMPILED WITH THE NEW LAYOUT AND PROMOTED  *
      *                   TOGETHER WITH PYSE6.  PYSB6 IS THE ONLY      *
      *                   CALLER IN THIS LIBRARY.                      *
      *                                                                *
      *  MODIFICATIONS  -                                              *
      *                                                                *
      *    DATE         S.E.                  DESCRIPTION              *
      *                            CALLER NAMES THE TTJAC POSTING      *
      *                            TYPE ('OF' FOR A REFUND OFFSET);    *
      *                            SPACES KEEPS THE 'PY' DEFAULT       *
      *  26/10/15  S.K.CHOI        L-PYSE6-BANK-CD / L-PYSE6-BANK-REF  *
      *                            RECEIPT INPUT, POSTED TO THE NEW    *
      *                            TTJAC BANK_CD / BANK_REF_NO         *
      *                            COLUMNS FOR THE MAPB8 BANK          *
      *                            STATEMENT RECONCILIATION; ALL       *
      *                            CALLERS RECOMPILED WITH THE LONGER  *
      *                            L-PYSE6-AREA                        *
      *  26/10/15  S.K.CHOI        EACH POSTED ROW IS ADDED INTO ITS   *
      *                            TTJAH BALANCE SUMMARY THROUGH THE   *
      *                            MAPSE SERVICE; A SUMMARY FAILURE    *
      *                            RETURNS 'E' LIKE A POSTING FAILURE  *
      *                                                                *
      ******************************************************************

                                                    COMP-3 VALUE +0.
           05  W-COMPONENT-CD           PIC  X(01)  VALUE SPACE.
           05  W-DETAIL-NM              PIC  X(50)  VALUE SPACE.
           05  C-PGM-MAPSE              PIC  X(08)  VALUE 'MAPSE'.

      *    PARAMETER AREA OF THE MAPSE BALANCE SUMMARY SERVICE,
      *    CARRIED AS MAPSE ITSELF DEFINES IT.
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

      ****************************************************************
      *                                                              *
               10  L-PYSE6-RETURN-STATUS
                                        PIC  X(01).

           05  L-PYSE6-RECEIPT.
               10  L-PYSE6-BANK-CD      PIC  X(03).
               10  L-PYSE6-BANK-REF     PIC  X(20).

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
                              TXTP_CD,
                              DETAIL_NM,
                              TRANS_AMT,
                              POST_OPID,
                              BANK_CD,
                              BANK_REF_NO  )
                       VALUES
                             (:L-PYSE6-TXOFF-CD,
                              :L-PYSE6-BUSNID,
                              :L-PYSE6-TXTP-CD,
                              :W-DETAIL-NM,
                              :W-POST-AMT,
                              :L-PYSE6-OPID,
                              :L-PYSE6-BANK-CD,
                              :L-PYSE6-BANK-REF  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'E'               TO  L-PYSE6-RETURN-STATUS
               GO TO  S0310-POST-ONE-EXIT
           END-IF.

           MOVE  L-PYSE6-BUSNID        TO  L-MAPSE-BUSNID.
           MOVE  L-PYSE6-TXTP-CD       TO  L-MAPSE-TXTP-CD.
           MOVE  L-PYSE6-PAY-DT        TO  L-MAPSE-TRANS-DT.
           MOVE  W-TRANS-TP            TO  L-MAPSE-TRANS-TP.
           MOVE  W-POST-AMT            TO  L-MAPSE-TRANS-AMT.
           CALL  C-PGM-MAPSE  USING  L-MAPSE-AREA.

           IF  L-MAPSE-RETURN-STATUS  NOT =  SPACE
               MOVE  'E'               TO  L-PYSE6-RETURN-STATUS
           END-IF.

       S0310-POST-ONE-EXIT.
