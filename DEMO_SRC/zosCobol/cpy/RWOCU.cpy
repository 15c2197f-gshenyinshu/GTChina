      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCU)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCU  -  MATH-ERROR  REGISTER                              *
      *                                                                *
      *    ONE ROW PER DRWB.TRWCT RULE A RETURN FAILED WHEN MIP02      *
      *    POSTED IT, KEYED AS THE RIV010 RECORD PLUS RULE-SEQ.        *
      *    FILED-AMT IS THE FIGURE AS FILED AND RECOMP-AMT THE FIGURE  *
      *    THE RULE GIVES (FOR A CREDIT RULE, THE CREDIT CLAIMED AND   *
      *    THE MOST THAT CAN BE ALLOWED); DIFF-AMT = FILED - RECOMP.   *
      *    RTN-METHOD IS THE FILING CHANNEL AND XMTR-ID THE MEDIA OR   *
      *    ELECTRONIC TRANSMITTER, BLANK FOR OTHER CHANNELS.           *
      *    NOTICE-STAUS:                                               *
      *      'N'  CORRECTION NOTICE NOT YET PRINTED                    *
      *      'P'  NOTICE PRINTED BY MIPB6 ON NOTICE-DT                 *
      *      'X'  SUPERSEDED - THE RETURN WAS POSTED AGAIN BEFORE THE  *
      *           NOTICE WENT OUT                                      *
      *                                                                *
      ******************************************************************
261015 01  TRWCU.
261015     05  TXOFF-CD                PIC X(03).
261015     05  RESID-BUSNID            PIC X(13).
261015     05  TXTP-CD                 PIC X(02).
261015     05  ASS-YYMM-FR             PIC X(06).
261015     05  RTN-TP                  PIC X(01).
261015     05  RTN-SERIAL-NO           PIC S9(04) COMP.
261015     05  SERIAL-NO               PIC S9(04) COMP.
261015     05  RULE-SEQ                PIC S9(04) COMP.
261015     05  TXPAYER-TP              PIC X(01).
261015     05  RULE-TP                 PIC X(01).
261015     05  RULE-DESC               PIC X(30).
261015     05  FILED-AMT               PIC S9(15) COMP-3.
261015     05  RECOMP-AMT              PIC S9(15) COMP-3.
261015     05  DIFF-AMT                PIC S9(15) COMP-3.
261015     05  RTN-METHOD              PIC X(01).
261015     05  XMTR-ID                 PIC X(08).
261015     05  ERR-DT                  PIC X(08).
261015     05  NOTICE-STAUS            PIC X(01).
261015         88  NOTICE-STAUS-PENDING    VALUE 'N'.
261015         88  NOTICE-STAUS-PRINTED    VALUE 'P'.
261015         88  NOTICE-STAUS-SUPERSEDED VALUE 'X'.
261015     05  NOTICE-DT               PIC X(08).
