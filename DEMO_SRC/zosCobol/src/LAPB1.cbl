      *  DRWA.TRWAD                              R                   *
      *  DTAA.TTAAA                              R                   *
      *  DTIA.TTIAA                              R                   *
      *  DTJB.TTJBH                              R                   *
      *  LCBD2CTL.RPT_REQUEST                    R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/08/22  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         'CDN' DEMAND NOTICES RENDERED  *
      *                               FROM THEIR TTJBH NOTICE AND    *
      *                               'RPT' REPORTS FROM THEIR       *
      *                               RPT_REQUEST OUTPUT DATASET     *
      *                               INSTEAD OF FAILING THE TRWAD   *
      *                               LOOKUP (S2300, S2400)          *
      ****************************************************************

      ****************************************************************
           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPB1'.
           05  C-PGM-LCBSPDFW            PIC  X(08)  VALUE 'LCBSPDFW'.
           05  C-FORM-STMT               PIC  X(06)  VALUE 'STMT'.
261015     05  C-NOTICE-TXOFF            PIC  X(03)  VALUE 'CDN'.
261015     05  C-REPORT-TXOFF            PIC  X(03)  VALUE 'RPT'.
261015     05  C-NOTICE-SRVC-PFX         PIC  X(04)  VALUE 'CLDM'.

      ****************************************************************
      *                                                              *
      *    CODE.  LCBSPDFW HAS NO OTHER CALLERS IN THIS TREE TO      *
      *    SHARE A COPYBOOK WITH, SO THE AREA IS CARRIED HERE THE    *
      *    SAME WAY PYSB5 CARRIES PYSE5'S.                           *
261015*    W-PDFW-SOURCE-DSN IS FILLED ONLY FOR A 'RPT' REPORT - THE *
261015*    DATASET THE REPORT STEP WROTE.  IT IS CARRIED LAST SO A   *
261015*    WRITER LEVEL THAT DOES NOT READ IT IS UNAFFECTED.         *
      *                                                              *
      ****************************************************************
       01  W-PDFW-PARM.
           05  W-PDFW-ISSUE-DT           PIC  X(08).
           05  W-PDFW-EXPIRE-DT          PIC  X(08).
           05  W-PDFW-RETURN-CD          PIC  X(02).
261015     05  W-PDFW-SOURCE-DSN         PIC  X(44).

      ****************************************************************
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  TIOAA      END-EXEC.

261015****************************************************************
261015*    DTJB.TTJBH   (   ARREARS COLLECTION NOTICE REGISTER   )   *
261015****************************************************************
261015     EXEC  SQL  INCLUDE  TJOBH      END-EXEC.

261015****************************************************************
261015*    LCBD2CTL.RPT_CATALOG / RPT_REQUEST  ( ON-DEMAND REPORTS ) *
261015****************************************************************
261015     EXEC  SQL  INCLUDE  LCBYRPT    END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
               GO TO  S2100-RENDER-ONE-FORM-EXIT
           END-IF.

261015* MAPB4 DEMAND NOTICES ('CDN') AND LCBBRPTC ON-DEMAND REPORTS
261015* ('RPT') ARE KEYED BY THEIR OWN NUMBER SERIES, NOT A RECEIPT.
261015     IF  RCVE-NO-TXOFF OF TRWAP  =  C-NOTICE-TXOFF
261015         PERFORM  S2300-RENDER-NOTICE
261015         GO TO  S2100-RENDER-ONE-FORM-EXIT
261015     END-IF.

261015     IF  RCVE-NO-TXOFF OF TRWAP  =  C-REPORT-TXOFF
261015         PERFORM  S2400-RENDER-REPORT
261015         GO TO  S2100-RENDER-ONE-FORM-EXIT
261015     END-IF.

           MOVE  RCVE-NO-TXOFF OF TRWAP  TO  RCVE-NO-TXOFF OF TRWAD.
           MOVE  RCVE-NO-YY    OF TRWAP  TO  RCVE-NO-YY    OF TRWAD.
           MOVE  RCVE-NO-SEQNO OF TRWAP  TO  RCVE-NO-SEQNO OF TRWAD.
       S2200-SELECT-TTIAA-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 3 0 0 - R E N D E R - N O T I C E                     *
261015*                                                              *
261015*    AN ARREARS DEMAND NOTICE.  THE TTJBH STAGE-CHANGE ROW     *
261015*    CARRYING THE NOTICE NUMBER IS ITS PARENT:  THE ACCOUNT    *
261015*    HOLDER AND NAME FROM TTIAA, THE STAGE AS THE 'CLDM' + N   *
261015*    SERVICE TYPE OF THE FORM, THE NOTICE DATE AS ISSUE DATE.  *
261015*                                                              *
261015****************************************************************
261015 S2300-RENDER-NOTICE               SECTION.

261015     MOVE  RCVE-NO-YY    OF TRWAP  TO  NOTICE-YY    OF TTJBH.
261015     MOVE  RCVE-NO-SEQNO OF TRWAP  TO  NOTICE-SEQNO OF TTJBH.

261015     EXEC  SQL  SELECT  RESID, TXPAYER_TP, TO_STAGE, EVENT_DT
261015                  INTO  :TTJBH.RESID,
261015                        :TTJBH.TXPAYER-TP,
261015                        :TTJBH.TO-STAGE,
261015                        :TTJBH.EVENT-DT
261015                  FROM  DTJB.TTJBH
261015                 WHERE  NOTICE_YY     = :TTJBH.NOTICE-YY
261015                   AND  NOTICE_SEQNO  = :TTJBH.NOTICE-SEQNO
261015                   AND  EVENT_TP      = 'S'
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               CONTINUE
261015         WHEN  100
261015               MOVE  'B'           TO  S-RENDER-RESULT
261015               MOVE  'NOTICE NOT ON TTJBH'  TO  W-ERROR-RSN
261015               GO TO  S2300-RENDER-NOTICE-EXIT
261015         WHEN  OTHER
261015               MOVE  'B'           TO  S-RENDER-RESULT
261015               MOVE  'TTJBH SELECT FAILED'  TO  W-ERROR-RSN
261015               GO TO  S2300-RENDER-NOTICE-EXIT
261015     END-EVALUATE.

261015     MOVE  RESID      OF TTJBH     TO  RESID      OF TTIAA.
261015     MOVE  TXPAYER-TP OF TTJBH     TO  TXPAYER-TP OF TTIAA.
261015     PERFORM  S2200-SELECT-TTIAA.

261015     IF  S-RENDER-BAD
261015         GO TO  S2300-RENDER-NOTICE-EXIT
261015     END-IF.

261015     MOVE  FORM-ID       OF TRWAP  TO  W-PDFW-FORM-ID.
261015     MOVE  RCVE-NO-TXOFF OF TRWAP  TO  W-PDFW-RCVE-NO-TXOFF.
261015     MOVE  RCVE-NO-YY    OF TRWAP  TO  W-PDFW-RCVE-NO-YY.
261015     MOVE  RCVE-NO-SEQNO OF TRWAP  TO  W-PDFW-RCVE-NO-SEQNO.
261015     MOVE  FORM-SEQNO    OF TRWAP  TO  W-PDFW-FORM-SEQNO.
261015     MOVE  C-NOTICE-SRVC-PFX       TO  W-PDFW-TX-SRVC-TP(1:4).
261015     MOVE  TO-STAGE      OF TTJBH  TO  W-PDFW-TX-SRVC-TP(5:1).
261015     MOVE  SPACE                   TO  W-PDFW-TRADE-NM.
261015     MOVE  RESID         OF TTJBH  TO  W-PDFW-RESID-BUSNID.
261015     MOVE  EVENT-DT      OF TTJBH  TO  W-PDFW-ISSUE-DT.
261015     MOVE  SPACE                   TO  W-PDFW-EXPIRE-DT.

261015     PERFORM  S2900-CALL-PDF-WRITER.

261015 S2300-RENDER-NOTICE-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 4 0 0 - R E N D E R - R E P O R T                     *
261015*                                                              *
261015*    AN ON-DEMAND REPORT.  THE RPT_REQUEST ROW IS ITS PARENT - *
261015*    IT MUST BE DONE WITH ITS OUTPUT QUEUED UNDER THIS KEY -   *
261015*    AND THE WRITER RENDERS THE DATASET THE REPORT STEP WROTE. *
261015*                                                              *
261015****************************************************************
261015 S2400-RENDER-REPORT               SECTION.

261015     MOVE  RCVE-NO-YY    OF TRWAP  TO  RREQ-REQ-YY.
261015     MOVE  RCVE-NO-SEQNO OF TRWAP  TO  RREQ-REQ-SEQNO.

261015     EXEC  SQL  SELECT  STATUS, OUT_DSN, REQ_OPID
261015                  INTO  :RREQ-STATUS,
261015                        :RREQ-OUT-DSN,
261015                        :RREQ-REQ-OPID
261015                  FROM  LCBD2CTL.RPT_REQUEST
261015                 WHERE  REQ_YY     = :RREQ-REQ-YY
261015                   AND  REQ_SEQNO  = :RREQ-REQ-SEQNO
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               CONTINUE
261015         WHEN  100
261015               MOVE  'B'           TO  S-RENDER-RESULT
261015               MOVE  'REQUEST NOT ON RPT_REQUEST'
261015                                   TO  W-ERROR-RSN
261015               GO TO  S2400-RENDER-REPORT-EXIT
261015         WHEN  OTHER
261015               MOVE  'B'           TO  S-RENDER-RESULT
261015               MOVE  'RPT_REQUEST SELECT FAILED'
261015                                   TO  W-ERROR-RSN
261015               GO TO  S2400-RENDER-REPORT-EXIT
261015     END-EVALUATE.

261015     IF  NOT  RREQ-STATUS-DONE
261015     OR  RREQ-OUT-DSN  =  SPACE
261015         MOVE  'B'                 TO  S-RENDER-RESULT
261015         MOVE  'REPORT OUTPUT NOT AVAILABLE'
261015                                   TO  W-ERROR-RSN
261015         GO TO  S2400-RENDER-REPORT-EXIT
261015     END-IF.

261015     MOVE  FORM-ID       OF TRWAP  TO  W-PDFW-FORM-ID.
261015     MOVE  RCVE-NO-TXOFF OF TRWAP  TO  W-PDFW-RCVE-NO-TXOFF.
261015     MOVE  RCVE-NO-YY    OF TRWAP  TO  W-PDFW-RCVE-NO-YY.
261015     MOVE  RCVE-NO-SEQNO OF TRWAP  TO  W-PDFW-RCVE-NO-SEQNO.
261015     MOVE  FORM-SEQNO    OF TRWAP  TO  W-PDFW-FORM-SEQNO.
261015     MOVE  RREQ-OUT-DSN            TO  W-PDFW-SOURCE-DSN.

261015     PERFORM  S2900-CALL-PDF-WRITER.

261015 S2400-RENDER-REPORT-EXIT.
261015     EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 9 0 0 - C A L L - P D F - W R I T E R                 *
261015*                                                              *
261015****************************************************************
261015 S2900-CALL-PDF-WRITER             SECTION.

261015     MOVE  SPACE                   TO  W-PDFW-RETURN-CD.

261015     CALL  C-PGM-LCBSPDFW  USING   W-PDFW-PARM.

261015     IF  W-PDFW-RETURN-CD  NOT =  '00'
261015         MOVE  'B'                 TO  S-RENDER-RESULT
261015         MOVE  SPACE               TO  W-ERROR-RSN
261015         STRING  'PDF WRITER RC='  W-PDFW-RETURN-CD
261015                 DELIMITED BY SIZE INTO  W-ERROR-RSN
261015     END-IF.

261015 S2900-CALL-PDF-WRITER-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 5 0 0 - U P D A T E - T R W A P                       *
