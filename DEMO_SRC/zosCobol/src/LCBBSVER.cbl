      ****************************************************************
      *  HANDLER     : AUDITOR'S CHAIN VERIFICATION RUN              *
      *  DESCRIPTION : PROVES ONE DAY OF ONE CHAINED AUDIT TABLE     *
      *                (TRWAQ, TRWBS, TP421, TRWBX OR TRWCO)         *
      *                COMPLETE AND UNMODIFIED:                      *
      *                (1) THE DAY'S AUDIT_HCHAIN LINKS ARE          *
      *                    CONTIGUOUS AND EVERY CHAIN HASH           *
      *                    RECOMPUTES FROM ITS PREDECESSOR AND THE   *
      *                    LCBBSEAL STORED SEPARATELY;               *
      *                (2) THE AUDIT TABLE HOLDS EXACTLY AS MANY     *
      *                    ROWS FOR THE DAY AS THE SEAL SAYS;        *
      *                (3) FOR TRWAQ, TP421, TRWBX AND TRWCO EVERY   *
      *                    AUDIT ROW IS RE-READ, ITS CANONICAL IMAGE *
      *                    REBUILT EXACTLY AS THE WRITER BUILT IT,   *
      *                    RE-HASHED AND MATCHED AGAINST ITS CHAIN   *
      *                    LINK.  TRWBS ROWS (KEYED BY A GENERATED   *
      *  LCBD2CTL.AUDIT_HCHAIN / AUDIT_SEAL      R                   *
      *  DRWA.TRWAQ / DRWB.TRWBS                 R                   *
      *  LCBD2P42.TP421 / DRWB.TRWBX             R                   *
      *  DRWB.TRWCO                              R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/03  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         TRWCO MASTER CHANGE HISTORY    *
      *                               VERIFIED BY COUNT, CHAIN AND   *
      *                               RE-HASH (S1700)                *
      ****************************************************************

      ****************************************************************
               88  W-SYSIN-IS-TRWBS                  VALUE 'TRWBS'.
               88  W-SYSIN-IS-TP421                  VALUE 'TP421'.
               88  W-SYSIN-IS-TRWBX                  VALUE 'TRWBX'.
261015         88  W-SYSIN-IS-TRWCO                  VALUE 'TRWCO'.
               88  W-SYSIN-TABLE-VALID               VALUE 'TRWAQ'
                                                           'TRWBS'
                                                           'TP421'
261015                                                     'TRWBX'
261015                                                     'TRWCO'.
           05  FILLER                    PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-DATE              PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(63)  VALUE  SPACES.
           05  W-HK-PRT-SEQ5             PIC  9(05)      VALUE ZERO.
           05  W-HK-YEARS4               PIC  9(04)      VALUE ZERO.
           05  W-HK-CNT9                 PIC  9(09)      VALUE ZERO.
261015     05  W-HK-CHG-SEQ5             PIC  9(05)      VALUE ZERO.

      ****************************************************************
      *                                                              *

           EXEC  SQL  INCLUDE  RWOBX      END-EXEC.

261015     EXEC  SQL  INCLUDE  RWOCO      END-EXEC.

      ****************************************************************
      *    TP421 HOST AREA - THE SAME PAUD SHAPE LCBPP94C WRITES.    *
      ****************************************************************
                 FOR FETCH ONLY  WITH UR
           END-EXEC.

261015     EXEC  SQL
261015           DECLARE  CURSOR_CO  CURSOR  WITH  HOLD  FOR
261015           SELECT   MASTER_ID, CHG_SEQNO, MASTER_TP,
261015                    TXPAYER_TP, FIELD_NM, BEFORE_VAL,
261015                    AFTER_VAL, PGM_ID, CHG_OPID, EVENT_KEY,
261015                    CHG_DT, CHG_TIME
261015           FROM     DRWB.TRWCO
261015           WHERE    CHG_DT  =  :W-SYSIN-DATE
261015           FOR FETCH ONLY  WITH UR
261015     END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LCBBSVER *** WORKING STORAGE ENDS HERE  '.

                                  FROM  DRWB.TRWBX
                                 WHERE  PURGE_DT = :W-SYSIN-DATE
                     END-EXEC
261015         WHEN  W-SYSIN-IS-TRWCO
261015               EXEC  SQL  SELECT  COUNT(*)
261015                            INTO  :W-TBL-DAY-CNT
261015                            FROM  DRWB.TRWCO
261015                           WHERE  CHG_DT = :W-SYSIN-DATE
261015               END-EXEC
           END-EVALUATE.

           IF  SQLCODE  NOT =  0
                     PERFORM  S1500-REHASH-TP421
               WHEN  W-SYSIN-IS-TRWBX
                     PERFORM  S1600-REHASH-TRWBX
261015         WHEN  W-SYSIN-IS-TRWCO
261015               PERFORM  S1700-REHASH-TRWCO
               WHEN  OTHER
                     DISPLAY 'S1300:TRWBS - COUNT AND CHAIN ONLY'
           END-EVALUATE.
       S1600-REHASH-TRWBX-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 1 7 0 0 - R E H A S H - T R W C O                       *
261015*                                                              *
261015*    KEY AND IMAGE AS LCBSMHST BUILDS THEM - THE SEQUENCE      *
261015*    NUMBER ENTERS BOTH AS FIVE DISPLAY DIGITS.                *
261015*                                                              *
261015****************************************************************
261015 S1700-REHASH-TRWCO                SECTION.

261015     EXEC  SQL  OPEN  CURSOR_CO     END-EXEC.

261015     MOVE  LOW-VALUE                TO  S-ROW-END-CHECK.
261015     PERFORM  UNTIL  S-NO-MORE-ROWS

261015        EXEC  SQL
261015              FETCH  CURSOR_CO
261015              INTO  :TRWCO.MASTER-ID,  :TRWCO.CHG-SEQNO,
261015                    :TRWCO.MASTER-TP,  :TRWCO.TXPAYER-TP,
261015                    :TRWCO.FIELD-NM,   :TRWCO.BEFORE-VAL,
261015                    :TRWCO.AFTER-VAL,  :TRWCO.PGM-ID,
261015                    :TRWCO.CHG-OPID,   :TRWCO.EVENT-KEY,
261015                    :TRWCO.CHG-DT,     :TRWCO.CHG-TIME
261015        END-EXEC

261015        IF  SQLCODE  =  100
261015            MOVE  HIGH-VALUE       TO  S-ROW-END-CHECK
261015        ELSE
261015            MOVE  SPACES           TO  W-IMG  W-ROW-KEY
261015            MOVE  CHG-SEQNO OF TRWCO  TO  W-HK-CHG-SEQ5
261015            STRING  MASTER-ID  OF TRWCO
261015                    W-HK-CHG-SEQ5
261015                    DELIMITED BY SIZE  INTO  W-ROW-KEY
261015            END-STRING
261015            STRING  MASTER-ID  OF TRWCO  W-HK-CHG-SEQ5
261015                    MASTER-TP  OF TRWCO  TXPAYER-TP OF TRWCO
261015                    FIELD-NM   OF TRWCO  BEFORE-VAL OF TRWCO
261015                    AFTER-VAL  OF TRWCO  PGM-ID     OF TRWCO
261015                    CHG-OPID   OF TRWCO  EVENT-KEY  OF TRWCO
261015                    CHG-DT     OF TRWCO  CHG-TIME   OF TRWCO
261015                    DELIMITED BY SIZE  INTO  W-IMG
261015            END-STRING
261015            MOVE  +168             TO  W-IMG-LEN
261015            PERFORM  S1900-MATCH-ONE-ROW
261015        END-IF

261015     END-PERFORM.

261015     EXEC  SQL  CLOSE  CURSOR_CO    END-EXEC.

261015 S1700-REHASH-TRWCO-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 9 0 0 - M A T C H - O N E - R O W                     *
