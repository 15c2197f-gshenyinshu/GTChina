      *  DTBA.TTBAB                              RU                  *
      *  DTBA.TTBAL                              RU                  *
      *  DTBA.TTBAI                              CR                  *
      *  DTAA.TTAAA                              RU                  *
      *  DRWB.TRWCO  (VIA LCBSMHST)              C                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/02  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         TTAAA SWEPT ROW BY ROW, EACH   *
      *                               CHANGE WRITTEN TO TRWCO MASTER *
      *                               HISTORY                        *
      ****************************************************************

      ****************************************************************
           05  A-TTBAL-UPD-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-TTAAA-UPD-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-TTBAI-INS-CNT           PIC  9(13)  VALUE  ZERO.
261015     05  A-TRWCO-INS-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPB6'.
261015     05  C-PGM-LCBSMHST            PIC  X(08)  VALUE 'LCBSMHST'.

      ****************************************************************
      *                                                              *
           05  W-CNT-BEFORE              PIC S9(09) COMP.
           05  W-CNT-AFTER               PIC S9(09) COMP.

261015     05  W-AAA-BUSNID              PIC  X(10).

      ****************************************************************
      *                                                              *
      *    M A P P I N G    R E C O R D                              *
           05  M-NEW-LGDONG-CD           PIC  X(10).
           05  FILLER                    PIC  X(60).

261015****************************************************************
261015*                                                              *
261015*    L C B S M H S T    U S E R A R E A                        *
261015*                                                              *
261015****************************************************************
261015 01  LCBSMHST-USERAREA.
261015     COPY  LCBYMHST.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
                 FOR FETCH ONLY
           END-EXEC.

261015****************************************************************
261015*    CURSOR_AAA : THE LIVE MASTER ROWS CARRYING THE OLD CODE - *
261015*    ROW BY ROW, SO EACH ONE WRITES ITS OWN TRWCO HISTORY.     *
261015****************************************************************

261015     EXEC  SQL
261015           DECLARE  CURSOR_AAA  CURSOR  WITH  HOLD  FOR
261015           SELECT   BUSNID
261015           FROM     DTAA.TTAAA
261015           WHERE    LGDONG_CD  =  :M-OLD-LGDONG-CD
261015             AND    LAST_FG    =  'Y'
261015           ORDER BY BUSNID
261015           FOR FETCH ONLY
261015     END-EXEC.

      ****************************************************************
      *    CURSOR_CNT : BEFORE/AFTER COUNTS PER OFFICE FOR ONE       *
      *    MAPPING (REGISTRATION AND BRANCH ADDRESSES TOGETHER).     *
           DISPLAY '* TTBAL-UPD-CNT  : ' A-TTBAL-UPD-CNT.
           DISPLAY '* TTAAA-UPD-CNT  : ' A-TTAAA-UPD-CNT.
           DISPLAY '* TTBAI-INS-CNT  : ' A-TTBAI-INS-CNT.
261015     DISPLAY '* TRWCO-INS-CNT  : ' A-TRWCO-INS-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

      *                                                              *
      *    S 2 3 0 0 - A P P L Y - T T A A A                         *
      *                                                              *
261015*    THE MASTER MIRROR IS SWEPT ROW BY ROW SO EACH CHANGED     *
261015*    BUSINESS GETS ITS OWN TRWCO FIELD HISTORY; THE            *
261015*    REGISTRATION ROWS ABOVE CARRY THE TTBAI TRAIL.            *
      *                                                              *
      ****************************************************************
       S2300-APPLY-TTAAA                 SECTION.

261015     EXEC  SQL  OPEN  CURSOR_AAA     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S2300:DB ERROR AAA OPEN=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     MOVE  LOW-VALUE                TO  S-ROW-END-CHECK.
261015     PERFORM  UNTIL  S-NO-MORE-ROW
261015        EXEC  SQL
261015              FETCH  CURSOR_AAA
261015              INTO  :W-AAA-BUSNID
261015        END-EXEC
261015        EVALUATE  SQLCODE
261015            WHEN  0
261015                  PERFORM  S3300-UPDATE-ONE-TTAAA
261015            WHEN  100
261015                  MOVE  HIGH-VALUE  TO  S-ROW-END-CHECK
261015            WHEN  OTHER
261015                  MOVE  SQLCODE     TO  W-SQLCODE
261015                  DISPLAY 'S2300:DB ERROR AAA FETCH=' W-SQLCODE
261015                  MOVE  U-ABEND-CODE1  TO  RETURN-CODE
261015                  PERFORM  S0100-MAIN-EXIT
261015        END-EVALUATE
261015     END-PERFORM.

261015     EXEC  SQL  CLOSE  CURSOR_AAA     END-EXEC.

       S2300-APPLY-TTAAA-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 3 3 0 0 - U P D A T E - O N E - T T A A A               *
261015*                                                              *
261015****************************************************************
261015 S3300-UPDATE-ONE-TTAAA            SECTION.

261015     EXEC  SQL  UPDATE  DTAA.TTAAA
261015                   SET  LGDONG_CD = :M-NEW-LGDONG-CD
261015                 WHERE  BUSNID    = :W-AAA-BUSNID
261015                   AND  LAST_FG   = 'Y'
261015                   AND  LGDONG_CD = :M-OLD-LGDONG-CD
261015     END-EXEC.

261015     IF  SQLCODE  =  0
261015         ADD   1                    TO  A-TTAAA-UPD-CNT
261015         PERFORM  S4200-LOG-HISTORY
261015     ELSE
261015         IF  SQLCODE  NOT =  100
261015             MOVE  SQLCODE         TO  W-SQLCODE
261015             DISPLAY  'S3300:DB ERROR TTAAA UPD=' W-SQLCODE
261015             MOVE  U-ABEND-CODE1   TO  RETURN-CODE
261015             PERFORM  S0100-MAIN-EXIT
261015         END-IF
261015     END-IF.

261015 S3300-UPDATE-ONE-TTAAA-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 1 0 0 - T T B A I - I N S E R T                       *
       S4100-TTBAI-INSERT-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 4 2 0 0 - L O G - H I S T O R Y                         *
261015*                                                              *
261015*    THE MASTER'S LGDONG_CD CHANGE TO THE TRWCO HISTORY,       *
261015*    KEYED TO THE MAPPING CARD THAT CAUSED IT.                 *
261015*                                                              *
261015****************************************************************
261015 S4200-LOG-HISTORY                 SECTION.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'A'                      TO  MHST-MASTER-TP.
261015     MOVE  W-AAA-BUSNID             TO  MHST-MASTER-ID.
261015     MOVE  SPACE                    TO  MHST-TXPAYER-TP.
261015     MOVE  C-PROG-ID                TO  MHST-PGM-ID
261015                                        MHST-OPID.
261015     STRING  'DONG MAP '  M-OLD-LGDONG-CD
261015             DELIMITED BY SIZE  INTO  MHST-EVENT-KEY
261015     END-STRING.
261015     MOVE  1                        TO  MHST-FIELD-CNT.
261015     MOVE  'LGDONG_CD'              TO  MHST-FIELD-NM (1).
261015     MOVE  M-OLD-LGDONG-CD          TO  MHST-BEFORE-VAL (1).
261015     MOVE  M-NEW-LGDONG-CD          TO  MHST-AFTER-VAL (1).

261015     CALL  C-PGM-LCBSMHST  USING  LCBSMHST-USERAREA.

261015     IF  NOT  MHST-RTN-NORMAL
261015         MOVE  MHST-SQLCODE        TO  W-SQLCODE
261015         DISPLAY  'S4200:DB ERROR TRWCO RC=' MHST-RTN-CD
261015                  ' SQLCODE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     ADD   MHST-ROW-CNT             TO  A-TRWCO-INS-CNT.

261015 S4200-LOG-HISTORY-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - R E P O R T - C O U N T S                     *
