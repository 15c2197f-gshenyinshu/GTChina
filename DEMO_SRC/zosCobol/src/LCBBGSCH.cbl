      *                FORCE DECISION IS LOGGED WITH THE OVERRIDING  *
      *                OPERATOR, SO A FAILED NIGHT CAN NO LONGER BE  *
      *                TRACED TO A HAND-EDITED RUN-DATE CARD.        *
      *                A JOB FED BY AN EXTERNAL FILE (AND ANY JOB    *
      *                CHAINED BEHIND IT) IS NOT DECKED BUT HELD ON  *
      *                LCBD2CTL.FILE_WAIT; LCBBGFAR RELEASES IT WHEN *
      *                A QUALIFYING FILE ARRIVES.                    *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LCBBGSCH                                   *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  LCBD2CTL.JOB_SCHED                      R                   *
      *  LCBD2CTL.FILE_WAIT                     C  D                 *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/08/22  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         HOLD FILE-FED JOBS FOR FILE    *
      ****************************************************************

      ****************************************************************
           05  A-DECK-CNT                PIC  9(05)  VALUE  ZERO.
           05  A-SKIP-CNT                PIC  9(05)  VALUE  ZERO.
           05  A-FORCE-CNT               PIC  9(05)  VALUE  ZERO.
261015     05  A-HOLD-CNT                PIC  9(05)  VALUE  ZERO.

       01  CONSTANTS.

           05  W-PARM-CARD               PIC  X(80)  VALUE  SPACE.
           05  W-P                       PIC S9(04)  COMP VALUE +0.
           05  W-LAST-JOB-NM             PIC  X(08)  VALUE  SPACE.
261015     05  W-LAST-HELD               PIC  X(01)  VALUE  'N'.
261015         88  W-LAST-HELD-YES                   VALUE  'Y'.
261015     05  W-NEXT-DT                 PIC  9(08)  VALUE  ZERO.
261015     05  W-NEXT-DT-X  REDEFINES  W-NEXT-DT
261015                                   PIC  X(08).

      ****************************************************************
      *                                                              *

           EXEC  SQL  INCLUDE  LCBYSCH    END-EXEC.

261015     EXEC  SQL  INCLUDE  LCBYFAR    END-EXEC.

      ****************************************************************
      *    CURSOR_SCHED : EVERY SCHEDULED JOB IN DISPATCH            *
      *    (DEPENDENCY) ORDER.                                       *
                 ,        SKIP_FG
                 ,        FORCE_FG
                 ,        OVRD_OPID
261015           ,        FILE_DSN_PAT
261015           ,        FILE_WIN_FR
261015           ,        FILE_WIN_TO
261015           ,        FILE_MIN_REC
                 FROM     LCBD2CTL.JOB_SCHED
                 ORDER BY SEQ_NO
                 FOR FETCH ONLY
           DISPLAY '* DECKS GENERATED : ' A-DECK-CNT.
           DISPLAY '* JOBS SKIPPED    : ' A-SKIP-CNT.
           DISPLAY '* JOBS FORCED     : ' A-FORCE-CNT.
261015     DISPLAY '* JOBS HELD       : ' A-HOLD-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

      ****************************************************************
       S1100-GENERATE-DECKS              SECTION.

261015*    A RE-RUN FOR THE SAME DATE REBUILDS THE HOLDS THAT HAVE
261015*    NOT YET BEEN RELEASED.
261015     EXEC  SQL
261015           DELETE  FROM  LCBD2CTL.FILE_WAIT
261015           WHERE   RUN_DT  =  :W-RUN-DT-X
261015           AND     STATUS  IN  ('W', 'L', 'P')
261015     END-EXEC.
261015
261015     IF  SQLCODE  NOT =  0
261015     AND SQLCODE  NOT =  100
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S1100:DB ERROR FILE_WAIT DELETE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.
261015
           EXEC  SQL  OPEN  CURSOR_SCHED   END-EXEC.

           IF  SQLCODE  NOT =  0
      *    DEPENDENCY ORDER IS THE SEQ-NO ORDER OF THE CURSOR; A     *
      *    PREDECESSOR SEQUENCED AFTER ITS DEPENDENT IS A CONTROL-   *
      *    TABLE MISTAKE AND FAILS THE GENERATION.                   *
      *    A JOB WITH AN EXPECTED FILE, OR CHAINED BEHIND A HELD     *
      *    JOB, IS HELD ON FILE_WAIT INSTEAD OF DECKED.              *
      *                                                              *
      ****************************************************************
       S2100-HANDLE-ONE-JOB              SECTION.
               PERFORM  S0100-MAIN-EXIT
           END-IF.

261015     EVALUATE  TRUE
261015         WHEN  SCHD-FILE-DSN-PAT  NOT =  SPACE
261015               PERFORM  S4100-HOLD-FOR-FILE
261015
261015         WHEN  SCHD-PRED-JOB-NM   NOT =  SPACE
261015         AND   W-LAST-HELD-YES
261015               PERFORM  S4200-HOLD-FOR-PRED
261015
261015         WHEN  OTHER
261015               MOVE  'N'           TO  W-LAST-HELD
                     PERFORM  S3100-WRITE-DECK
261015     END-EVALUATE.

           MOVE  SCHD-JOB-NM             TO  W-LAST-JOB-NM.

       S3200-WRITE-CARD-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 4 1 0 0 - H O L D - F O R - F I L E                     *
261015*                                                              *
261015*    THE JOB WAITS FOR ITS FILE.  @DATE@ IN THE DATASET        *
261015*    PATTERN IS RESOLVED TO THE RUN DATE; THE WINDOW CLOSES    *
261015*    ON THE NEXT DAY WHEN ITS CLOSING TIME IS BEFORE ITS       *
261015*    OPENING TIME.  NO CLOSING TIME MEANS NO LATE ALERT.       *
261015*                                                              *
261015****************************************************************
261015 S4100-HOLD-FOR-FILE               SECTION.
261015
261015     INITIALIZE                    FWT-REC.
261015     MOVE  SCHD-FILE-DSN-PAT       TO  FWT-DSN-PAT.
261015     PERFORM  VARYING  W-P  FROM  1  BY  1
261015               UNTIL   W-P  >  39
261015         IF  SCHD-FILE-DSN-PAT (W-P:6)  =  '@DATE@'
261015             MOVE  SPACES          TO  FWT-DSN-PAT
261015             STRING  SCHD-FILE-DSN-PAT (1:W-P - 1)
261015                     W-RUN-DT-X
261015                     SCHD-FILE-DSN-PAT (W-P + 6:)
261015                     DELIMITED BY SIZE  INTO  FWT-DSN-PAT
261015             END-STRING
261015             MOVE  40              TO  W-P
261015         END-IF
261015     END-PERFORM.
261015
261015     MOVE  W-RUN-DT-X              TO  FWT-WIN-FR-D.
261015     MOVE  SCHD-FILE-WIN-FR        TO  FWT-WIN-FR-TM.
261015     IF  FWT-WIN-FR-TM  =  SPACE
261015         MOVE  '000000'            TO  FWT-WIN-FR-TM
261015     END-IF.
261015
261015     IF  SCHD-FILE-WIN-TO  NOT =  SPACE
261015         MOVE  SCHD-FILE-WIN-TO    TO  FWT-WIN-TO-TM
261015         IF  FWT-WIN-TO-TM  <  FWT-WIN-FR-TM
261015             COMPUTE  W-NEXT-DT  =  FUNCTION DATE-OF-INTEGER
261015                                           (W-DATE-INT + 1)
261015             MOVE  W-NEXT-DT-X     TO  FWT-WIN-TO-D
261015         ELSE
261015             MOVE  W-RUN-DT-X      TO  FWT-WIN-TO-D
261015         END-IF
261015     END-IF.
261015
261015     MOVE  SCHD-FILE-MIN-REC       TO  FWT-MIN-REC.
261015     MOVE  'W'                     TO  FWT-STATUS.
261015
261015     PERFORM  S4300-INSERT-WAIT.
261015
261015     DISPLAY  'S4100:HELD    ' SCHD-JOB-NM
261015              ' WAITING FOR FILE ' FWT-DSN-PAT.
261015
261015 S4100-HOLD-FOR-FILE-EXIT.
261015     EXIT.
261015
261015****************************************************************
261015*                                                              *
261015*    S 4 2 0 0 - H O L D - F O R - P R E D                     *
261015*                                                              *
261015****************************************************************
261015 S4200-HOLD-FOR-PRED               SECTION.
261015
261015     INITIALIZE                    FWT-REC.
261015     MOVE  SPACES                  TO  FWT-DSN-PAT.
261015     MOVE  SCHD-PRED-JOB-NM        TO  FWT-PRED-JOB-NM.
261015     MOVE  'P'                     TO  FWT-STATUS.
261015
261015     PERFORM  S4300-INSERT-WAIT.
261015
261015     DISPLAY  'S4200:HELD    ' SCHD-JOB-NM
261015              ' BEHIND ' SCHD-PRED-JOB-NM.
261015
261015 S4200-HOLD-FOR-PRED-EXIT.
261015     EXIT.
261015
261015****************************************************************
261015*                                                              *
261015*    S 4 3 0 0 - I N S E R T - W A I T                         *
261015*                                                              *
261015*    A HOLD ALREADY RELEASED FOR THE RUN DATE (DUPLICATE KEY   *
261015*    ON A RE-RUN) HAS HAD ITS DECK AND IS LEFT ALONE.          *
261015*                                                              *
261015****************************************************************
261015 S4300-INSERT-WAIT                 SECTION.
261015
261015     MOVE  W-RUN-DT-X              TO  FWT-RUN-DT.
261015     MOVE  SCHD-JOB-NM             TO  FWT-JOB-NM.
261015     MOVE  W-SYSTEM-DATE           TO  FWT-HOLD-D.
261015     MOVE  W-SYSTEM-TIME           TO  FWT-HOLD-TM.
261015     MOVE  ZERO                    TO  FWT-REC-CNT.
261015     MOVE  'Y'                     TO  W-LAST-HELD.
261015
261015     EXEC  SQL
261015           INSERT  INTO  LCBD2CTL.FILE_WAIT
261015                 ( RUN_DT
261015                 , JOB_NM
261015                 , DSN_PAT
261015                 , WIN_FR_D
261015                 , WIN_FR_TM
261015                 , WIN_TO_D
261015                 , WIN_TO_TM
261015                 , MIN_REC
261015                 , PRED_JOB_NM
261015                 , STATUS
261015                 , HOLD_D
261015                 , HOLD_TM
261015                 , ARR_D
261015                 , ARR_TM
261015                 , REC_CNT
261015                 , REL_D
261015                 , REL_TM
261015                 , ALERT_D
261015                 , ALERT_TM )
261015           VALUES
261015                 ( :FWT-RUN-DT
261015                 , :FWT-JOB-NM
261015                 , :FWT-DSN-PAT
261015                 , :FWT-WIN-FR-D
261015                 , :FWT-WIN-FR-TM
261015                 , :FWT-WIN-TO-D
261015                 , :FWT-WIN-TO-TM
261015                 , :FWT-MIN-REC
261015                 , :FWT-PRED-JOB-NM
261015                 , :FWT-STATUS
261015                 , :FWT-HOLD-D
261015                 , :FWT-HOLD-TM
261015                 , :FWT-ARR-D
261015                 , :FWT-ARR-TM
261015                 , :FWT-REC-CNT
261015                 , :FWT-REL-D
261015                 , :FWT-REL-TM
261015                 , :FWT-ALERT-D
261015                 , :FWT-ALERT-TM )
261015     END-EXEC.
261015
261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               ADD   1             TO  A-HOLD-CNT
261015
261015         WHEN  -803
261015               DISPLAY  'S4300:ALREADY RELEASED ' SCHD-JOB-NM
261015
261015         WHEN  OTHER
261015               MOVE  SQLCODE       TO  W-SQLCODE
261015               DISPLAY  'S4300:DB ERROR FILE_WAIT INSERT='
261015                        W-SQLCODE
261015               MOVE  U-ABEND-CODE1 TO  RETURN-CODE
261015               PERFORM  S0100-MAIN-EXIT
261015     END-EVALUATE.
261015
261015 S4300-INSERT-WAIT-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - S C H E D                         *
                 ,     :SCHD-REC.SCHD-SKIP-FG
                 ,     :SCHD-REC.SCHD-FORCE-FG
                 ,     :SCHD-REC.SCHD-OVRD-OPID
261015           ,     :SCHD-REC.SCHD-FILE-DSN-PAT
261015           ,     :SCHD-REC.SCHD-FILE-WIN-FR
261015           ,     :SCHD-REC.SCHD-FILE-WIN-TO
261015           ,     :SCHD-REC.SCHD-FILE-MIN-REC
           END-EXEC.

           EVALUATE  SQLCODE
