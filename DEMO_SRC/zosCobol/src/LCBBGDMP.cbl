      *  2003/07/25              Bitv    BA~7                *
      *  2026/07/27   MAINT                RESTART CHECKPOINT PER    *
      *                                    TABLE - SEE UNLOAD_CKPT   *
261015*  2026/10/15   S.K.CHOI             SCHEMA-DRIFT CHECK BEFORE *
261015*                                    EACH TABLE - LCBSSCHK     *
      ****************************************************************

      ****************************************************************
           05  A-OUT8-WRIT-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-OUT9-WRIT-CNT           PIC  9(13)  VALUE  ZERO.
           05  A-TOTL-ERRO-CNT           PIC  9(13)  VALUE  ZERO.
261015     05  A-DRIFT-CNT               PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
           05  C-PROG-ID                 PIC  X(08)  VALUE 'LCBBGDMP'.
           05  C-SYSIN-ERR-MSG           PIC  X(45)  VALUE
               'S0300:ERROR=INVALID SYSIN MODE/SINCE-D/FMT'.
261015     05  C-PGM-LCBSSCHK            PIC  X(08)  VALUE 'LCBSSCHK'.
261015     05  C-DRIFT-RETURN-CODE       PIC S9(04)  COMP  VALUE +8.

      ****************************************************************
      *                                                              *
           05  W-CNV-N                   REDEFINES  W-CNV-X
                                         PIC S9(13)V9(3)    COMP.
260727     05  W-CKPT-TABLE-ID           PIC  X(04).
261015     05  W-SCHK-PARM.
261015         10  W-SCHK-TABLE-ID       PIC  X(05).
261015         10  W-SCHK-DIFF-CNT       PIC S9(04)  COMP.
261015         10  W-SCHK-RC             PIC  X(02).
261015             88  W-SCHK-LAYOUT-OK              VALUE '00'.
           05  W-SQLCODE                 PIC  ----9.
           05  W-NDX.
               10  I                     PIC  9(04).
260822         END-PERFORM
260822     END-IF.
           DISPLAY '* TOTAL-ERRO-CNT : ' A-TOTL-ERRO-CNT.
261015     DISPLAY '* SCHEMA-DRIFT   : ' A-DRIFT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

                                    + A-OUT5-WRIT-CNT + A-OUT6-WRIT-CNT
                                    + A-OUT7-WRIT-CNT + A-OUT8-WRIT-CNT
                                    + A-OUT9-WRIT-CNT.
261015* A TABLE HELD BACK FOR SCHEMA DRIFT HAS NO CHECKPOINT ROW, SO
261015* THE RERUN AFTER LCBBGSLY ACCEPTS THE LAYOUT PICKS UP ONLY IT;
261015* RC 8 KEEPS THE STREAM'S PROFILE STEP AND THE SCHEDULE FROM
261015* TREATING THE MISSING EXTRACT AS A GOOD ONE.
261015     IF      RETURN-CODE               =  ZERO
261015         AND A-DRIFT-CNT               >  ZERO
261015         MOVE  C-DRIFT-RETURN-CODE TO     RETURN-CODE
261015     END-IF.
           MOVE    RETURN-CODE           TO     BCTL-RETURN-CD.

           IF      RETURN-CODE               =  ZERO
260727     IF  S-TG210-DONE
260727         DISPLAY  'STEP : S1100-TG210-UNLOAD SKIPPED (CHECKPOINT)'
260727     ELSE
261015         MOVE  'TG210'             TO  W-SCHK-TABLE-ID
261015         PERFORM  S0450-SCHEMA-CHECK
261015         IF  W-SCHK-LAYOUT-OK
261015             PERFORM  S1100-TG210-UNLOAD
261015         END-IF
260727     END-IF
260822     END-IF.

260727     IF  S-TG220-DONE
260727         DISPLAY  'STEP : S1200-TG220-UNLOAD SKIPPED (CHECKPOINT)'
260727     ELSE
261015         MOVE  'TG220'             TO  W-SCHK-TABLE-ID
261015         PERFORM  S0450-SCHEMA-CHECK
261015         IF  W-SCHK-LAYOUT-OK
261015             PERFORM  S1200-TG220-UNLOAD
261015         END-IF
260727     END-IF
260822     END-IF.

260727     IF  S-TG230-DONE
260727         DISPLAY  'STEP : S1300-TG230-UNLOAD SKIPPED (CHECKPOINT)'
260727     ELSE
261015         MOVE  'TG230'             TO  W-SCHK-TABLE-ID
261015         PERFORM  S0450-SCHEMA-CHECK
261015         IF  W-SCHK-LAYOUT-OK
261015             PERFORM  S1300-TG230-UNLOAD
261015         END-IF
260727     END-IF
260822     END-IF.

260727     IF  S-TG240-DONE
260727         DISPLAY  'STEP : S1400-TG240-UNLOAD SKIPPED (CHECKPOINT)'
260727     ELSE
261015         MOVE  'TG240'             TO  W-SCHK-TABLE-ID
261015         PERFORM  S0450-SCHEMA-CHECK
261015         IF  W-SCHK-LAYOUT-OK
261015             PERFORM  S1400-TG240-UNLOAD
261015         END-IF
260727     END-IF
260822     END-IF.

260727     IF  S-TG290-DONE
260727         DISPLAY  'STEP : S1500-TG290-UNLOAD SKIPPED (CHECKPOINT)'
260727     ELSE
261015         MOVE  'TG290'             TO  W-SCHK-TABLE-ID
261015         PERFORM  S0450-SCHEMA-CHECK
261015         IF  W-SCHK-LAYOUT-OK
261015             PERFORM  S1500-TG290-UNLOAD
261015         END-IF
260727     END-IF
260822     END-IF.

260727     IF  S-TG610-DONE
260727         DISPLAY  'STEP : S1600-TG610-UNLOAD SKIPPED (CHECKPOINT)'
260727     ELSE
261015         MOVE  'TG610'             TO  W-SCHK-TABLE-ID
261015         PERFORM  S0450-SCHEMA-CHECK
261015         IF  W-SCHK-LAYOUT-OK
261015             PERFORM  S1600-TG610-UNLOAD
261015         END-IF
260727     END-IF
260822     END-IF.

260727     IF  S-TG620-DONE
260727         DISPLAY  'STEP : S1700-TG620-UNLOAD SKIPPED (CHECKPOINT)'
260727     ELSE
261015         MOVE  'TG620'             TO  W-SCHK-TABLE-ID
261015         PERFORM  S0450-SCHEMA-CHECK
261015         IF  W-SCHK-LAYOUT-OK
261015             PERFORM  S1700-TG620-UNLOAD
261015         END-IF
260727     END-IF
260822     END-IF.

260727     IF  S-TG710-DONE
260727         DISPLAY  'STEP : S1800-TG710-UNLOAD SKIPPED (CHECKPOINT)'
260727     ELSE
261015         MOVE  'TG710'             TO  W-SCHK-TABLE-ID
261015         PERFORM  S0450-SCHEMA-CHECK
261015         IF  W-SCHK-LAYOUT-OK
261015             PERFORM  S1800-TG710-UNLOAD
261015         END-IF
260727     END-IF
260822     END-IF.

260727     IF  S-TG720-DONE
260727         DISPLAY  'STEP : S1900-TG720-UNLOAD SKIPPED (CHECKPOINT)'
260727     ELSE
261015         MOVE  'TG720'             TO  W-SCHK-TABLE-ID
261015         PERFORM  S0450-SCHEMA-CHECK
261015         IF  W-SCHK-LAYOUT-OK
261015             PERFORM  S1900-TG720-UNLOAD
261015         END-IF
260727     END-IF
260822     END-IF.

       S0400-BUSINESS-PROC-EXIT.
           EXIT.
      *
      ****************************************************************
      *                                                              *
      *    S C H E M A   D R I F T   C H E C K                       *
      *                                                              *
      *    THE S2100-S2900 MOVES ARE FIXED TO THE DCLGENS, SO A      *
      *    COLUMN ADDED OR ALTERED UNDER THEM WOULD SHIFT OR CUT     *
      *    THE UNLOAD SILENTLY.  LCBSSCHK HOLDS THE TABLE TO ITS     *
      *    REGISTERED LAYOUT AND LISTS EVERY DIFFERENCE; ANY         *
      *    DIFFERENCE STOPS THIS TABLE'S UNLOAD ONLY.                *
      ****************************************************************
261015 S0450-SCHEMA-CHECK                 SECTION.
261015
261015     MOVE  +0                      TO  W-SCHK-DIFF-CNT.
261015     MOVE  SPACES                  TO  W-SCHK-RC.
261015
261015     CALL  C-PGM-LCBSSCHK  USING  W-SCHK-PARM.
261015
261015     IF  W-SCHK-LAYOUT-OK
261015         GO TO  S0450-SCHEMA-CHECK-EXIT
261015     END-IF.
261015
261015     ADD   1                       TO  A-TOTL-ERRO-CNT.
261015
261015     IF  W-SCHK-RC  =  '04'
261015         ADD   1                   TO  A-DRIFT-CNT
261015         DISPLAY  'STEP : ' W-SCHK-TABLE-ID
261015                  ' UNLOAD STOPPED - SCHEMA DRIFT, '
261015                  W-SCHK-DIFF-CNT ' DIFFERENCE(S)'
261015     ELSE
261015         DISPLAY  'STEP : ' W-SCHK-TABLE-ID
261015                  ' UNLOAD STOPPED - LAYOUT CHECK FAILED RC='
261015                  W-SCHK-RC
261015     END-IF.
261015
261015 S0450-SCHEMA-CHECK-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
