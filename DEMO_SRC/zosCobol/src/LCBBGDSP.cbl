      *                UNLOADS RUN AS PARALLEL STREAMS INSTEAD OF    *
      *                IN SEQUENCE.  CHECKPOINT ROWS STAY PER TABLE  *
      *                AS TODAY.                                     *
261015*                EACH DECK'S SECOND STEP RUNS LCBBGDQP OVER    *
261015*                THE FRESH EXTRACT (DATA-QUALITY PROFILE); ITS *
261015*                RC 4 HOLDS THAT EXTRACT'S DISTRIBUTION.       *
      *                                                              *
      *                MODE 'S' (SUMMARY): RUN AS THE NIGHT'S LAST   *
      *                STEP ONCE THE STREAMS COMPLETE - READS THE    *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/08/22  S.K.CHOI         INITIAL WRITTEN                *
261015*  2026/10/15  S.K.CHOI         LCBBGDQP PROFILE STEP PER DECK *
      ****************************************************************

      ****************************************************************
           MOVE  '/*'                    TO  W-JCL-CARD.
           PERFORM  S1300-WRITE-CARD.

261015*    PROFILE THE EXTRACT JUST UNLOADED - SKIPPED WHEN THE
261015*    UNLOAD STEP ITSELF DID NOT END CLEAN.
261015     MOVE  '//STEP2    EXEC PGM=LCBBGDQP,COND=(0,NE)'
261015                                   TO  W-JCL-CARD.
261015     PERFORM  S1300-WRITE-CARD.
261015
261015     MOVE  SPACES                  TO  W-JCL-CARD.
261015     STRING  '//DQIN     DD DISP=SHR,DSN=LCB.UNLOAD.'
261015             W-TABLE-ID (W-T)
261015             DELIMITED BY SIZE  INTO  W-JCL-CARD
261015     END-STRING.
261015     PERFORM  S1300-WRITE-CARD.
261015
261015     MOVE  '//DQP010   DD SYSOUT=*'
261015                                   TO  W-JCL-CARD.
261015     PERFORM  S1300-WRITE-CARD.
261015
261015     MOVE  '//SYSIN    DD *'       TO  W-JCL-CARD.
261015     PERFORM  S1300-WRITE-CARD.
261015
261015*    LCBBGDQP SYSIN: TABLE-ID(5) RUN-MODE(1)
261015     MOVE  SPACES                  TO  W-JCL-CARD.
261015     MOVE  W-TABLE-ID (W-T)        TO  W-JCL-CARD (1:5).
261015     MOVE  W-RUN-MODE              TO  W-JCL-CARD (6:1).
261015     PERFORM  S1300-WRITE-CARD.
261015
261015     MOVE  '/*'                    TO  W-JCL-CARD.
261015     PERFORM  S1300-WRITE-CARD.

           ADD   1                       TO  A-DECK-CNT.

           DISPLAY  'S1200:STREAM DISPATCHED FOR '
