      ****************************************************************
      *                                                              *
      *    LCBYTRDR  -  LCBSTRDR JOB-SUBMIT COMMAREA                 *
      *                                                              *
      *    LINKED TO LCBSTRDR WITH TRDR-EYE 'SUBMIT', THE CARDS      *
      *    TRDR-CARD (1) .. (TRDR-CARD-CNT) ARE WRITTEN AS ONE JOB   *
      *    TO THE JRDR TD QUEUE (THE JES INTERNAL READER) UNDER AN   *
      *    ENQUEUE, SO TWO TASKS CANNOT INTERLEAVE THEIR DECKS.      *
      *    STARTED WITHOUT A COMMAREA LCBSTRDR REDRIVES STCQ AS      *
      *    BEFORE.                                                   *
      *    TRDR-RC '00' SUBMITTED, '08' NOT SUBMITTED (BAD CARD      *
      *    COUNT OR THE QUEUE WRITE FAILED).                         *
      *                                                              *
      ****************************************************************
261015     05  TRDR-EYE                     PIC  X(008).
261015         88  TRDR-SUBMIT                   VALUE 'SUBMIT  '.
261015     05  TRDR-RC                      PIC  X(002).
261015         88  TRDR-RC-OK                    VALUE '00'.
261015     05  TRDR-CARD-CNT                PIC S9(004)  COMP.
261015     05  TRDR-CARD                    PIC  X(080)
261015                                      OCCURS  20  TIMES.
