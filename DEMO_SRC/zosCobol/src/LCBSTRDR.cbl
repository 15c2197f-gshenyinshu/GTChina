      *  ONCE PER SAVED MESSAGE UNTIL THE QUEUE IS EMPTY.  RUN ON A  *
      *  TIMER OR VIA A TRIGGER-LEVEL ATI ON STCQ ONCE THE FAR END   *
      *  IS KNOWN TO BE BACK UP.                                    *
      *  LINKED WITH A 'SUBMIT' COMMAREA (LCBYTRDR) IT INSTEAD       *
      *  SUBMITS THE JOB DECK CARRIED IN IT THROUGH THE JRDR TD      *
      *  QUEUE (THE JES INTERNAL READER) AND RETURNS.                *
      ****************************************************************

      ****************************************************************

       77  C-FALLBACK-TDQ               PIC X(04) VALUE 'STCQ'.
       77  C-TARGET-PGM                 PIC X(08) VALUE 'LCBSTCPI'.
261015 77  C-SUBMIT-TDQ                 PIC X(04) VALUE 'JRDR'.
261015 77  C-CARD-MAX                   PIC S9(4) COMP VALUE +20.
261015 77  W-CARD-IX                    PIC S9(4) COMP VALUE +0.
261015 77  W-EOF-CARD                   PIC X(80) VALUE '/*EOF'.

       01  TCP-INPUT-DATA                PIC X(4148) VALUE LOW-VALUES.

            VALUE IS 'REDRIVE QUEUE EMPTY          '.
       77  REDRIVE-LINK-ERR-MSG         PIC X(30)
            VALUE IS 'REDRIVE LINK TO LCBSTCPI FAIL '.
261015 77  SUBMIT-DONE-MSG              PIC X(30)
261015      VALUE IS 'JOB DECK SUBMITTED TO JRDR    '.
261015 77  SUBMIT-ERR-MSG               PIC X(30)
261015      VALUE IS 'JOB DECK SUBMIT FAILED        '.

      ****************************************************************
      *                L I N K A G E     S E C T I O N               *

       LINKAGE SECTION.

261015 01  DFHCOMMAREA.
261015     COPY  LCBYTRDR.

      ****************************************************************
      *                                                              *
      ****************************************************************
       INITIALIZATION SECTION.

261015     IF  EIBCALEN  >  ZERO
261015         PERFORM  S0000-SUBMIT-DECK
261015         EXEC  CICS   RETURN
261015         END-EXEC
261015     END-IF.

           MOVE  ZERO                      TO  W-REDRIVE-CNT.
           MOVE  DFHRESP(NORMAL)           TO  RESPONSE.
           MOVE  REDRIVE-START-MSG         TO  MSG-AREA.
       S0000-REDRIVE-ONE-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*           S 0 0 0 0 - S U B M I T - D E C K                  *
261015*  WRITES THE CARDS OF THE COMMAREA, THEN A /*EOF SO JES       *
261015*  RELEASES THE JOB AT ONCE, TO THE INTERNAL-READER QUEUE.     *
261015*  THE ENQUEUE ON THE QUEUE NAME KEEPS EACH DECK WHOLE.        *
261015*                                                              *
261015****************************************************************
261015 S0000-SUBMIT-DECK SECTION.
261015
261015     MOVE  '08'                      TO  TRDR-RC.
261015
261015     IF  NOT  TRDR-SUBMIT
261015     OR  TRDR-CARD-CNT  <  1
261015     OR  TRDR-CARD-CNT  >  C-CARD-MAX
261015         GO TO  S0000-SUBMIT-DECK-EXIT
261015     END-IF.
261015
261015     EXEC  CICS  ENQ
261015                 RESOURCE  (C-SUBMIT-TDQ)
261015                 LENGTH    (LENGTH OF C-SUBMIT-TDQ)
261015     END-EXEC.
261015
261015     MOVE  DFHRESP(NORMAL)           TO  RESPONSE.
261015     PERFORM  S0000-SUBMIT-CARD
261015         VARYING  W-CARD-IX  FROM  1  BY  1
261015           UNTIL  W-CARD-IX  >  TRDR-CARD-CNT
261015              OR  RESPONSE  NOT  =  DFHRESP(NORMAL).
261015
261015     IF  RESPONSE  =  DFHRESP(NORMAL)
261015         MOVE  80                    TO  LENG
261015         EXEC  CICS  WRITEQ  TD
261015                     QUEUE   (C-SUBMIT-TDQ)
261015                     FROM    (W-EOF-CARD)
261015                     LENGTH  (LENG)
261015                     RESP    (RESPONSE)
261015         END-EXEC
261015     END-IF.
261015
261015     EXEC  CICS  DEQ
261015                 RESOURCE  (C-SUBMIT-TDQ)
261015                 LENGTH    (LENGTH OF C-SUBMIT-TDQ)
261015     END-EXEC.
261015
261015     IF  RESPONSE  =  DFHRESP(NORMAL)
261015         MOVE  '00'                  TO  TRDR-RC
261015         MOVE  SUBMIT-DONE-MSG       TO  MSG-AREA
261015     ELSE
261015         MOVE  SUBMIT-ERR-MSG        TO  MSG-AREA
261015     END-IF.
261015     PERFORM  S0000-WRITEQ-TD.
261015
261015 S0000-SUBMIT-DECK-EXIT.
261015     EXIT.
261015
261015****************************************************************
261015*                                                              *
261015*           S 0 0 0 0 - S U B M I T - C A R D                  *
261015*                                                              *
261015****************************************************************
261015 S0000-SUBMIT-CARD SECTION.
261015
261015     MOVE  80                        TO  LENG.
261015
261015     EXEC  CICS  WRITEQ  TD
261015                 QUEUE   (C-SUBMIT-TDQ)
261015                 FROM    (TRDR-CARD (W-CARD-IX))
261015                 LENGTH  (LENG)
261015                 RESP    (RESPONSE)
261015     END-EXEC.
261015
261015 S0000-SUBMIT-CARD-EXIT.
261015     EXIT.
261015
      ****************************************************************
      *                                                              *
      *           S 0 0 0 0 - W R I T E - T D                        *
