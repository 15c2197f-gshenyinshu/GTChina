      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCI)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCI  -  NUMBER  SERIES  YEAR-CLOSE  CONTROL               *
      *                                                                *
      *    ONE ROW PER YEARLY NUM_ALLOC SERIES CLOSED BY THE JEPBF     *
      *    YEAR-END ROLLOVER (A RERUN REPLACES THE ROW).  LAST-NO IS   *
      *    THE LAST NUMBER THE COUNTER HAD ISSUED; ISSUED-CNT IS       *
      *    LAST-NO - BASE-NO + 1 AND LOGGED-CNT THE SAME FIGURE FROM   *
      *    NUM_ALLOC_LOG.  ROW-CNT IS THE DATA-TABLE ROWS IN THE       *
      *    PROGRAM'S BAND FOR THE YEAR, ABOVE-CNT THOSE NUMBERED PAST  *
      *    THE COUNTER (TAKEN BY A MAX-PLUS-ONE PATH), UNUSED-CNT THE  *
      *    NUMBERS ISSUED THAT NEVER REACHED THE TABLE (GAPS) AND      *
      *    DUP-CNT THE OVERLAPPING RANGE PAIRS ON THE LOG (NUMBERS     *
      *    HANDED OUT TWICE).                                          *
      *                                                                *
      ******************************************************************
261015 01  TRWCI.
261015     05  SERIES-NM               PIC X(40).
261015     05  CLOSE-YY                PIC X(04).
261015     05  TXOFF-CD                PIC X(03).
261015     05  PGM-ID                  PIC X(08).
261015     05  LAST-NO                 PIC S9(09) COMP.
261015     05  ISSUED-CNT              PIC S9(09) COMP.
261015     05  LOGGED-CNT              PIC S9(09) COMP.
261015     05  ROW-CNT                 PIC S9(09) COMP.
261015     05  ABOVE-CNT               PIC S9(09) COMP.
261015     05  UNUSED-CNT              PIC S9(09) COMP.
261015     05  DUP-CNT                 PIC S9(09) COMP.
261015     05  CLOSE-DT                PIC X(08).
261015     05  CLOSE-OPID              PIC X(08).
