      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.DQ_COL_RULE)                        *
      *            APOST                                             *
      *            ACTION(REPLACE)                                   *
      *                                                              *
      *    DQ_COL_RULE  -  EXTRACT DATA-QUALITY COLUMN RULES         *
      *                                                              *
      *    ONE ROW PER PROFILED COLUMN OF A LCBBGDMP EXTRACT,        *
      *    MAINTAINED BY THE DATA OWNERS.  COL-SEQ IS THE COLUMN'S   *
      *    ORDINAL IN THE COMMA-SEPARATED EXTRACT RECORD.  COL-SEQ   *
      *    ZERO IS THE TABLE'S OWN ROW: ONLY ITS ROW-TOL-PCT IS      *
      *    USED, FOR THE ROW-COUNT CHECK.                            *
      *    DOMAIN-LIST IS THE COMMA-SEPARATED LIST OF VALID CODES    *
      *    (E.G. 'Y,N'); SPACE = NO DOMAIN CHECK.                    *
      *    BLANK-TOL-PCT IS HOW MANY PERCENTAGE POINTS THE BLANK     *
      *    RATE MAY MOVE FROM ITS TRAILING AVERAGE; ROW-TOL-PCT IS   *
      *    HOW MANY PERCENT THE ROW COUNT MAY MOVE FROM ITS.         *
      *                                                              *
      ****************************************************************
261015 01  DQR-REC.
261015     05  DQR-TABLE-ID            PIC X(05).
261015     05  DQR-COL-SEQ             PIC S9(04) COMP.
261015     05  DQR-COL-NM              PIC X(18).
261015     05  DQR-COL-TYPE            PIC X(01).
261015         88  DQR-COL-TEXT            VALUE 'X'.
261015         88  DQR-COL-NUMERIC         VALUE 'N'.
261015     05  DQR-DOMAIN-LIST         PIC X(60).
261015     05  DQR-BLANK-TOL-PCT       PIC S9(03)V9(02) COMP-3.
261015     05  DQR-ROW-TOL-PCT         PIC S9(03)V9(02) COMP-3.
261015     05  DQR-USE-F               PIC X(01).
261015     05  DQR-CHG-DT              PIC X(08).
261015     05  DQR-CHG-K-ID            PIC X(08).

      ****************************************************************
      *    DQ_PROFILE_HIST  -  ONE ROW PER COLUMN PER PROFILING RUN  *
      *    (COL-SEQ ZERO = THE TABLE'S ROW COUNT).  THE AVG- FIELDS  *
      *    ARE THE TRAILING AVERAGES THE RUN WAS JUDGED AGAINST.     *
      *    DQ-FLAG:                                                  *
      *      ' '  WITHIN TOLERANCE                                   *
      *      'R'  ROW COUNT SHIFTED BEYOND ROW-TOL-PCT               *
      *      'B'  BLANK RATE SHIFTED BEYOND BLANK-TOL-PCT            *
      *      'D'  OUT-OF-DOMAIN CODES PRESENT                        *
      *      'N'  TOO FEW EARLIER RUNS FOR A TREND YET               *
      ****************************************************************
261015 01  DQH-REC.
261015     05  DQH-TABLE-ID            PIC X(05).
261015     05  DQH-RUN-MODE            PIC X(01).
261015     05  DQH-RUN-DT              PIC X(08).
261015     05  DQH-RUN-TM              PIC X(06).
261015     05  DQH-COL-SEQ             PIC S9(04) COMP.
261015     05  DQH-ROW-CNT             PIC S9(11) COMP-3.
261015     05  DQH-BLANK-CNT           PIC S9(11) COMP-3.
261015     05  DQH-BLANK-PCT           PIC S9(03)V9(02) COMP-3.
261015     05  DQH-DISTINCT-EST        PIC S9(11) COMP-3.
261015     05  DQH-MIN-VAL             PIC X(30).
261015     05  DQH-MAX-VAL             PIC X(30).
261015     05  DQH-OOD-CNT             PIC S9(11) COMP-3.
261015     05  DQH-AVG-ROW-CNT         PIC S9(11)V9(02) COMP-3.
261015     05  DQH-AVG-BLANK-PCT       PIC S9(03)V9(02) COMP-3.
261015     05  DQH-DQ-FLAG             PIC X(01).
261015         88  DQH-FLAG-OK             VALUE ' '.
261015         88  DQH-FLAG-ROW-SHIFT      VALUE 'R'.
261015         88  DQH-FLAG-BLANK-SHIFT    VALUE 'B'.
261015         88  DQH-FLAG-DOMAIN         VALUE 'D'.
261015         88  DQH-FLAG-NO-TREND       VALUE 'N'.
