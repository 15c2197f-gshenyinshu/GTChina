      *                RECEIPT, SO THE FIVE TABLES NO LONGER HAVE TO *
      *                BE JOINED BY HAND TO SEE HOW A CERTIFICATE    *
      *                CHANGED OVER TIME.                            *
      *                A SYSIN CARD MAY NARROW THE RUN TO ONE        *
      *                RECEIPT AND/OR A CHANGE-DATE RANGE; A BLANK   *
      *                CARD (OR SYSIN DD DUMMY) REPORTS EVERY        *
      *                RECEIPT AS BEFORE.                            *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  JSP       FILE : NONE                                       *
      *  SERVLET   FILE : NONE                                       *
      *  MAIN   PROGRAM : JEPB1                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - RECEIPT KEY (TXOFF/YY/SEQNO) AND/OR*
      *                           CHANGE DATE RANGE (FR/TO YYYYMMDD) *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWA.TRWAV                              R                   *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/01/24  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         OPTIONAL SYSIN RECEIPT / DATES *
      ****************************************************************

      ****************************************************************
               10  W-PREV-RCVE-NO-TXOFF  PIC  X(03)  VALUE  SPACE.
               10  W-PREV-RCVE-NO-SEQNO  PIC  9(07)  VALUE  ZERO.

261015****************************************************************
261015*                                                              *
261015*    S Y S I N    I N F O R M A T I O N                        *
261015*                                                              *
261015*    ONE CARD, THE SAME LAYOUT AS JEPB8'S.  SEQNO NON-ZERO     *
261015*    LIMITS THE RUN TO THAT RECEIPT; A DATE RANGE LIMITS IT    *
261015*    TO VERSIONS CHANGED IN THE RANGE.                         *
261015*                                                              *
261015****************************************************************
261015 01  W-SYSIN-INFO.
261015     05  W-SYSIN-TXOFF             PIC  X(03)  VALUE  SPACE.
261015     05  W-SYSIN-YY                PIC  X(04)  VALUE  SPACE.
261015     05  W-SYSIN-SEQNO             PIC  9(07)  VALUE  ZERO.
261015     05  W-SYSIN-DT-FR             PIC  X(08)  VALUE  SPACE.
261015     05  W-SYSIN-DT-TO             PIC  X(08)  VALUE  SPACE.
261015     05  FILLER                    PIC  X(50)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
                 ,        CHANGE_OPID
                 ,        CHANGE_DESC
                 FROM     DRWA.TRWAV
261015           WHERE  ( ( RCVE_NO_TXOFF = :W-SYSIN-TXOFF
261015                AND   RCVE_NO_YY    = :W-SYSIN-YY
261015                AND   RCVE_NO_SEQNO = :W-SYSIN-SEQNO )
261015               OR    :W-SYSIN-SEQNO = 0 )
261015           AND    ( CHANGE_DT  BETWEEN :W-SYSIN-DT-FR
261015                                  AND :W-SYSIN-DT-TO
261015               OR   :W-SYSIN-DT-FR = ' ' )
                 ORDER BY RCVE_NO_YY
                 ,        RCVE_NO_TXOFF
                 ,        RCVE_NO_SEQNO

           MOVE  HIGH-VALUE              TO  S-FIRST-RCVE-FLAG.

261015     ACCEPT    W-SYSIN-INFO        FROM  SYSIN.
261015
261015     IF  W-SYSIN-SEQNO  NOT  NUMERIC
261015         MOVE  ZERO                TO  W-SYSIN-SEQNO
261015     END-IF.
261015
261015     IF  W-SYSIN-DT-TO  =  SPACE
261015         MOVE  W-SYSIN-DT-FR       TO  W-SYSIN-DT-TO
261015     END-IF.
261015
261015     DISPLAY 'S0200:KEY=' W-SYSIN-TXOFF '-' W-SYSIN-YY '-'
261015              W-SYSIN-SEQNO
261015              ' RANGE=' W-SYSIN-DT-FR '-' W-SYSIN-DT-TO.
261015
           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
