      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.LINK_STAT)                          *
      *            APOST                                             *
      *            ACTION(REPLACE)                                   *
      *                                                              *
      *    LINK_STAT  -  ONE ROW PER HEARTBEAT PROBE OF ONE          *
      *                  ROUTE_CTL ENDPOINT ('P' PRIMARY / 'A'       *
      *                  ALTERNATE).  RTT-MS IS THE CONNECT ROUND    *
      *                  TRIP IN MILLISECONDS; ERRNO IS THE SOCKET   *
      *                  ERROR OF A FAILED PROBE.                    *
      *                                                              *
      ****************************************************************
261015 01  LST-REC.
261015     05  LST-MSG-TP              PIC X(04).
261015     05  LST-DEST-CD             PIC X(04).
261015     05  LST-ENDPOINT            PIC X(01).
261015     05  LST-PROBE-DT            PIC X(08).
261015     05  LST-PROBE-TM            PIC X(06).
261015     05  LST-OK-FG               PIC X(01).
261015         88  LST-PROBE-OK            VALUE 'Y'.
261015     05  LST-RTT-MS              PIC S9(09) COMP.
261015     05  LST-ERRNO               PIC S9(09) COMP.

      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.ROUTE_SWITCH_LOG)                   *
      *                                                              *
      *    ROUTE_SWITCH_LOG  -  ONE ROW PER ACTIVE-ENDPOINT SWITCH   *
      *                         THE HEARTBEAT MADE ON ROUTE_CTL.     *
      *                                                              *
      ****************************************************************
261015 01  RSW-REC.
261015     05  RSW-MSG-TP              PIC X(04).
261015     05  RSW-DEST-CD             PIC X(04).
261015     05  RSW-SWITCH-DT           PIC X(08).
261015     05  RSW-SWITCH-TM           PIC X(06).
261015     05  RSW-FROM-EP             PIC X(01).
261015     05  RSW-TO-EP               PIC X(01).
261015     05  RSW-REASON              PIC X(40).
