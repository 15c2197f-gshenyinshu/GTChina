      *    CUTTING OVER WHEN THE PRIMARY IS DOWN, IS A TABLE ROW     *
      *    AND NOT A RECOMPILE.  THE ROW WITH MSG-TP = SPACES IS     *
      *    THE DEFAULT ROUTE.                                        *
261015*    ACT-EP NAMES THE ENDPOINT LCBSTCPI TRIES FIRST ('P' OR    *
261015*    'A').  THE LCBPHBT HEARTBEAT PROBES BOTH ENDPOINTS, KEEPS *
261015*    THE CONSECUTIVE FAIL/OK COUNTS, AND SWITCHES ACT-EP ONCE  *
261015*    FAIL-LIM PROBES IN A ROW HAVE FAILED (SPACE/ZERO = 'P' /  *
261015*    THE HEARTBEAT'S DEFAULT LIMIT).                           *
      *                                                              *
      ****************************************************************
260822 01  ROUTE-REC.
260822     05  RTE-ALT-PORT            PIC S9(04) COMP.
260822     05  RTE-TLS-FG              PIC X(01).
260822     05  RTE-TIMEOUT-SEC         PIC S9(04) COMP.
261015     05  RTE-ACT-EP              PIC X(01).
261015         88  RTE-ACT-EP-PRIMARY      VALUE 'P' ' '.
261015         88  RTE-ACT-EP-ALTERNATE    VALUE 'A'.
261015     05  RTE-FAIL-LIM            PIC S9(04) COMP.
261015     05  RTE-PRI-FAIL-CNT        PIC S9(04) COMP.
261015     05  RTE-ALT-FAIL-CNT        PIC S9(04) COMP.
261015     05  RTE-PRI-OK-CNT          PIC S9(04) COMP.
261015     05  RTE-SWITCH-DT           PIC X(08).
261015     05  RTE-SWITCH-TM           PIC X(06).
