      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.JOB_RUN_HIST)                       *
      *            APOST                                             *
      *            ACTION(REPLACE)                                   *
      *                                                              *
      *    JOB_RUN_HIST  -  ONE ROW PER JOB PER BATCH NIGHT, WRITTEN *
      *                     BY LCBBGCRP FROM THE NIGHT'S LAST        *
      *                     BATCH_CTL_LOG RUN OF THE JOB.  RUN-DT IS *
      *                     THE NIGHT (THE DATE THE WINDOW OPENED),  *
      *                     NOT THE CALENDAR DATE THE JOB STARTED.   *
      *                     ELAPSED-SEC IS END MINUS START ACROSS    *
      *                     MIDNIGHT; ROW-CNT IS READ PLUS WRITE.    *
      *                     NORM-SEC / SDEV-SEC / NORM-ROWS ARE THE  *
      *                     90-NIGHT MEAN, STANDARD DEVIATION AND    *
      *                     MEAN ROWS THE RUN WAS JUDGED AGAINST     *
      *                     (NORM-CNT NIGHTS); OUTLIER-FG 'Y' WHEN   *
      *                     IT RAN OVER TWO DEVIATIONS ABOVE THE     *
      *                     MEAN.  CP-FG 'Y' WHEN THE JOB WAS ON THE *
      *                     NIGHT'S CRITICAL PATH; CP-WAIT-SEC IS    *
      *                     THE GAP AFTER ITS PREDECESSOR ENDED AND  *
      *                     CP-SEC THE WAIT PLUS ITS ELAPSED TIME -  *
      *                     ITS SHARE OF THE PATH (ZERO OFF IT).     *
      *                                                              *
      ****************************************************************
261015 01  JRH-REC.
261015     05  JRH-RUN-DT              PIC X(08).
261015     05  JRH-JOB-NM              PIC X(08).
261015     05  JRH-START-D             PIC X(08).
261015     05  JRH-START-TM            PIC X(06).
261015     05  JRH-END-D               PIC X(08).
261015     05  JRH-END-TM              PIC X(06).
261015     05  JRH-RUN-STATUS          PIC X(01).
261015     05  JRH-RUN-CNT             PIC S9(04)   COMP.
261015     05  JRH-ELAPSED-SEC         PIC S9(09)   COMP.
261015     05  JRH-ROW-CNT             PIC S9(15)   COMP-3.
261015     05  JRH-NORM-SEC            PIC S9(09)   COMP.
261015     05  JRH-SDEV-SEC            PIC S9(09)   COMP.
261015     05  JRH-NORM-ROWS           PIC S9(15)   COMP-3.
261015     05  JRH-NORM-CNT            PIC S9(04)   COMP.
261015     05  JRH-OUTLIER-FG          PIC X(01).
261015         88  JRH-OUTLIER-YES         VALUE 'Y'.
261015     05  JRH-CP-FG               PIC X(01).
261015         88  JRH-CP-YES              VALUE 'Y'.
261015     05  JRH-CP-WAIT-SEC         PIC S9(09)   COMP.
261015     05  JRH-CP-SEC              PIC S9(09)   COMP.

      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.NIGHT_CP_HIST)                      *
      *                                                              *
      *    NIGHT_CP_HIST  -  ONE ROW PER BATCH NIGHT:  THE CRITICAL  *
      *                      PATH (FIRST AND LAST JOB, ITS LENGTH    *
      *                      AND JOB COUNT) AND THE COMPLETION OF    *
      *                      THE NIGHT AGAINST THE MORNING SLA.      *
      *                      PROJ-FG 'A' WHEN EVERY PLANNED JOB HAD  *
      *                      ENDED (ACTUAL COMPLETION), 'P' WHEN THE *
      *                      COMPLETION WAS PROJECTED FROM THE       *
      *                      NORMS OF THE JOBS STILL TO RUN.         *
      *                      LATE-FG 'Y' WHEN THE COMPLETION IS      *
      *                      AFTER THE SLA; LATE-JOB-NM IS THEN THE  *
      *                      FIRST JOB ON THE PATH TO END PAST IT.   *
      *                                                              *
      ****************************************************************
261015 01  NCP-REC.
261015     05  NCP-RUN-DT              PIC X(08).
261015     05  NCP-CP-FIRST-JOB        PIC X(08).
261015     05  NCP-CP-LAST-JOB         PIC X(08).
261015     05  NCP-CP-START-D          PIC X(08).
261015     05  NCP-CP-START-TM         PIC X(06).
261015     05  NCP-CP-END-D            PIC X(08).
261015     05  NCP-CP-END-TM           PIC X(06).
261015     05  NCP-CP-SEC              PIC S9(09)   COMP.
261015     05  NCP-CP-JOB-CNT          PIC S9(04)   COMP.
261015     05  NCP-PLAN-JOB-CNT        PIC S9(04)   COMP.
261015     05  NCP-DONE-JOB-CNT        PIC S9(04)   COMP.
261015     05  NCP-OUTLIER-CNT         PIC S9(04)   COMP.
261015     05  NCP-PROJ-FG             PIC X(01).
261015         88  NCP-PROJ-ACTUAL         VALUE 'A'.
261015         88  NCP-PROJ-PROJECTED      VALUE 'P'.
261015     05  NCP-SLA-D               PIC X(08).
261015     05  NCP-SLA-TM              PIC X(06).
261015     05  NCP-LATE-FG             PIC X(01).
261015         88  NCP-LATE-YES            VALUE 'Y'.
261015     05  NCP-LATE-JOB-NM         PIC X(08).
