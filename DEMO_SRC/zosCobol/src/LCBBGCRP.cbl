      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBBGCRP.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                  L   C   B   B   G   C   R   P                 *
      *                                                                *
      *  FUNCTION       -  NIGHTLY BATCH CRITICAL-PATH AND RUN-TIME    *
      *                    TREND ANALYSIS.  LINES THE NIGHT'S          *
      *                    BATCH_CTL_LOG RUNS UP WITH THE JOB_SCHED    *
      *                    PLAN AND ITS PREDECESSOR CHAIN:             *
      *                    - PROJECTS THE JOBS NOT YET ENDED FROM      *
      *                      THEIR 90-NIGHT NORM, SO THE NIGHT'S       *
      *                      COMPLETION CAN BE SET AGAINST THE         *
      *                      MORNING SLA WHILE THE WINDOW IS STILL     *
      *                      RUNNING;                                  *
      *                    - WALKS THE PREDECESSOR CHAIN BACK FROM     *
      *                      THE LAST JOB TO END - THE CRITICAL PATH - *
      *                      WITH EACH JOB'S WAIT AND ELAPSED TIME;    *
      *                    - JUDGES EVERY JOB AGAINST ITS 90-NIGHT     *
      *                      MEAN AND STANDARD DEVIATION OF ELAPSED    *
      *                      TIME, FLAGGING ONE OVER TWO DEVIATIONS,   *
      *                      WITH ITS ROW COUNT AGAINST ITS NORM;      *
      *                    - KEEPS THE NIGHT ON JOB_RUN_HIST AND       *
      *                      NIGHT_CP_HIST, WHICH THE TRENDS ARE       *
      *                      TAKEN FROM;                               *
      *                    - ON THE SUNDAY NIGHT (OR ON REQUEST) ADDS  *
      *                      A WEEKLY PAGE RANKING THE JOBS WHOSE      *
      *                      SHARE OF THE CRITICAL PATH GREW MOST      *
      *                      AGAINST THE FOUR WEEKS BEFORE.            *
      *                    A LATE NIGHT OR A JOB OVER TWO DEVIATIONS   *
      *                    SETS RETURN-CODE TO A WARNING LEVEL, AS     *
      *                    LCBBGLNK DOES.                              *
      *                                                                *
      *  TRANSACTION    -  NONE                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  ENTRY POINTS   -  TOP OF PROGRAM; LCBBGCRP                    *
      *                                                                *
      *  INPUT PARMS    -  SYSIN  :  W-SYSIN-RUN-DT (PIC X(08)) -      *
      *                              THE NIGHT, I.E. THE DATE THE      *
      *                              WINDOW OPENED                     *
      *                              W-SYSIN-OPEN-TM (PIC X(06),       *
      *                              SPACE = 180000)                   *
      *                              W-SYSIN-SLA-TM (PIC X(06),        *
      *                              SPACE = 080000 NEXT MORNING)      *
      *                              W-SYSIN-WEEKLY-FG (PIC X(01),     *
      *                              'Y' = WEEKLY PAGE ON ANY NIGHT)   *
      *                                                                *
      *  INPUT FILES    -  NONE  ( LCBD2CTL TABLES VIA CURSOR )        *
      *                                                                *
      *  OUTPUT FILES   -  O1-CRP-RPT-FILE  - DDNAME LCBNCCRP          *
      *                                                                *
      *  SUB    PROGRAM -  NONE                                        *
      *                                                                *
      *  TABLE                                                 CRUD    *
      *  LCBD2CTL.JOB_SCHED                                    R       *
      *  LCBD2CTL.BATCH_CTL_LOG                                CR      *
      *  LCBD2CTL.JOB_RUN_HIST                                 CRD     *
      *  LCBD2CTL.NIGHT_CP_HIST                                CRD     *
      *                                                                *
      *  MODIFICATIONS  -                                              *
      *                                                                *
      *    DATE         S.E.                  DESCRIPTION              *
      *  --------  --------------  ---------------------------------   *
      *  26/10/15  S.K.CHOI        INITIAL CODING                      *
      *                                                                *
      ******************************************************************

       EJECT
      ******************************************************************
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      ******************************************************************

       ENVIRONMENT                     DIVISION.

       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

           SELECT  O1-CRP-RPT-FILE     ASSIGN  TO  LCBNCCRP.

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       FILE                            SECTION.

      ****************************************************************
      *                                                              *
      *     O1-CRP-RPT-FILE                       DDNAME - LCBNCCRP  *
      * - CRITICAL PATH / RUN-TIME TREND REPORT, WEEKLY GROWTH PAGE  *
      *                                                              *
      ****************************************************************
       FD  O1-CRP-RPT-FILE

           RECORDING  MODE           IS  F
           RECORD     CONTAINS      132  CHARACTERS
           BLOCK      CONTAINS        0  RECORDS
           LABEL      RECORDS       ARE  STANDARD
           DATA       RECORD         IS  O1-CRP-RPT-REC.

       01  O1-CRP-RPT-REC                 PIC  X(132).

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'LCBBGCRP - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *                  U S E R - A B E N D S                       *
      *                                                              *
      ****************************************************************

       01  USER-ABENDS.

           05  U-ABEND-CODE1            PIC  S9(04)  COMP  VALUE +2601.

      ****************************************************************
      *                                                              *
      *                     A C C U M U L A T O R S                  *
      *                                                              *
      ****************************************************************

       01  ACCUMULATORS.

           05  A-SCHED-READ-CNT         PIC  9(09)  VALUE  ZERO.
           05  A-RUN-READ-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-PLAN-CNT               PIC  9(05)  VALUE  ZERO.
           05  A-DONE-CNT               PIC  9(05)  VALUE  ZERO.
           05  A-RUNNING-CNT            PIC  9(05)  VALUE  ZERO.
           05  A-TORUN-CNT              PIC  9(05)  VALUE  ZERO.
           05  A-OUTLIER-CNT            PIC  9(05)  VALUE  ZERO.
           05  A-HIST-INS-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT           PIC  9(09)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *                     C O N S T A N T S                        *
      *                                                              *
      *    A JOB IS JUDGED ONLY ONCE IT HAS C-MIN-NIGHTS NORMAL RUNS *
      *    IN THE 90 NIGHTS, AND A RUN IS NOT FLAGGED FOR BEING A    *
      *    FEW SECONDS OVER A VERY STEADY NORM - IT MUST ALSO BE     *
      *    C-MIN-EXCESS-SEC OVER THE MEAN.                           *
      *                                                              *
      ****************************************************************

       01  CONSTANTS.

           05  C-PROG-ID                PIC  X(08)  VALUE 'LCBBGCRP'.
           05  C-SYSIN-ERR-MSG          PIC  X(45)  VALUE
               'S0300:ERROR=INVALID SYSIN CRITICAL PATH DT'.
           05  C-WARN-RETURN-CODE       PIC  S9(04) COMP  VALUE +4.
           05  C-DEFAULT-OPEN-TM        PIC  X(06)  VALUE '180000'.
           05  C-DEFAULT-SLA-TM         PIC  X(06)  VALUE '080000'.
           05  C-TREND-DAYS             PIC  S9(04) COMP  VALUE +90.
           05  C-MIN-NIGHTS             PIC  S9(04) COMP  VALUE +10.
           05  C-MIN-EXCESS-SEC         PIC  S9(09) COMP  VALUE +60.
           05  C-SEC-PER-DAY            PIC  S9(09) COMP  VALUE +86400.
           05  C-JOB-MAX                PIC  S9(04) COMP  VALUE +500.
           05  C-RANK-MAX               PIC  S9(04) COMP  VALUE +10.

      ****************************************************************
      *                                                              *
      *                S Y S I N   I N F O R M A T I O N             *
      *                                                              *
      *    ONE CARD: THE NIGHT, THE TIME ITS WINDOW OPENS, THE       *
      *    MORNING SLA AND THE WEEKLY-PAGE REQUEST.  AN SLA TIME     *
      *    BEFORE THE OPENING TIME IS ON THE NEXT MORNING.           *
      *                                                              *
      ****************************************************************

       01  W-SYSIN-INFO.
           05  W-SYSIN-RUN-DT           PIC  X(08)  VALUE  SPACE.
           05  W-SYSIN-RUN-DT-N  REDEFINES  W-SYSIN-RUN-DT
                                        PIC  9(08).
           05  FILLER                   PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-OPEN-TM          PIC  X(06)  VALUE  SPACE.
           05  FILLER                   PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-SLA-TM           PIC  X(06)  VALUE  SPACE.
           05  FILLER                   PIC  X(01)  VALUE  SPACE.
           05  W-SYSIN-WEEKLY-FG        PIC  X(01)  VALUE  SPACE.
           05  FILLER                   PIC  X(56)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *                     S W I T C H E S                          *
      *                                                              *
      ****************************************************************

       01  SWITCHES.

           05  S-DATA-END-CHECK         PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                        VALUE  HIGH-VALUE.
           05  S-WEEKLY-PAGE            PIC  X(01)  VALUE  'N'.
               88  S-WEEKLY-PAGE-YES                VALUE  'Y'.
           05  S-CAL-WANTED             PIC  X(01)  VALUE  'N'.
               88  S-CAL-WANTED-YES                 VALUE  'Y'.

      ****************************************************************
      *                                                              *
      *                  W O R K - A R E A S                         *
      *                                                              *
      *    TIMES ARE HELD AS SECONDS FROM MIDNIGHT STARTING THE      *
      *    NIGHT'S RUN DATE, SO A JOB ENDING AFTER MIDNIGHT STILL    *
      *    SUBTRACTS CLEANLY.                                        *
      *                                                              *
      ****************************************************************

       01  WORKAREAS.

           05  W-SQLCODE                PIC  ----9.
           05  W-SYSTEM-DATE            PIC  X(08)  VALUE SPACE.
           05  W-SYSTEM-TIME            PIC  X(06)  VALUE SPACE.
           05  W-START-DATE             PIC  X(08)  VALUE SPACE.
           05  W-START-TIME             PIC  X(06)  VALUE SPACE.
           05  W-OPEN-TM                PIC  X(06)  VALUE SPACE.
           05  W-SLA-TM                 PIC  X(06)  VALUE SPACE.
           05  W-RUN-INT                PIC  S9(09) COMP  VALUE +0.
           05  W-DATE-INT               PIC  S9(09) COMP  VALUE +0.
           05  W-RUN-DOW                PIC  9(01)  VALUE ZERO.
           05  W-RUN-DOM                PIC  X(02)  VALUE SPACE.
           05  W-NEXT-DT                PIC  9(08)  VALUE ZERO.
           05  W-NEXT-DT-X  REDEFINES  W-NEXT-DT
                                        PIC  X(08).
           05  W-FROM90-DT              PIC  9(08)  VALUE ZERO.
           05  W-FROM90-DT-X  REDEFINES  W-FROM90-DT
                                        PIC  X(08).
           05  W-WEEK-FR-DT             PIC  9(08)  VALUE ZERO.
           05  W-WEEK-FR-DT-X  REDEFINES  W-WEEK-FR-DT
                                        PIC  X(08).
           05  W-PRIOR-FR-DT            PIC  9(08)  VALUE ZERO.
           05  W-PRIOR-FR-DT-X  REDEFINES  W-PRIOR-FR-DT
                                        PIC  X(08).
           05  W-PRIOR-TO-DT            PIC  9(08)  VALUE ZERO.
           05  W-PRIOR-TO-DT-X  REDEFINES  W-PRIOR-TO-DT
                                        PIC  X(08).
           05  W-SLA-D                  PIC  X(08)  VALUE SPACE.
           05  W-NOW-SEC                PIC  S9(09) COMP  VALUE +0.
           05  W-SLA-SEC                PIC  S9(09) COMP  VALUE +0.
           05  W-NIGHT-END-SEC          PIC  S9(09) COMP  VALUE +0.
           05  W-PRED-END-SEC           PIC  S9(09) COMP  VALUE +0.
           05  W-LIMIT-SEC              PIC  S9(09) COMP  VALUE +0.
           05  W-LATE-SEC               PIC  S9(09) COMP  VALUE +0.
           05  W-IX                     PIC  S9(04) COMP  VALUE +0.
           05  W-FX                     PIC  S9(04) COMP  VALUE +0.
           05  W-PX                     PIC  S9(04) COMP  VALUE +0.
           05  W-LAST-IX                PIC  S9(04) COMP  VALUE +0.
           05  W-FIRST-IX               PIC  S9(04) COMP  VALUE +0.
           05  W-LATE-IX                PIC  S9(04) COMP  VALUE +0.
           05  W-GUARD                  PIC  S9(04) COMP  VALUE +0.
           05  W-RANK                   PIC  S9(04) COMP  VALUE +0.
           05  W-FIND-JOB-NM            PIC  X(08)  VALUE SPACE.
           05  W-AVG-CP-SEC             PIC  S9(09) COMP  VALUE +0.
           05  W-NORM-NIGHTS            PIC  S9(04) COMP  VALUE +0.
           05  W-WK-NIGHTS              PIC  S9(04) COMP  VALUE +0.
           05  W-WK-AVG-CP              PIC  S9(09) COMP  VALUE +0.
           05  W-PR-NIGHTS              PIC  S9(04) COMP  VALUE +0.
           05  W-PR-AVG-CP              PIC  S9(09) COMP  VALUE +0.
           05  W-ROW-PCT                PIC  S9(07) COMP-3  VALUE +0.
           05  W-ED-CNT                 PIC  ZZZZ9.
           05  W-ED-PCT                 PIC  ZZZZZZ9.

      ****************************************************************
      *                                                              *
      *    SECONDS <-> DATE/TIME CONVERSION  (S8100 / S8200)         *
      *                                                              *
      ****************************************************************

       01  W-CONVERT.
           05  W-CV-D                   PIC  X(08)  VALUE SPACE.
           05  W-CV-D-N  REDEFINES  W-CV-D
                                        PIC  9(08).
           05  W-CV-TM                  PIC  X(06)  VALUE SPACE.
           05  W-CV-TM-R  REDEFINES  W-CV-TM.
               10  W-CV-HH              PIC  9(02).
               10  W-CV-MI              PIC  9(02).
               10  W-CV-SS              PIC  9(02).
           05  W-CV-SEC                 PIC  S9(09) COMP  VALUE +0.
           05  W-CV-DAY                 PIC  S9(09) COMP  VALUE +0.
           05  W-CV-REM                 PIC  S9(09) COMP  VALUE +0.

      ****************************************************************
      *                                                              *
      *    DURATION AS HH:MM:SS  (S8300)                             *
      *                                                              *
      ****************************************************************

       01  W-DURATION.
           05  W-DUR-SEC                PIC  S9(09) COMP  VALUE +0.
           05  W-DUR-REM                PIC  S9(09) COMP  VALUE +0.
           05  W-DUR-HMS.
               10  W-DUR-HH             PIC  9(02).
               10  FILLER               PIC  X(01)  VALUE ':'.
               10  W-DUR-MI             PIC  9(02).
               10  FILLER               PIC  X(01)  VALUE ':'.
               10  W-DUR-SS             PIC  9(02).

      ****************************************************************
      *                                                              *
      *    THE NIGHT'S JOBS - SCHEDULE ROWS IN DISPATCH ORDER, THEN  *
      *    ANY JOB THAT RAN WITHOUT A SCHEDULE ROW.  A PREDECESSOR   *
      *    IS ALWAYS AHEAD OF ITS DEPENDENT (LCBBGSCH ENFORCES THE   *
      *    ORDER), SO ONE PASS PROJECTS THE WHOLE CHAIN.             *
      *    W-JT-STATE:  'A' ENDED (ACTUAL)   'R' RUNNING             *
      *                 'P' NOT YET STARTED (PROJECTED)              *
      *                 SPACE  NOT PLANNED TONIGHT                   *
      *                                                              *
      ****************************************************************

       01  W-JOB-TABLE.
           05  W-JOB-CNT                PIC  S9(04) COMP  VALUE +0.
           05  W-JOB-ENTRY              OCCURS  500  TIMES.
               10  W-JT-JOB-NM          PIC  X(08).
               10  W-JT-PRED-NM         PIC  X(08).
               10  W-JT-PRED-IX         PIC  S9(04) COMP.
               10  W-JT-SCHED-FG        PIC  X(01).
               10  W-JT-PLAN-FG         PIC  X(01).
                   88  W-JT-PLANNED                 VALUE 'Y'.
               10  W-JT-STATE           PIC  X(01).
                   88  W-JT-ENDED                   VALUE 'A'.
                   88  W-JT-RUNNING                 VALUE 'R'.
                   88  W-JT-PROJECTED               VALUE 'P'.
               10  W-JT-RUN-CNT         PIC  S9(04) COMP.
               10  W-JT-START-D         PIC  X(08).
               10  W-JT-START-TM        PIC  X(06).
               10  W-JT-END-D           PIC  X(08).
               10  W-JT-END-TM          PIC  X(06).
               10  W-JT-RUN-STATUS      PIC  X(01).
               10  W-JT-ROW-CNT         PIC  S9(15) COMP-3.
               10  W-JT-START-SEC       PIC  S9(09) COMP.
               10  W-JT-END-SEC         PIC  S9(09) COMP.
               10  W-JT-ELAPSED-SEC     PIC  S9(09) COMP.
               10  W-JT-NORM-SEC        PIC  S9(09) COMP.
               10  W-JT-SDEV-SEC        PIC  S9(09) COMP.
               10  W-JT-NORM-ROWS       PIC  S9(15) COMP-3.
               10  W-JT-NORM-CNT        PIC  S9(04) COMP.
               10  W-JT-OUTLIER-FG      PIC  X(01).
                   88  W-JT-OUTLIER                 VALUE 'Y'.
               10  W-JT-CP-FG           PIC  X(01).
                   88  W-JT-ON-PATH                 VALUE 'Y'.
               10  W-JT-CP-WAIT-SEC     PIC  S9(09) COMP.
               10  W-JT-CP-SEC          PIC  S9(09) COMP.

      ****************************************************************
      *                                                              *
      *    THE CRITICAL PATH, LAST JOB FIRST AS IT IS WALKED         *
      *                                                              *
      ****************************************************************

       01  W-PATH-TABLE.
           05  W-PATH-CNT               PIC  S9(04) COMP  VALUE +0.
           05  W-PATH-IX                PIC  S9(04) COMP
                                        OCCURS  500  TIMES.

      ****************************************************************
      *                                                              *
      *    WEEKLY GROWTH - CURSOR HOST VARIABLES                     *
      *                                                              *
      ****************************************************************

       01  W-GROWTH-ROW.
           05  W-GR-JOB-NM              PIC  X(08).
           05  W-GR-WK-SEC              PIC  S9(09) COMP.
           05  W-GR-PR-SEC              PIC  S9(09) COMP.
           05  W-GR-WK-PATH-CNT         PIC  S9(04) COMP.
           05  W-GR-GROWTH-SEC          PIC  S9(09) COMP.

      ****************************************************************
      *                                                              *
      *    REPORT LINE - CRITICAL PATH, ONE PER JOB ON THE PATH      *
      *                                                              *
      ****************************************************************

       01  W-RPT-PATH.
           05  W-RPA-SEQ                PIC  ZZ9.
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPA-JOB-NM             PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPA-PRED-NM            PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPA-START-D            PIC  X(08).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RPA-START-TM           PIC  X(06).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPA-END-D              PIC  X(08).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  W-RPA-END-TM             PIC  X(06).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPA-WAIT               PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPA-ELAPSED            PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPA-NORM               PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPA-STATE              PIC  X(09).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RPA-FLAG               PIC  X(12).
           05  FILLER                   PIC  X(20)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    REPORT LINE - RUN-TIME TREND, ONE PER PLANNED JOB         *
      *                                                              *
      ****************************************************************

       01  W-RPT-TREND.
           05  W-RTR-JOB-NM             PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-STATE              PIC  X(01).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-RUNS               PIC  Z9.
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-ELAPSED            PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-NORM               PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-SDEV               PIC  X(08).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-NIGHTS             PIC  ZZ9.
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-ROWS               PIC  ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-NORM-ROWS          PIC  ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-ROW-PCT            PIC  X(07).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-CP                 PIC  X(04).
           05  FILLER                   PIC  X(02)  VALUE SPACE.
           05  W-RTR-FLAG               PIC  X(12).
           05  FILLER                   PIC  X(19)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    REPORT LINE - WEEKLY CRITICAL-PATH GROWTH RANKING         *
      *                                                              *
      ****************************************************************

       01  W-RPT-GROWTH.
           05  W-RGR-RANK               PIC  Z9.
           05  FILLER                   PIC  X(03)  VALUE SPACE.
           05  W-RGR-JOB-NM             PIC  X(08).
           05  FILLER                   PIC  X(04)  VALUE SPACE.
           05  W-RGR-WK-AVG             PIC  X(08).
           05  FILLER                   PIC  X(04)  VALUE SPACE.
           05  W-RGR-PR-AVG             PIC  X(08).
           05  FILLER                   PIC  X(04)  VALUE SPACE.
           05  W-RGR-GROWTH             PIC  X(08).
           05  FILLER                   PIC  X(04)  VALUE SPACE.
           05  W-RGR-PATH-CNT           PIC  9.
           05  FILLER                   PIC  X(02)  VALUE '/7'.
           05  FILLER                   PIC  X(76)  VALUE SPACE.

      ****************************************************************
      *                                                              *
      *    JOB_SCHED / BATCH_CTL_LOG / JOB_RUN_HIST / NIGHT_CP_HIST  *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    LCBYSCH
           END-EXEC.

           EXEC SQL  INCLUDE    LCBYBCTL
           END-EXEC.

           EXEC SQL  INCLUDE    LCBYCRP
           END-EXEC.

      ****************************************************************
      *                                                              *
      *              S Q L C A   /   I N C L U D E S                 *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    SQLCA
           END-EXEC.

      ****************************************************************
      *                                                              *
      *          D E C L A R E   C U R S O R   C U R - S C H         *
      *                                                              *
      *    THE SCHEDULE IN DISPATCH (DEPENDENCY) ORDER, AS LCBBGSCH  *
      *    READS IT.                                                 *
      *                                                              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CUR-SCH  CURSOR  FOR
                 SELECT   JOB_NM
                 ,        RUN_CAL
                 ,        PRED_JOB_NM
                 ,        SKIP_FG
                 ,        FORCE_FG
                 FROM     LCBD2CTL.JOB_SCHED
                 ORDER BY SEQ_NO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *                                                              *
      *          D E C L A R E   C U R S O R   C U R - R U N         *
      *                                                              *
      *    EVERY RUN STARTED IN THE NIGHT'S WINDOW - FROM THE        *
      *    OPENING TIME ON THE RUN DATE TO THE SAME TIME NEXT DAY -  *
      *    OLDEST FIRST WITHIN A JOB, SO A RERUN REPLACES THE RUN    *
      *    BEFORE IT.  THIS PROGRAM'S OWN RUNS ARE LEFT OUT.         *
      *                                                              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CUR-RUN  CURSOR  FOR
                 SELECT   JOB_NM
                 ,        START_D
                 ,        START_TM
                 ,        COALESCE(END_D,  ' ')
                 ,        COALESCE(END_TM, ' ')
                 ,        READ_CNT
                 ,        WRIT_CNT
                 ,        RUN_STATUS
                 FROM     LCBD2CTL.BATCH_CTL_LOG
                 WHERE  ((START_D   =  :W-SYSIN-RUN-DT
                 AND      START_TM  >= :W-OPEN-TM)
                 OR      (START_D   =  :W-NEXT-DT-X
                 AND      START_TM  <  :W-OPEN-TM))
                 AND      JOB_NM    <> :C-PROG-ID
                 ORDER BY JOB_NM, START_D, START_TM
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *                                                              *
      *          D E C L A R E   C U R S O R   C U R - G R W         *
      *                                                              *
      *    EACH JOB'S AVERAGE SHARE OF THE CRITICAL PATH PER NIGHT   *
      *    OVER THE LAST SEVEN NIGHTS AGAINST THE 28 BEFORE THEM,    *
      *    LARGEST GROWTH FIRST.  A NIGHT THE JOB WAS OFF THE PATH   *
      *    (OR DID NOT RUN) COUNTS AS ZERO.                          *
      *                                                              *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CUR-GRW  CURSOR  FOR
                 SELECT   JOB_NM
                 ,        SUM(CASE WHEN RUN_DT >= :W-WEEK-FR-DT-X
                                   THEN CP_SEC ELSE 0 END)
                 ,        SUM(CASE WHEN RUN_DT <  :W-WEEK-FR-DT-X
                                   THEN CP_SEC ELSE 0 END)
                 ,        SUM(CASE WHEN RUN_DT >= :W-WEEK-FR-DT-X
                                    AND CP_FG  =  'Y'
                                   THEN 1 ELSE 0 END)
                 ,        SUM(CASE WHEN RUN_DT >= :W-WEEK-FR-DT-X
                                   THEN CP_SEC ELSE 0 END)
                          / :W-WK-NIGHTS
                 -        SUM(CASE WHEN RUN_DT <  :W-WEEK-FR-DT-X
                                   THEN CP_SEC ELSE 0 END)
                          / :W-PR-NIGHTS
                 FROM     LCBD2CTL.JOB_RUN_HIST
                 WHERE    RUN_DT  BETWEEN  :W-PRIOR-FR-DT-X
                                      AND  :W-SYSIN-RUN-DT
                 GROUP BY JOB_NM
                 ORDER BY 5 DESC, 1
                 FETCH FIRST 10 ROWS ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *                                                              *
      *       E N D   O F   W O R K I N G - S T O R A G E            *
      *                                                              *
      ****************************************************************

       01  WS-END                       PIC  X(40)
           VALUE 'LCBBGCRP - WORKING STORAGE ENDS HERE'.

           EJECT
      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************

       PROCEDURE                       DIVISION.

      ******************************************************************
      *                                                                *
      *                        M A I N L I N E                         *
      *                                                                *
      ******************************************************************

       S0100-MAIN-PROCESS               SECTION.

           PERFORM  S0200-INITIALIZE.
           PERFORM  S0300-VERIFICATION-CHECK.
           PERFORM  S0350-OPEN-RPT-FILE.

           PERFORM  S1000-LOAD-SCHEDULE.
           PERFORM  S2000-LOAD-RUNS.
           PERFORM  S3000-JOB-NORMS.
           PERFORM  S4000-PROJECT-NIGHT.
           PERFORM  S5000-CRITICAL-PATH.
           PERFORM  S6000-SAVE-HISTORY.

           PERFORM  S7000-REPORT-NIGHT.
           PERFORM  S7300-REPORT-TRENDS.

           IF  S-WEEKLY-PAGE-YES
               PERFORM  S7500-WEEKLY-PAGE
           END-IF.

           PERFORM  S0900-REPORT-TOTALS.
           PERFORM  S0950-CLOSE-RPT-FILE.
           PERFORM  S0960-LOG-BATCH-CTL.

       S0100-MAIN-PROCESS-EXIT.
           GOBACK.

      ******************************************************************
      *                                                                *
      *                    I N I T I A L I Z E                         *
      *                                                                *
      ******************************************************************

       S0200-INITIALIZE                 SECTION.

           INITIALIZE                   ACCUMULATORS.
           MOVE  +0                     TO  RETURN-CODE.
           MOVE  +0                     TO  W-JOB-CNT
                                            W-PATH-CNT.
           ACCEPT    W-START-DATE        FROM  DATE  YYYYMMDD.
           ACCEPT    W-START-TIME        FROM  TIME.
           DISPLAY  'STEP : S0200-INITIALIZE'.

       S0200-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *            V E R I F I C A T I O N   C H E C K                 *
      *                                                                *
      *   THE NIGHT MAY NOT BE IN THE FUTURE.  THE TREND, WEEK AND     *
      *   PRIOR-FOUR-WEEK DATES ARE ALL COUNTED BACK FROM IT; DAY OF   *
      *   WEEK IS TAKEN THE WAY LCBBGSCH TAKES IT, SO THE CALENDAR     *
      *   MATCH BELOW PLANS THE SAME JOBS THE DECKS WERE CUT FOR.      *
      *                                                                *
      ******************************************************************

       S0300-VERIFICATION-CHECK         SECTION.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-RUN-DT            =   SPACE
           OR  W-SYSIN-RUN-DT            NOT NUMERIC
           OR  W-SYSIN-RUN-DT            >   W-START-DATE
               DISPLAY  C-SYSIN-ERR-MSG
               DISPLAY  'S0300:RUN-DT=' W-SYSIN-RUN-DT
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           IF  W-SYSIN-OPEN-TM           NUMERIC
           AND W-SYSIN-OPEN-TM           <   '240000'
               MOVE  W-SYSIN-OPEN-TM     TO  W-OPEN-TM
           ELSE
               MOVE  C-DEFAULT-OPEN-TM   TO  W-OPEN-TM
           END-IF.

           IF  W-SYSIN-SLA-TM            NUMERIC
           AND W-SYSIN-SLA-TM            <   '240000'
               MOVE  W-SYSIN-SLA-TM      TO  W-SLA-TM
           ELSE
               MOVE  C-DEFAULT-SLA-TM    TO  W-SLA-TM
           END-IF.

           COMPUTE  W-RUN-INT  =  FUNCTION INTEGER-OF-DATE
                                           (W-SYSIN-RUN-DT-N).
           COMPUTE  W-NEXT-DT     =  FUNCTION DATE-OF-INTEGER
                                           (W-RUN-INT + 1).
           COMPUTE  W-FROM90-DT   =  FUNCTION DATE-OF-INTEGER
                                           (W-RUN-INT - C-TREND-DAYS).
           COMPUTE  W-WEEK-FR-DT  =  FUNCTION DATE-OF-INTEGER
                                           (W-RUN-INT - 6).
           COMPUTE  W-PRIOR-TO-DT =  FUNCTION DATE-OF-INTEGER
                                           (W-RUN-INT - 7).
           COMPUTE  W-PRIOR-FR-DT =  FUNCTION DATE-OF-INTEGER
                                           (W-RUN-INT - 34).
           COMPUTE  W-RUN-DOW     =  FUNCTION MOD (W-RUN-INT, 7)  +  1.
           MOVE  W-SYSIN-RUN-DT (7:2)    TO  W-RUN-DOM.

      *    THE SLA IS ON THE NEXT MORNING UNLESS IT FALLS AFTER THE
      *    WINDOW OPENS.
           IF  W-SLA-TM                  <   W-OPEN-TM
               MOVE  W-NEXT-DT-X         TO  W-SLA-D
           ELSE
               MOVE  W-SYSIN-RUN-DT      TO  W-SLA-D
           END-IF.
           MOVE  W-SLA-D                 TO  W-CV-D.
           MOVE  W-SLA-TM                TO  W-CV-TM.
           PERFORM  S8100-TO-SEC.
           MOVE  W-CV-SEC                TO  W-SLA-SEC.

           MOVE  W-START-DATE            TO  W-CV-D.
           MOVE  W-START-TIME            TO  W-CV-TM.
           PERFORM  S8100-TO-SEC.
           MOVE  W-CV-SEC                TO  W-NOW-SEC.

           IF  W-SYSIN-WEEKLY-FG         =   'Y'
           OR  W-RUN-DOW                 =   7
               MOVE  'Y'                 TO  S-WEEKLY-PAGE
           END-IF.

           DISPLAY  'S0300:NIGHT RUN-DT           = ' W-SYSIN-RUN-DT.
           DISPLAY  'S0300:WINDOW OPENS           = ' W-OPEN-TM.
           DISPLAY  'S0300:SLA                    = ' W-SLA-D
                    ' ' W-SLA-TM.
           DISPLAY  'S0300:WEEKLY PAGE            = ' S-WEEKLY-PAGE.

       S0300-VERIFICATION-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 O P E N   R E P O R T   F I L E                *
      *                                                                *
      ******************************************************************

       S0350-OPEN-RPT-FILE              SECTION.

           OPEN  OUTPUT  O1-CRP-RPT-FILE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           STRING  'BATCH CRITICAL PATH AND RUN-TIME TREND - NIGHT OF '
                   W-SYSIN-RUN-DT
                   '  WINDOW OPENS '
                   W-OPEN-TM
                   '  SLA '
                   W-SLA-D
                   ' '
                   W-SLA-TM
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S0350-OPEN-RPT-FILE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 L O A D   S C H E D U L E                      *
      *                                                                *
      ******************************************************************

       S1000-LOAD-SCHEDULE              SECTION.

           EXEC  SQL
                 OPEN  CUR-SCH
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1000:DB ERROR JOB_SCHED OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S1050-FETCH-SCH
              IF  NOT  S-NO-DATA
                  PERFORM  S1100-ADD-SCHED-JOB
              END-IF
           END-PERFORM.

           EXEC  SQL
                 CLOSE  CUR-SCH
           END-EXEC.

       S1000-LOAD-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  F E T C H   J O B _ S C H E D                 *
      *                                                                *
      ******************************************************************

       S1050-FETCH-SCH                  SECTION.

           EXEC  SQL
                 FETCH  CUR-SCH
                 INTO  :SCHD-JOB-NM
                 ,     :SCHD-RUN-CAL
                 ,     :SCHD-PRED-JOB-NM
                 ,     :SCHD-SKIP-FG
                 ,     :SCHD-FORCE-FG
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-SCHED-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S1050:DB ERROR JOB_SCHED FETCH='
                              W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0960-LOG-BATCH-CTL
                     PERFORM  S0100-MAIN-PROCESS-EXIT
           END-EVALUATE.

       S1050-FETCH-SCH-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               A D D   S C H E D U L E D   J O B                *
      *                                                                *
      *   PLANNED TONIGHT WHEN THE CALENDAR WANTS IT OR IT IS FORCED,  *
      *   AND NOT SKIPPED - THE SAME DECISION LCBBGSCH MADE WHEN IT    *
      *   CUT THE DECKS.  THE PREDECESSOR IS LOOKED UP AMONG THE JOBS  *
      *   ALREADY LOADED.                                              *
      *                                                                *
      ******************************************************************

       S1100-ADD-SCHED-JOB              SECTION.

           IF  SCHD-JOB-NM               =   C-PROG-ID
               GO TO  S1100-ADD-SCHED-JOB-EXIT
           END-IF.

           PERFORM  S1200-NEW-ENTRY.

           MOVE  SCHD-JOB-NM             TO  W-JT-JOB-NM   (W-IX).
           MOVE  SCHD-PRED-JOB-NM        TO  W-JT-PRED-NM  (W-IX).
           MOVE  'Y'                     TO  W-JT-SCHED-FG (W-IX).

           IF  SCHD-PRED-JOB-NM          NOT =  SPACE
               MOVE  SCHD-PRED-JOB-NM    TO  W-FIND-JOB-NM
               PERFORM  S8000-FIND-JOB
               MOVE  W-FX                TO  W-JT-PRED-IX  (W-IX)
           END-IF.

           PERFORM  S1300-CALENDAR-MATCH.

           IF  SCHD-FORCE-YES
               MOVE  'Y'                 TO  S-CAL-WANTED
           END-IF.

           IF  S-CAL-WANTED-YES
           AND NOT  SCHD-SKIP-YES
               MOVE  'Y'                 TO  W-JT-PLAN-FG  (W-IX)
               MOVE  'P'                 TO  W-JT-STATE    (W-IX)
           END-IF.

       S1100-ADD-SCHED-JOB-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                   N E W   J O B   E N T R Y                    *
      *                                                                *
      ******************************************************************

       S1200-NEW-ENTRY                  SECTION.

           IF  W-JOB-CNT                 NOT <  C-JOB-MAX
               DISPLAY  'S1200:ERROR=MORE THAN ' C-JOB-MAX
                        ' JOBS IN THE NIGHT'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           ADD   1                       TO  W-JOB-CNT.
           MOVE  W-JOB-CNT               TO  W-IX.
           INITIALIZE                    W-JOB-ENTRY (W-IX).
           MOVE  'N'                     TO  W-JT-SCHED-FG  (W-IX)
                                             W-JT-PLAN-FG   (W-IX)
                                             W-JT-OUTLIER-FG (W-IX)
                                             W-JT-CP-FG     (W-IX).

       S1200-NEW-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                C A L E N D A R   M A T C H                     *
      *                                                                *
      ******************************************************************

       S1300-CALENDAR-MATCH             SECTION.

           MOVE  'N'                     TO  S-CAL-WANTED.

           EVALUATE  TRUE
               WHEN  SCHD-RUN-CAL (1:1)  =  'D'
                     MOVE  'Y'           TO  S-CAL-WANTED

               WHEN  SCHD-RUN-CAL (1:1)  =  'W'
                     IF  SCHD-RUN-CAL (2:1)  =  W-RUN-DOW
                         MOVE  'Y'       TO  S-CAL-WANTED
                     END-IF

               WHEN  SCHD-RUN-CAL (1:1)  =  'M'
                     IF  SCHD-RUN-CAL (2:2)  =  W-RUN-DOM
                         MOVE  'Y'       TO  S-CAL-WANTED
                     END-IF

               WHEN  OTHER
                     CONTINUE
           END-EVALUATE.

       S1300-CALENDAR-MATCH-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    L O A D   R U N S                           *
      *                                                                *
      ******************************************************************

       S2000-LOAD-RUNS                  SECTION.

           EXEC  SQL
                 OPEN  CUR-RUN
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2000:DB ERROR BATCH_CTL_LOG OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S2050-FETCH-RUN
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-APPLY-RUN
              END-IF
           END-PERFORM.

           EXEC  SQL
                 CLOSE  CUR-RUN
           END-EXEC.

       S2000-LOAD-RUNS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                F E T C H   B A T C H _ C T L _ L O G           *
      *                                                                *
      ******************************************************************

       S2050-FETCH-RUN                  SECTION.

           EXEC  SQL
                 FETCH  CUR-RUN
                 INTO  :BCTL-JOB-NM
                 ,     :BCTL-START-D
                 ,     :BCTL-START-TM
                 ,     :BCTL-END-D
                 ,     :BCTL-END-TM
                 ,     :BCTL-READ-CNT
                 ,     :BCTL-WRIT-CNT
                 ,     :BCTL-RUN-STATUS
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-RUN-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S2050:DB ERROR BATCH_CTL_LOG FETCH='
                              W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0960-LOG-BATCH-CTL
                     PERFORM  S0100-MAIN-PROCESS-EXIT
           END-EVALUATE.

       S2050-FETCH-RUN-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                     A P P L Y   R U N                          *
      *                                                                *
      *   A JOB THAT RAN IS PLANNED WHATEVER ITS CALENDAR SAID.  A JOB *
      *   WITH NO SCHEDULE ROW IS ADDED WITHOUT A PREDECESSOR.  A RUN  *
      *   WITH NO END IS STILL RUNNING.                                *
      *                                                                *
      ******************************************************************

       S2100-APPLY-RUN                  SECTION.

           MOVE  BCTL-JOB-NM             TO  W-FIND-JOB-NM.
           PERFORM  S8000-FIND-JOB.

           IF  W-FX                      =   ZERO
               PERFORM  S1200-NEW-ENTRY
               MOVE  BCTL-JOB-NM         TO  W-JT-JOB-NM (W-IX)
           ELSE
               MOVE  W-FX                TO  W-IX
           END-IF.

           MOVE  'Y'                     TO  W-JT-PLAN-FG    (W-IX).
           ADD   1                       TO  W-JT-RUN-CNT    (W-IX).
           MOVE  BCTL-START-D            TO  W-JT-START-D    (W-IX).
           MOVE  BCTL-START-TM           TO  W-JT-START-TM   (W-IX).
           MOVE  BCTL-END-D              TO  W-JT-END-D      (W-IX).
           MOVE  BCTL-END-TM             TO  W-JT-END-TM     (W-IX).
           MOVE  BCTL-RUN-STATUS         TO  W-JT-RUN-STATUS (W-IX).
           COMPUTE  W-JT-ROW-CNT (W-IX)  =  BCTL-READ-CNT
                                          +  BCTL-WRIT-CNT.

           MOVE  BCTL-START-D            TO  W-CV-D.
           MOVE  BCTL-START-TM           TO  W-CV-TM.
           PERFORM  S8100-TO-SEC.
           MOVE  W-CV-SEC                TO  W-JT-START-SEC (W-IX).

           IF  BCTL-END-D                =   SPACE
           OR  BCTL-END-TM               =   SPACE
               MOVE  'R'                 TO  W-JT-STATE   (W-IX)
               MOVE  ZERO                TO  W-JT-END-SEC (W-IX)
           ELSE
               MOVE  'A'                 TO  W-JT-STATE   (W-IX)
               MOVE  BCTL-END-D          TO  W-CV-D
               MOVE  BCTL-END-TM         TO  W-CV-TM
               PERFORM  S8100-TO-SEC
               MOVE  W-CV-SEC            TO  W-JT-END-SEC (W-IX)
               COMPUTE  W-JT-ELAPSED-SEC (W-IX)  =
                        W-JT-END-SEC (W-IX)  -  W-JT-START-SEC (W-IX)
           END-IF.

       S2100-APPLY-RUN-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                     J O B   N O R M S                          *
      *                                                                *
      ******************************************************************

       S3000-JOB-NORMS                  SECTION.

           PERFORM  VARYING  W-IX  FROM  1  BY  1
                     UNTIL   W-IX  >  W-JOB-CNT
               IF  W-JT-PLANNED (W-IX)
                   PERFORM  S3100-ONE-NORM
               END-IF
           END-PERFORM.

       S3000-JOB-NORMS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                      O N E   N O R M                           *
      *                                                                *
      *   MEAN AND STANDARD DEVIATION OF THE JOB'S ELAPSED TIME AND    *
      *   ITS MEAN ROWS OVER THE NORMAL RUNS OF THE 90 NIGHTS BEFORE   *
      *   THIS ONE - A FAILED RUN'S TIME SAYS NOTHING ABOUT THE NORM.  *
      *   AN ENDED RUN IS FLAGGED WHEN IT IS OVER MEAN + 2 DEVIATIONS; *
      *   A RUNNING JOB WHEN IT HAS ALREADY RUN THAT LONG.             *
      *                                                                *
      ******************************************************************

       S3100-ONE-NORM                   SECTION.

           MOVE  W-JT-JOB-NM (W-IX)      TO  JRH-JOB-NM.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(AVG(ELAPSED_SEC), 0)
                 ,       COALESCE(INTEGER(STDDEV(DOUBLE(ELAPSED_SEC))),
                                  0)
                 ,       COALESCE(AVG(ROW_CNT), 0)
                 INTO    :JRH-NORM-CNT
                 ,       :JRH-NORM-SEC
                 ,       :JRH-SDEV-SEC
                 ,       :JRH-NORM-ROWS
                 FROM    LCBD2CTL.JOB_RUN_HIST
                 WHERE   JOB_NM      =  :JRH-JOB-NM
                 AND     RUN_DT      >= :W-FROM90-DT-X
                 AND     RUN_DT      <  :W-SYSIN-RUN-DT
                 AND     RUN_STATUS  =  'N'
                 WITH    UR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S3100:DB ERROR JOB_RUN_HIST NORM=' W-SQLCODE
                        ' JOB=' JRH-JOB-NM
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  JRH-NORM-CNT            TO  W-JT-NORM-CNT  (W-IX).
           MOVE  JRH-NORM-SEC            TO  W-JT-NORM-SEC  (W-IX).
           MOVE  JRH-SDEV-SEC            TO  W-JT-SDEV-SEC  (W-IX).
           MOVE  JRH-NORM-ROWS           TO  W-JT-NORM-ROWS (W-IX).

           IF  W-JT-NORM-CNT (W-IX)      <   C-MIN-NIGHTS
               GO TO  S3100-ONE-NORM-EXIT
           END-IF.

           COMPUTE  W-LIMIT-SEC  =  W-JT-NORM-SEC (W-IX)
                                 +  W-JT-SDEV-SEC (W-IX)  *  2.
           IF  W-LIMIT-SEC               <   W-JT-NORM-SEC (W-IX)
                                          +  C-MIN-EXCESS-SEC
               COMPUTE  W-LIMIT-SEC  =  W-JT-NORM-SEC (W-IX)
                                     +  C-MIN-EXCESS-SEC
           END-IF.

           EVALUATE  TRUE
               WHEN  W-JT-ENDED (W-IX)
                 AND W-JT-ELAPSED-SEC (W-IX)  >  W-LIMIT-SEC
                     MOVE  'Y'           TO  W-JT-OUTLIER-FG (W-IX)
                     ADD   1             TO  A-OUTLIER-CNT
               WHEN  W-JT-RUNNING (W-IX)
                 AND W-NOW-SEC  -  W-JT-START-SEC (W-IX)
                                          >  W-LIMIT-SEC
                     MOVE  'Y'           TO  W-JT-OUTLIER-FG (W-IX)
                     ADD   1             TO  A-OUTLIER-CNT
               WHEN  OTHER
                     CONTINUE
           END-EVALUATE.

       S3100-ONE-NORM-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  P R O J E C T   N I G H T                     *
      *                                                                *
      *   IN DISPATCH ORDER:  AN ENDED JOB KEEPS ITS ACTUAL TIMES; A   *
      *   RUNNING JOB ENDS AT ITS START PLUS NORM, BUT NOT BEFORE NOW; *
      *   A JOB NOT YET STARTED STARTS WHEN ITS PREDECESSOR ENDS (OR   *
      *   NOW, IF LATER) AND RUNS FOR ITS NORM.  THE LAST JOB TO END   *
      *   CLOSES THE NIGHT.                                            *
      *                                                                *
      ******************************************************************

       S4000-PROJECT-NIGHT              SECTION.

           MOVE  ZERO                    TO  W-NIGHT-END-SEC
                                             W-LAST-IX.

           PERFORM  VARYING  W-IX  FROM  1  BY  1
                     UNTIL   W-IX  >  W-JOB-CNT
               IF  W-JT-PLANNED (W-IX)
                   PERFORM  S4100-PROJECT-ONE
               END-IF
           END-PERFORM.

       S4000-PROJECT-NIGHT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                   P R O J E C T   O N E                        *
      *                                                                *
      ******************************************************************

       S4100-PROJECT-ONE                SECTION.

           ADD   1                       TO  A-PLAN-CNT.

           MOVE  W-JT-PRED-IX (W-IX)     TO  W-PX.
           IF  W-PX                      >   ZERO
               IF  NOT  W-JT-PLANNED (W-PX)
                   MOVE  ZERO            TO  W-PX
                                             W-JT-PRED-IX (W-IX)
               END-IF
           END-IF.

           IF  W-PX                      >   ZERO
               MOVE  W-JT-END-SEC (W-PX) TO  W-PRED-END-SEC
           ELSE
               MOVE  ZERO                TO  W-PRED-END-SEC
           END-IF.

           EVALUATE  TRUE
               WHEN  W-JT-ENDED (W-IX)
                     ADD   1             TO  A-DONE-CNT

               WHEN  W-JT-RUNNING (W-IX)
                     ADD   1             TO  A-RUNNING-CNT
                     COMPUTE  W-JT-END-SEC (W-IX)  =
                              W-JT-START-SEC (W-IX)
                           +  W-JT-NORM-SEC  (W-IX)
                     IF  W-JT-END-SEC (W-IX)  <  W-NOW-SEC
                         MOVE  W-NOW-SEC TO  W-JT-END-SEC (W-IX)
                     END-IF

               WHEN  OTHER
                     ADD   1             TO  A-TORUN-CNT
                     IF  W-PRED-END-SEC  >   W-NOW-SEC
                         MOVE  W-PRED-END-SEC
                                         TO  W-JT-START-SEC (W-IX)
                     ELSE
                         MOVE  W-NOW-SEC TO  W-JT-START-SEC (W-IX)
                     END-IF
                     COMPUTE  W-JT-END-SEC (W-IX)  =
                              W-JT-START-SEC (W-IX)
                           +  W-JT-NORM-SEC  (W-IX)
           END-EVALUATE.

           IF  NOT  W-JT-ENDED (W-IX)
               COMPUTE  W-JT-ELAPSED-SEC (W-IX)  =
                        W-JT-END-SEC (W-IX)  -  W-JT-START-SEC (W-IX)
               MOVE  W-JT-START-SEC (W-IX)
                                         TO  W-CV-SEC
               PERFORM  S8200-FROM-SEC
               MOVE  W-CV-D              TO  W-JT-START-D  (W-IX)
               MOVE  W-CV-TM             TO  W-JT-START-TM (W-IX)
               MOVE  W-JT-END-SEC (W-IX) TO  W-CV-SEC
               PERFORM  S8200-FROM-SEC
               MOVE  W-CV-D              TO  W-JT-END-D    (W-IX)
               MOVE  W-CV-TM             TO  W-JT-END-TM   (W-IX)
           END-IF.

           IF  W-LAST-IX                 =   ZERO
           OR  W-JT-END-SEC (W-IX)       >   W-NIGHT-END-SEC
               MOVE  W-JT-END-SEC (W-IX) TO  W-NIGHT-END-SEC
               MOVE  W-IX                TO  W-LAST-IX
           END-IF.

       S4100-PROJECT-ONE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  C R I T I C A L   P A T H                     *
      *                                                                *
      *   FROM THE LAST JOB TO END BACK ALONG THE PREDECESSOR CHAIN.   *
      *   EACH JOB'S SHARE IS ITS WAIT AFTER THE PREDECESSOR ENDED     *
      *   PLUS ITS OWN ELAPSED TIME; THE FIRST JOB HAS NO WAIT.  THE   *
      *   EARLIEST JOB ON THE PATH TO END AFTER THE SLA IS THE ONE     *
      *   THAT MAKES THE NIGHT LATE.                                   *
      *                                                                *
      ******************************************************************

       S5000-CRITICAL-PATH              SECTION.

           MOVE  ZERO                    TO  W-PATH-CNT
                                             W-FIRST-IX
                                             W-LATE-IX
                                             W-GUARD.

           IF  W-LAST-IX                 =   ZERO
               GO TO  S5000-CRITICAL-PATH-EXIT
           END-IF.

           MOVE  W-LAST-IX               TO  W-IX.
           PERFORM  UNTIL  W-IX  =  ZERO
                       OR  W-GUARD  NOT <  W-JOB-CNT
              PERFORM  S5100-PATH-STEP
           END-PERFORM.

       S5000-CRITICAL-PATH-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                     P A T H   S T E P                          *
      *                                                                *
      ******************************************************************

       S5100-PATH-STEP                  SECTION.

           ADD   1                       TO  W-GUARD.
           ADD   1                       TO  W-PATH-CNT.
           MOVE  W-IX                    TO  W-PATH-IX (W-PATH-CNT).
           MOVE  W-IX                    TO  W-FIRST-IX.
           MOVE  'Y'                     TO  W-JT-CP-FG (W-IX).

           MOVE  W-JT-PRED-IX (W-IX)     TO  W-PX.
           IF  W-PX                      >   ZERO
               COMPUTE  W-JT-CP-WAIT-SEC (W-IX)  =
                        W-JT-START-SEC (W-IX)  -  W-JT-END-SEC (W-PX)
               IF  W-JT-CP-WAIT-SEC (W-IX)  <  ZERO
                   MOVE  ZERO            TO  W-JT-CP-WAIT-SEC (W-IX)
               END-IF
           ELSE
               MOVE  ZERO                TO  W-JT-CP-WAIT-SEC (W-IX)
           END-IF.

           COMPUTE  W-JT-CP-SEC (W-IX)  =  W-JT-CP-WAIT-SEC (W-IX)
                                        +  W-JT-ELAPSED-SEC (W-IX).

           IF  W-JT-END-SEC (W-IX)       >   W-SLA-SEC
               MOVE  W-IX                TO  W-LATE-IX
           END-IF.

           MOVE  W-PX                    TO  W-IX.

       S5100-PATH-STEP-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    S A V E   H I S T O R Y                     *
      *                                                                *
      *   THE NIGHT'S ROWS ARE REPLACED, SO A RUN DURING THE WINDOW    *
      *   IS OVERTAKEN BY THE RUN AFTER IT CLOSES.  ONLY ENDED JOBS    *
      *   GO ON JOB_RUN_HIST - A PROJECTION IS NOT A RUN TIME.         *
      *                                                                *
      ******************************************************************

       S6000-SAVE-HISTORY               SECTION.

           EXEC  SQL
                 DELETE  FROM  LCBD2CTL.JOB_RUN_HIST
                 WHERE   RUN_DT  =  :W-SYSIN-RUN-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S6000:DB ERROR JOB_RUN_HIST DELETE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           EXEC  SQL
                 DELETE  FROM  LCBD2CTL.NIGHT_CP_HIST
                 WHERE   RUN_DT  =  :W-SYSIN-RUN-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S6000:DB ERROR NIGHT_CP_HIST DELETE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           PERFORM  VARYING  W-IX  FROM  1  BY  1
                     UNTIL   W-IX  >  W-JOB-CNT
               IF  W-JT-ENDED (W-IX)
                   PERFORM  S6100-INSERT-JOB-HIST
               END-IF
           END-PERFORM.

           PERFORM  S6200-INSERT-NIGHT-HIST.

       S6000-SAVE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               I N S E R T   J O B _ R U N _ H I S T            *
      *                                                                *
      ******************************************************************

       S6100-INSERT-JOB-HIST            SECTION.

           MOVE  W-SYSIN-RUN-DT          TO  JRH-RUN-DT.
           MOVE  W-JT-JOB-NM      (W-IX) TO  JRH-JOB-NM.
           MOVE  W-JT-START-D     (W-IX) TO  JRH-START-D.
           MOVE  W-JT-START-TM    (W-IX) TO  JRH-START-TM.
           MOVE  W-JT-END-D       (W-IX) TO  JRH-END-D.
           MOVE  W-JT-END-TM      (W-IX) TO  JRH-END-TM.
           MOVE  W-JT-RUN-STATUS  (W-IX) TO  JRH-RUN-STATUS.
           MOVE  W-JT-RUN-CNT     (W-IX) TO  JRH-RUN-CNT.
           MOVE  W-JT-ELAPSED-SEC (W-IX) TO  JRH-ELAPSED-SEC.
           MOVE  W-JT-ROW-CNT     (W-IX) TO  JRH-ROW-CNT.
           MOVE  W-JT-NORM-SEC    (W-IX) TO  JRH-NORM-SEC.
           MOVE  W-JT-SDEV-SEC    (W-IX) TO  JRH-SDEV-SEC.
           MOVE  W-JT-NORM-ROWS   (W-IX) TO  JRH-NORM-ROWS.
           MOVE  W-JT-NORM-CNT    (W-IX) TO  JRH-NORM-CNT.
           MOVE  W-JT-OUTLIER-FG  (W-IX) TO  JRH-OUTLIER-FG.
           MOVE  W-JT-CP-FG       (W-IX) TO  JRH-CP-FG.
           MOVE  W-JT-CP-WAIT-SEC (W-IX) TO  JRH-CP-WAIT-SEC.
           MOVE  W-JT-CP-SEC      (W-IX) TO  JRH-CP-SEC.

           EXEC  SQL
                 INSERT INTO LCBD2CTL.JOB_RUN_HIST
                       (RUN_DT, JOB_NM, START_D, START_TM,
                        END_D, END_TM, RUN_STATUS, RUN_CNT,
                        ELAPSED_SEC, ROW_CNT, NORM_SEC, SDEV_SEC,
                        NORM_ROWS, NORM_CNT, OUTLIER_FG, CP_FG,
                        CP_WAIT_SEC, CP_SEC)
                 VALUES
                       (:JRH-RUN-DT, :JRH-JOB-NM, :JRH-START-D,
                        :JRH-START-TM, :JRH-END-D, :JRH-END-TM,
                        :JRH-RUN-STATUS, :JRH-RUN-CNT,
                        :JRH-ELAPSED-SEC, :JRH-ROW-CNT,
                        :JRH-NORM-SEC, :JRH-SDEV-SEC,
                        :JRH-NORM-ROWS, :JRH-NORM-CNT,
                        :JRH-OUTLIER-FG, :JRH-CP-FG,
                        :JRH-CP-WAIT-SEC, :JRH-CP-SEC)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S6100:DB ERROR JOB_RUN_HIST INSERT=' W-SQLCODE
                        ' JOB=' JRH-JOB-NM
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           ADD   1                       TO  A-HIST-INS-CNT.

       S6100-INSERT-JOB-HIST-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              I N S E R T   N I G H T _ C P _ H I S T           *
      *                                                                *
      ******************************************************************

       S6200-INSERT-NIGHT-HIST          SECTION.

           INITIALIZE                    NCP-REC.
           MOVE  W-SYSIN-RUN-DT          TO  NCP-RUN-DT.
           MOVE  W-PATH-CNT              TO  NCP-CP-JOB-CNT.
           MOVE  A-PLAN-CNT              TO  NCP-PLAN-JOB-CNT.
           MOVE  A-DONE-CNT              TO  NCP-DONE-JOB-CNT.
           MOVE  A-OUTLIER-CNT           TO  NCP-OUTLIER-CNT.
           MOVE  W-SLA-D                 TO  NCP-SLA-D.
           MOVE  W-SLA-TM                TO  NCP-SLA-TM.
           MOVE  'N'                     TO  NCP-LATE-FG.

           IF  A-DONE-CNT                =   A-PLAN-CNT
               MOVE  'A'                 TO  NCP-PROJ-FG
           ELSE
               MOVE  'P'                 TO  NCP-PROJ-FG
           END-IF.

           IF  W-LAST-IX                 >   ZERO
               MOVE  W-JT-JOB-NM   (W-FIRST-IX)
                                         TO  NCP-CP-FIRST-JOB
               MOVE  W-JT-START-D  (W-FIRST-IX)
                                         TO  NCP-CP-START-D
               MOVE  W-JT-START-TM (W-FIRST-IX)
                                         TO  NCP-CP-START-TM
               MOVE  W-JT-JOB-NM   (W-LAST-IX)
                                         TO  NCP-CP-LAST-JOB
               MOVE  W-JT-END-D    (W-LAST-IX)
                                         TO  NCP-CP-END-D
               MOVE  W-JT-END-TM   (W-LAST-IX)
                                         TO  NCP-CP-END-TM
               COMPUTE  NCP-CP-SEC  =  W-JT-END-SEC   (W-LAST-IX)
                                    -  W-JT-START-SEC (W-FIRST-IX)
           END-IF.

           IF  W-LATE-IX                 >   ZERO
               MOVE  'Y'                 TO  NCP-LATE-FG
               MOVE  W-JT-JOB-NM (W-LATE-IX)
                                         TO  NCP-LATE-JOB-NM
           END-IF.

           EXEC  SQL
                 INSERT INTO LCBD2CTL.NIGHT_CP_HIST
                       (RUN_DT, CP_FIRST_JOB, CP_LAST_JOB,
                        CP_START_D, CP_START_TM, CP_END_D, CP_END_TM,
                        CP_SEC, CP_JOB_CNT, PLAN_JOB_CNT,
                        DONE_JOB_CNT, OUTLIER_CNT, PROJ_FG,
                        SLA_D, SLA_TM, LATE_FG, LATE_JOB_NM)
                 VALUES
                       (:NCP-RUN-DT, :NCP-CP-FIRST-JOB,
                        :NCP-CP-LAST-JOB, :NCP-CP-START-D,
                        :NCP-CP-START-TM, :NCP-CP-END-D,
                        :NCP-CP-END-TM, :NCP-CP-SEC,
                        :NCP-CP-JOB-CNT, :NCP-PLAN-JOB-CNT,
                        :NCP-DONE-JOB-CNT, :NCP-OUTLIER-CNT,
                        :NCP-PROJ-FG, :NCP-SLA-D, :NCP-SLA-TM,
                        :NCP-LATE-FG, :NCP-LATE-JOB-NM)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S6200:DB ERROR NIGHT_CP_HIST INSERT='
                        W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

       S6200-INSERT-NIGHT-HIST-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P O R T   N I G H T                       *
      *                                                                *
      *   THE NIGHT'S SUMMARY - JOB COUNTS, THE CRITICAL PATH AGAINST  *
      *   ITS 90-NIGHT AVERAGE, COMPLETION AGAINST THE SLA - AND THE   *
      *   PATH ITSELF, FIRST JOB FIRST.                                *
      *                                                                *
      ******************************************************************

       S7000-REPORT-NIGHT               SECTION.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           MOVE  A-PLAN-CNT              TO  W-ED-CNT.
           STRING  'PLANNED JOBS ' W-ED-CNT
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC (1:18).
           MOVE  A-DONE-CNT              TO  W-ED-CNT.
           STRING  '  ENDED ' W-ED-CNT
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC (19:13).
           MOVE  A-RUNNING-CNT           TO  W-ED-CNT.
           STRING  '  RUNNING ' W-ED-CNT
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC (32:15).
           MOVE  A-TORUN-CNT             TO  W-ED-CNT.
           STRING  '  NOT STARTED ' W-ED-CNT
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC (47:19).
           MOVE  A-OUTLIER-CNT           TO  W-ED-CNT.
           STRING  '  OVER 2 SD ' W-ED-CNT
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC (66:17).
           PERFORM  S0800-WRITE-LINE.

           IF  W-LAST-IX                 =   ZERO
               MOVE  SPACE               TO  O1-CRP-RPT-REC
               STRING  '*** NO JOBS PLANNED OR RUN FOR THIS NIGHT ***'
                       DELIMITED BY SIZE INTO  O1-CRP-RPT-REC
               PERFORM  S0800-WRITE-LINE
               GO TO  S7000-REPORT-NIGHT-EXIT
           END-IF.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(AVG(CP_SEC), 0)
                 INTO    :W-NORM-NIGHTS
                 ,       :W-AVG-CP-SEC
                 FROM    LCBD2CTL.NIGHT_CP_HIST
                 WHERE   RUN_DT   >= :W-FROM90-DT-X
                 AND     RUN_DT   <  :W-SYSIN-RUN-DT
                 AND     PROJ_FG  =  'A'
                 WITH    UR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S7000:DB ERROR NIGHT_CP_HIST AVG=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           COMPUTE  W-DUR-SEC  =  W-JT-END-SEC   (W-LAST-IX)
                               -  W-JT-START-SEC (W-FIRST-IX).
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-PATH-CNT              TO  W-ED-CNT.
           STRING  'CRITICAL PATH '
                   W-JT-JOB-NM (W-FIRST-IX)
                   ' -> '
                   W-JT-JOB-NM (W-LAST-IX)
                   '  JOBS ' W-ED-CNT
                   '  LENGTH ' W-DUR-HMS
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC.
           MOVE  W-AVG-CP-SEC            TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-NORM-NIGHTS           TO  W-ED-CNT.
           STRING  '  90-NIGHT AVERAGE ' W-DUR-HMS
                   ' OVER ' W-ED-CNT ' NIGHTS'
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC (66:51).
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           IF  A-DONE-CNT                =   A-PLAN-CNT
               STRING  'COMPLETED  '
                       W-JT-END-D  (W-LAST-IX) ' '
                       W-JT-END-TM (W-LAST-IX)
                       DELIMITED BY SIZE INTO  O1-CRP-RPT-REC
           ELSE
               STRING  'PROJECTED  '
                       W-JT-END-D  (W-LAST-IX) ' '
                       W-JT-END-TM (W-LAST-IX)
                       DELIMITED BY SIZE INTO  O1-CRP-RPT-REC
           END-IF.
           IF  W-LATE-IX                 >   ZERO
               COMPUTE  W-DUR-SEC  =  W-NIGHT-END-SEC  -  W-SLA-SEC
               PERFORM  S8300-FORMAT-DURATION
               STRING  '  *** LATE BY ' W-DUR-HMS
                       ' - FIRST PATH JOB PAST THE SLA: '
                       W-JT-JOB-NM (W-LATE-IX) ' ***'
                       DELIMITED BY SIZE
                                         INTO  O1-CRP-RPT-REC (27:80)
           ELSE
               COMPUTE  W-DUR-SEC  =  W-SLA-SEC  -  W-NIGHT-END-SEC
               PERFORM  S8300-FORMAT-DURATION
               STRING  '  ON TIME - ' W-DUR-HMS ' BEFORE THE SLA'
                       DELIMITED BY SIZE
                                         INTO  O1-CRP-RPT-REC (27:80)
           END-IF.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           STRING  'SEQ  JOB NAME  PREDECSR  START            '
                   '  END                WAIT      ELAPSED   '
                   'NORM      STATE      FLAG'
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           PERFORM  VARYING  W-RANK  FROM  W-PATH-CNT  BY  -1
                     UNTIL   W-RANK  <  1
               MOVE  W-PATH-IX (W-RANK)  TO  W-IX
               PERFORM  S7100-REPORT-PATH-JOB
           END-PERFORM.

       S7000-REPORT-NIGHT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               R E P O R T   P A T H   J O B                    *
      *                                                                *
      ******************************************************************

       S7100-REPORT-PATH-JOB            SECTION.

           COMPUTE  W-RPA-SEQ  =  W-PATH-CNT  -  W-RANK  +  1.
           MOVE  W-JT-JOB-NM   (W-IX)    TO  W-RPA-JOB-NM.
           IF  W-JT-PRED-IX (W-IX)       >   ZERO
               MOVE  W-JT-PRED-NM (W-IX) TO  W-RPA-PRED-NM
           ELSE
               MOVE  SPACE               TO  W-RPA-PRED-NM
           END-IF.
           MOVE  W-JT-START-D  (W-IX)    TO  W-RPA-START-D.
           MOVE  W-JT-START-TM (W-IX)    TO  W-RPA-START-TM.
           MOVE  W-JT-END-D    (W-IX)    TO  W-RPA-END-D.
           MOVE  W-JT-END-TM   (W-IX)    TO  W-RPA-END-TM.

           MOVE  W-JT-CP-WAIT-SEC (W-IX) TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-DUR-HMS               TO  W-RPA-WAIT.
           MOVE  W-JT-ELAPSED-SEC (W-IX) TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-DUR-HMS               TO  W-RPA-ELAPSED.
           MOVE  W-JT-NORM-SEC (W-IX)    TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-DUR-HMS               TO  W-RPA-NORM.

           EVALUATE  TRUE
               WHEN  W-JT-ENDED (W-IX)
                     MOVE  'ENDED'       TO  W-RPA-STATE
               WHEN  W-JT-RUNNING (W-IX)
                     MOVE  'RUNNING'     TO  W-RPA-STATE
               WHEN  OTHER
                     MOVE  'PROJECTED'   TO  W-RPA-STATE
           END-EVALUATE.

           PERFORM  S7400-JOB-FLAG.
           MOVE  W-RTR-FLAG              TO  W-RPA-FLAG.

           MOVE  W-RPT-PATH              TO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S7100-REPORT-PATH-JOB-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 R E P O R T   T R E N D S                      *
      *                                                                *
      *   EVERY PLANNED JOB IN DISPATCH ORDER AGAINST ITS 90-NIGHT     *
      *   NORM - ELAPSED TIME AND ROWS, SO A SLOW RUN CAN BE SEEN      *
      *   NEXT TO A VOLUME RISE THAT EXPLAINS IT.                      *
      *                                                                *
      ******************************************************************

       S7300-REPORT-TRENDS              SECTION.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           STRING  'RUN-TIME TREND AGAINST THE 90-NIGHT NORM'
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           STRING  'JOB NAME  ST  RN  ELAPSED   NORM      STD DEV   '
                   'NTS             ROWS        NORM ROWS  '
                   'ROWS %   PATH  FLAG'
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           PERFORM  VARYING  W-IX  FROM  1  BY  1
                     UNTIL   W-IX  >  W-JOB-CNT
               IF  W-JT-PLANNED (W-IX)
                   PERFORM  S7350-REPORT-TREND-JOB
               END-IF
           END-PERFORM.

       S7300-REPORT-TRENDS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               R E P O R T   T R E N D   J O B                  *
      *                                                                *
      ******************************************************************

       S7350-REPORT-TREND-JOB           SECTION.

           MOVE  W-JT-JOB-NM (W-IX)      TO  W-RTR-JOB-NM.
           MOVE  W-JT-STATE  (W-IX)      TO  W-RTR-STATE.
           MOVE  W-JT-RUN-CNT (W-IX)     TO  W-RTR-RUNS.

           MOVE  W-JT-ELAPSED-SEC (W-IX) TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-DUR-HMS               TO  W-RTR-ELAPSED.
           MOVE  W-JT-NORM-SEC (W-IX)    TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-DUR-HMS               TO  W-RTR-NORM.
           MOVE  W-JT-SDEV-SEC (W-IX)    TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-DUR-HMS               TO  W-RTR-SDEV.
           MOVE  W-JT-NORM-CNT (W-IX)    TO  W-RTR-NIGHTS.
           MOVE  W-JT-ROW-CNT  (W-IX)    TO  W-RTR-ROWS.
           MOVE  W-JT-NORM-ROWS (W-IX)   TO  W-RTR-NORM-ROWS.

           IF  W-JT-ENDED (W-IX)
           AND W-JT-NORM-ROWS (W-IX)     >   ZERO
               COMPUTE  W-ROW-PCT  ROUNDED  =
                        W-JT-ROW-CNT (W-IX)  *  100
                                            /  W-JT-NORM-ROWS (W-IX)
               MOVE  W-ROW-PCT           TO  W-ED-PCT
               MOVE  W-ED-PCT            TO  W-RTR-ROW-PCT
           ELSE
               MOVE  SPACE               TO  W-RTR-ROW-PCT
           END-IF.

           IF  W-JT-ON-PATH (W-IX)
               MOVE  'CP'                TO  W-RTR-CP
           ELSE
               MOVE  SPACE               TO  W-RTR-CP
           END-IF.

           PERFORM  S7400-JOB-FLAG.

           MOVE  W-RPT-TREND             TO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S7350-REPORT-TREND-JOB-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                       J O B   F L A G                          *
      *                                                                *
      ******************************************************************

       S7400-JOB-FLAG                   SECTION.

           EVALUATE  TRUE
               WHEN  W-JT-OUTLIER (W-IX)
                 AND W-JT-RUNNING (W-IX)
                     MOVE  'RUNNING LONG'
                                         TO  W-RTR-FLAG
               WHEN  W-JT-OUTLIER (W-IX)
                     MOVE  'OVER 2 SD'   TO  W-RTR-FLAG
               WHEN  W-JT-ENDED (W-IX)
                 AND W-JT-RUN-STATUS (W-IX)  =  'E'
                     MOVE  'ENDED ERROR' TO  W-RTR-FLAG
               WHEN  W-JT-NORM-CNT (W-IX)  <  C-MIN-NIGHTS
                     MOVE  'NO NORM YET' TO  W-RTR-FLAG
               WHEN  W-JT-SCHED-FG (W-IX)  =  'N'
                     MOVE  'UNSCHEDULED' TO  W-RTR-FLAG
               WHEN  OTHER
                     MOVE  SPACE         TO  W-RTR-FLAG
           END-EVALUATE.

       S7400-JOB-FLAG-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                   W E E K L Y   P A G E                        *
      *                                                                *
      *   THE LAST SEVEN NIGHTS AGAINST THE 28 BEFORE THEM:  THE       *
      *   AVERAGE CRITICAL-PATH LENGTH OF EACH PERIOD, THEN THE JOBS   *
      *   WHOSE AVERAGE SHARE OF THE PATH GREW MOST.                   *
      *                                                                *
      ******************************************************************

       S7500-WEEKLY-PAGE                SECTION.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           STRING  'WEEKLY CRITICAL-PATH GROWTH - NIGHTS '
                   W-WEEK-FR-DT-X ' TO ' W-SYSIN-RUN-DT
                   ' AGAINST ' W-PRIOR-FR-DT-X ' TO ' W-PRIOR-TO-DT-X
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(AVG(CP_SEC), 0)
                 INTO    :W-WK-NIGHTS
                 ,       :W-WK-AVG-CP
                 FROM    LCBD2CTL.NIGHT_CP_HIST
                 WHERE   RUN_DT  BETWEEN  :W-WEEK-FR-DT-X
                                     AND  :W-SYSIN-RUN-DT
                 WITH    UR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S7500:DB ERROR NIGHT_CP_HIST WEEK=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           EXEC  SQL
                 SELECT  COUNT(*)
                 ,       COALESCE(AVG(CP_SEC), 0)
                 INTO    :W-PR-NIGHTS
                 ,       :W-PR-AVG-CP
                 FROM    LCBD2CTL.NIGHT_CP_HIST
                 WHERE   RUN_DT  BETWEEN  :W-PRIOR-FR-DT-X
                                     AND  :W-PRIOR-TO-DT-X
                 WITH    UR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S7500:DB ERROR NIGHT_CP_HIST PRIOR=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           IF  W-WK-NIGHTS               =   ZERO
           OR  W-PR-NIGHTS               =   ZERO
               MOVE  SPACE               TO  O1-CRP-RPT-REC
               STRING  'NOT ENOUGH NIGHTS ON NIGHT_CP_HIST FOR A '
                       'WEEKLY COMPARISON'
                       DELIMITED BY SIZE INTO  O1-CRP-RPT-REC
               PERFORM  S0800-WRITE-LINE
               GO TO  S7500-WEEKLY-PAGE-EXIT
           END-IF.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           MOVE  W-WK-AVG-CP             TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           STRING  'AVERAGE PATH LENGTH  THIS WEEK ' W-DUR-HMS
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC.
           MOVE  W-PR-AVG-CP             TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           STRING  '  PRIOR FOUR WEEKS ' W-DUR-HMS
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC (40:27).
           IF  W-WK-AVG-CP               >   W-PR-AVG-CP
               COMPUTE  W-DUR-SEC  =  W-WK-AVG-CP  -  W-PR-AVG-CP
               PERFORM  S8300-FORMAT-DURATION
               STRING  '  GROWN BY ' W-DUR-HMS
                       DELIMITED BY SIZE INTO  O1-CRP-RPT-REC (67:19)
           ELSE
               COMPUTE  W-DUR-SEC  =  W-PR-AVG-CP  -  W-WK-AVG-CP
               PERFORM  S8300-FORMAT-DURATION
               STRING  '  SHRUNK BY ' W-DUR-HMS
                       DELIMITED BY SIZE INTO  O1-CRP-RPT-REC (67:20)
           END-IF.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           MOVE  SPACE                   TO  O1-CRP-RPT-REC.
           STRING  'RANK  JOB NAME    WEEK AVG    PRIOR AVG   '
                   'GROWTH      ON PATH'
                   DELIMITED BY SIZE     INTO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

           EXEC  SQL
                 OPEN  CUR-GRW
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S7500:DB ERROR JOB_RUN_HIST OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0960-LOG-BATCH-CTL
               PERFORM  S0100-MAIN-PROCESS-EXIT
           END-IF.

           MOVE  ZERO                    TO  W-RANK.
           MOVE  LOW-VALUE               TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7550-FETCH-GRW
              IF  NOT  S-NO-DATA
                  PERFORM  S7600-REPORT-GROWTH
              END-IF
           END-PERFORM.

           EXEC  SQL
                 CLOSE  CUR-GRW
           END-EXEC.

           IF  W-RANK                    =   ZERO
               MOVE  SPACE               TO  O1-CRP-RPT-REC
               STRING  'NO JOB ADDED TO THE CRITICAL PATH THIS WEEK'
                       DELIMITED BY SIZE INTO  O1-CRP-RPT-REC
               PERFORM  S0800-WRITE-LINE
           END-IF.

       S7500-WEEKLY-PAGE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 F E T C H   G R O W T H                        *
      *                                                                *
      ******************************************************************

       S7550-FETCH-GRW                  SECTION.

           EXEC  SQL
                 FETCH  CUR-GRW
                 INTO  :W-GR-JOB-NM
                 ,     :W-GR-WK-SEC
                 ,     :W-GR-PR-SEC
                 ,     :W-GR-WK-PATH-CNT
                 ,     :W-GR-GROWTH-SEC
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7550:DB ERROR JOB_RUN_HIST FETCH='
                              W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0960-LOG-BATCH-CTL
                     PERFORM  S0100-MAIN-PROCESS-EXIT
           END-EVALUATE.

       S7550-FETCH-GRW-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                 R E P O R T   G R O W T H                      *
      *                                                                *
      *   RANKED LARGEST FIRST; THE LIST STOPS AT THE FIRST JOB THAT   *
      *   DID NOT GROW.                                                *
      *                                                                *
      ******************************************************************

       S7600-REPORT-GROWTH              SECTION.

           IF  W-GR-GROWTH-SEC           NOT >  ZERO
           OR  W-RANK                    NOT <  C-RANK-MAX
               MOVE  HIGH-VALUE          TO  S-DATA-END-CHECK
               GO TO  S7600-REPORT-GROWTH-EXIT
           END-IF.

           ADD   1                       TO  W-RANK.
           MOVE  W-RANK                  TO  W-RGR-RANK.
           MOVE  W-GR-JOB-NM             TO  W-RGR-JOB-NM.

           COMPUTE  W-DUR-SEC  =  W-GR-WK-SEC  /  W-WK-NIGHTS.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-DUR-HMS               TO  W-RGR-WK-AVG.
           COMPUTE  W-DUR-SEC  =  W-GR-PR-SEC  /  W-PR-NIGHTS.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-DUR-HMS               TO  W-RGR-PR-AVG.
           MOVE  W-GR-GROWTH-SEC         TO  W-DUR-SEC.
           PERFORM  S8300-FORMAT-DURATION.
           MOVE  W-DUR-HMS               TO  W-RGR-GROWTH.
           MOVE  W-GR-WK-PATH-CNT        TO  W-RGR-PATH-CNT.

           MOVE  W-RPT-GROWTH            TO  O1-CRP-RPT-REC.
           PERFORM  S0800-WRITE-LINE.

       S7600-REPORT-GROWTH-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                    W R I T E   L I N E                         *
      *                                                                *
      ******************************************************************

       S0800-WRITE-LINE                 SECTION.

           WRITE  O1-CRP-RPT-REC.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0800-WRITE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                      F I N D   J O B                           *
      *                                                                *
      *   W-FX IS THE ENTRY OF W-FIND-JOB-NM, ZERO WHEN NOT LOADED.    *
      *                                                                *
      ******************************************************************

       S8000-FIND-JOB                   SECTION.

           MOVE  ZERO                    TO  W-FX.

           PERFORM  VARYING  W-PX  FROM  1  BY  1
                     UNTIL   W-PX  >  W-JOB-CNT
                        OR   W-FX  >  ZERO
               IF  W-JT-JOB-NM (W-PX)    =   W-FIND-JOB-NM
                   MOVE  W-PX            TO  W-FX
               END-IF
           END-PERFORM.

       S8000-FIND-JOB-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              D A T E / T I M E   T O   S E C O N D S           *
      *                                                                *
      ******************************************************************

       S8100-TO-SEC                     SECTION.

           IF  W-CV-D                    NOT NUMERIC
           OR  W-CV-TM                   NOT NUMERIC
               MOVE  ZERO                TO  W-CV-SEC
               GO TO  S8100-TO-SEC-EXIT
           END-IF.

           COMPUTE  W-DATE-INT  =  FUNCTION INTEGER-OF-DATE (W-CV-D-N).
           COMPUTE  W-CV-SEC  =  (W-DATE-INT  -  W-RUN-INT)
                                                 *  C-SEC-PER-DAY
                              +  W-CV-HH  *  3600
                              +  W-CV-MI  *  60
                              +  W-CV-SS.

       S8100-TO-SEC-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S E C O N D S   T O   D A T E / T I M E           *
      *                                                                *
      ******************************************************************

       S8200-FROM-SEC                   SECTION.

           DIVIDE  W-CV-SEC  BY  C-SEC-PER-DAY
                   GIVING  W-CV-DAY  REMAINDER  W-CV-REM.

           COMPUTE  W-CV-D-N  =  FUNCTION DATE-OF-INTEGER
                                          (W-RUN-INT + W-CV-DAY).

           DIVIDE  W-CV-REM  BY  3600
                   GIVING  W-CV-HH  REMAINDER  W-CV-REM.
           DIVIDE  W-CV-REM  BY  60
                   GIVING  W-CV-MI  REMAINDER  W-CV-SS.

       S8200-FROM-SEC-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              F O R M A T   D U R A T I O N                     *
      *                                                                *
      ******************************************************************

       S8300-FORMAT-DURATION            SECTION.

           IF  W-DUR-SEC                 <   ZERO
               MOVE  ZERO                TO  W-DUR-SEC
           END-IF.

           DIVIDE  W-DUR-SEC  BY  3600
                   GIVING  W-DUR-HH  REMAINDER  W-DUR-REM.
           DIVIDE  W-DUR-REM  BY  60
                   GIVING  W-DUR-MI  REMAINDER  W-DUR-SS.

       S8300-FORMAT-DURATION-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                  R E P O R T   T O T A L S                     *
      *                                                                *
      ******************************************************************

       S0900-REPORT-TOTALS              SECTION.

           DISPLAY  'S0900:SCHEDULE ROWS READ    CNT = '
                    A-SCHED-READ-CNT.
           DISPLAY  'S0900:RUNS READ             CNT = '
                    A-RUN-READ-CNT.
           DISPLAY  'S0900:JOBS PLANNED          CNT = '
                    A-PLAN-CNT.
           DISPLAY  'S0900:JOBS ENDED            CNT = '
                    A-DONE-CNT.
           DISPLAY  'S0900:OVER 2 SD             CNT = '
                    A-OUTLIER-CNT.
           DISPLAY  'S0900:CRITICAL PATH JOBS    CNT = '
                    W-PATH-CNT.
           DISPLAY  'S0900:HISTORY ROWS WRITTEN  CNT = '
                    A-HIST-INS-CNT.

           IF  W-LATE-IX                 >   ZERO
               DISPLAY  'S0900:NIGHT LATE - FIRST PATH JOB PAST SLA = '
                        W-JT-JOB-NM (W-LATE-IX)
           END-IF.

           IF  W-LATE-IX                 >   ZERO
           OR  A-OUTLIER-CNT             >   ZERO
               MOVE  C-WARN-RETURN-CODE  TO  RETURN-CODE
           END-IF.

       S0900-REPORT-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               C L O S E   R E P O R T   F I L E                *
      *                                                                *
      ******************************************************************

       S0950-CLOSE-RPT-FILE             SECTION.

           CLOSE  O1-CRP-RPT-FILE.

       S0950-CLOSE-RPT-FILE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               L O G   B A T C H   C O N T R O L                *
      *                                                                *
      ******************************************************************

       S0960-LOG-BATCH-CTL              SECTION.

           ACCEPT    W-SYSTEM-DATE       FROM  DATE  YYYYMMDD.
           ACCEPT    W-SYSTEM-TIME       FROM  TIME.
           MOVE      C-PROG-ID           TO  BCTL-JOB-NM.
           MOVE      W-START-DATE        TO  BCTL-START-D.
           MOVE      W-START-TIME        TO  BCTL-START-TM.
           MOVE      W-SYSTEM-DATE       TO  BCTL-END-D.
           MOVE      W-SYSTEM-TIME       TO  BCTL-END-TM.
           MOVE      A-RUN-READ-CNT      TO  BCTL-READ-CNT.
           MOVE      A-HIST-INS-CNT      TO  BCTL-WRIT-CNT.
           MOVE      RETURN-CODE         TO  BCTL-RETURN-CD.

           IF  RETURN-CODE  =  0
           OR  RETURN-CODE  =  C-WARN-RETURN-CODE
               MOVE  'N'                 TO  BCTL-RUN-STATUS
           ELSE
               MOVE  'E'                 TO  BCTL-RUN-STATUS
           END-IF.

           EXEC  SQL
                 INSERT INTO LCBD2CTL.BATCH_CTL_LOG
                       (JOB_NM, START_D, START_TM, END_D, END_TM,
                        READ_CNT, WRIT_CNT, RETURN_CD, RUN_STATUS)
                 VALUES
                       (:BCTL-JOB-NM, :BCTL-START-D, :BCTL-START-TM,
                        :BCTL-END-D, :BCTL-END-TM,
                        :BCTL-READ-CNT, :BCTL-WRIT-CNT,
                        :BCTL-RETURN-CD, :BCTL-RUN-STATUS)
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S0960:DB ERROR BATCH_CTL_LOG INSERT='
                        W-SQLCODE
           END-IF.

       S0960-LOG-BATCH-CTL-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             E N D   O F   P R O G R A M    LCBBGCRP            *
      *                                                                *
      ******************************************************************
