      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.FILE_WAIT)                          *
      *            APOST                                             *
      *            ACTION(REPLACE)                                   *
      *                                                              *
      *    FILE_WAIT  -  ONE ROW PER HELD JOB PER RUN DATE, WRITTEN  *
      *                  BY LCBBGSCH IN PLACE OF THE JOB'S DECK.     *
      *                  DSN-PAT IS THE SCHEDULE PATTERN WITH @DATE@ *
      *                  ALREADY RESOLVED; THE WINDOW IS CARRIED AS  *
      *                  FULL DATES SO IT MAY CROSS MIDNIGHT.        *
      *                  A JOB CHAINED BEHIND A HELD JOB IS HELD TOO *
      *                  (STATUS 'P', BLANK DSN-PAT, PRED-JOB-NM THE *
      *                  JOB IT WAITS ON) AND IS RELEASED WITH IT.   *
      *                  STATUS  W = WAITING FOR ITS FILE            *
      *                          L = WINDOW CLOSED, LATE ALERT SENT  *
      *                              BY LCBPALM, STILL WAITING       *
      *                          P = WAITING ON ITS PREDECESSOR      *
      *                          R = RELEASED BY LCBBGFAR            *
      *                                                              *
      ****************************************************************
261015 01  FWT-REC.
261015     05  FWT-RUN-DT              PIC X(08).
261015     05  FWT-JOB-NM              PIC X(08).
261015     05  FWT-DSN-PAT             PIC X(44).
261015     05  FWT-WIN-FR-D            PIC X(08).
261015     05  FWT-WIN-FR-TM           PIC X(06).
261015     05  FWT-WIN-TO-D            PIC X(08).
261015     05  FWT-WIN-TO-TM           PIC X(06).
261015     05  FWT-MIN-REC             PIC S9(09)   COMP-3.
261015     05  FWT-PRED-JOB-NM         PIC X(08).
261015     05  FWT-STATUS              PIC X(01).
261015         88  FWT-STATUS-WAIT         VALUE 'W'.
261015         88  FWT-STATUS-LATE         VALUE 'L'.
261015         88  FWT-STATUS-PRED         VALUE 'P'.
261015         88  FWT-STATUS-RELEASED     VALUE 'R'.
261015     05  FWT-HOLD-D              PIC X(08).
261015     05  FWT-HOLD-TM             PIC X(06).
261015     05  FWT-ARR-D               PIC X(08).
261015     05  FWT-ARR-TM              PIC X(06).
261015     05  FWT-REC-CNT             PIC S9(09)   COMP-3.
261015     05  FWT-REL-D               PIC X(08).
261015     05  FWT-REL-TM              PIC X(06).
261015     05  FWT-ALERT-D             PIC X(08).
261015     05  FWT-ALERT-TM            PIC X(06).

      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.FILE_ARRIVAL)                       *
      *                                                              *
      *    FILE_ARRIVAL  -  ONE ROW PER FILE SEEN BY LCBBGFAR, WHAT  *
      *                     EVER BECAME OF IT.  REC-CNT AND THE      *
      *                     FIRST AND LAST RECORD IMAGES (40 BYTES   *
      *                     EACH) IDENTIFY THE CONTENT, SO A RESEND  *
      *                     UNDER ANOTHER NAME IS STILL KNOWN.       *
      *                     DISP  Q = QUALIFIED, JOB RELEASED        *
      *                           S = SHORT, UNDER THE MINIMUM COUNT *
      *                           D = DUPLICATE OF AN EARLIER        *
      *                               QUALIFIED FILE (DUP-ARR-D/TM), *
      *                               OR THE NIGHT WAS RELEASED      *
      *                           U = NO HELD JOB EXPECTS THE NAME   *
      *                                                              *
      ****************************************************************
261015 01  FAR-REC.
261015     05  FAR-ARR-D               PIC X(08).
261015     05  FAR-ARR-TM              PIC X(06).
261015     05  FAR-DSN                 PIC X(44).
261015     05  FAR-JOB-NM              PIC X(08).
261015     05  FAR-RUN-DT              PIC X(08).
261015     05  FAR-REC-CNT             PIC S9(09)   COMP-3.
261015     05  FAR-FIRST-IMG           PIC X(40).
261015     05  FAR-LAST-IMG            PIC X(40).
261015     05  FAR-DISP                PIC X(01).
261015         88  FAR-DISP-QUALIFIED      VALUE 'Q'.
261015         88  FAR-DISP-SHORT          VALUE 'S'.
261015         88  FAR-DISP-DUPLICATE      VALUE 'D'.
261015         88  FAR-DISP-UNMATCHED      VALUE 'U'.
261015     05  FAR-DUP-ARR-D           PIC X(08).
261015     05  FAR-DUP-ARR-TM          PIC X(06).
