      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       JAPB8.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : CERTIFICATE FEE WAIVER MONTHLY EXCEPTION RPT  *
      *  DESCRIPTION : MONTHLY REVIEW OF THE STATUTORY FEES WAIVED   *
      *                BY SUPERVISORS THROUGH JAPAA (DRWA.TRWAF      *
      *                PAY_FG 'W'), IN FIVE PARTS:                   *
      *                1. WAIVERS PER SUPERVISOR AND OFFICE AGAINST  *
      *                   THE OFFICE NORM - THE OFFICE'S WAIVERS     *
      *                   DIVIDED BY ITS WAIVING SUPERVISORS.        *
      *                2. REPEATED WAIVERS FOR ONE REQUESTER         *
      *                   (RESID_RQSTR) OR ONE RESID (RESID_BUSNID)  *
      *                   WITHIN THE LOOK-BACK WINDOW.               *
      *                3. WAIVERS ON SERVICE TYPES THAT CARRY NO     *
      *                   STATUTORY EXEMPTION (TRWAT FEE_EXEMPT_FG). *
      *                4. WAIVERS GRANTED BY THE SUPERVISOR WHO ALSO *
      *                   TOOK THE REQUEST (TRWAD TX_OFFCR_RCVE).    *
      *                5. INTERNAL AUDIT REFERRAL - SUPERVISORS      *
      *                   ABOVE THE CONFIGURED PERCENTAGE OF THEIR   *
      *                   OFFICE NORM (DRWB.TRWBA 'WAIVENRM').       *
      *                EVERY WAIVER LINE CARRIES THE EXEMPTION       *
      *                REASON RECORDED AT THE COUNTER.               *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : JAPB8                                      *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-RPT-YM (PIC X(06),         *
      *                   YYYYMM; THE MONTH TO REVIEW.  BLANK -      *
      *                   THE MONTH BEFORE THE RUN DATE)             *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWA.TRWAF                              R                   *
      *  DRWA.TRWAD                              R                   *
      *  DRWA.TRWAT                              R                   *
      *  DRWB.TRWBA                              R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/10/15  S.K.CHOI         INITIAL WRITTEN                *
      ****************************************************************

      ****************************************************************
      *                                                              *
      *    E N V I R O N M E N T    D I V I S I O N                  *
      *                                                              *
      ****************************************************************
       ENVIRONMENT                       DIVISION.

       CONFIGURATION                     SECTION.

       SOURCE-COMPUTER.                  IBM.
       OBJECT-COMPUTER.                  IBM.

      ****************************************************************
      *                                                              *
      *    I N P U T - O U T P U T    S E C T I O N                  *
      *                                                              *
      ****************************************************************
       INPUT-OUTPUT                      SECTION.

       FILE-CONTROL.
           SELECT  O-RPT-FILE  ASSIGN     TO  JAPP080
                   FILE         STATUS    IS  S-RPT-STATUS.

      ****************************************************************
      *                                                              *
      *    D A T A    D I V I S I O N                                *
      *                                                              *
      ****************************************************************
       DATA                              DIVISION.

      ****************************************************************
      *                                                              *
      *    F I L E    S E C T I O N                                  *
      *                                                              *
      ****************************************************************
       FILE                              SECTION.

       FD  O-RPT-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           132  CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-RPT-REC.
       01  O-RPT-REC                     PIC  X(132).

      ****************************************************************
      *                                                              *
      *    W O R K I N G - S T O R A G E    S E C T I O N            *
      *                                                              *
      ****************************************************************
       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'JAPB8    - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *    U S E R    A B E N D                                      *
      *                                                              *
      ****************************************************************
       01  USER-ABENDS.

           05  U-ABEND.
               10  U-ABEND-CODE1         PIC  9(02)  VALUE  99.

      ****************************************************************
      *                                                              *
      *    A C C U M U L A T O R S                                   *
      *                                                              *
      ****************************************************************
       01  ACCUMULATORS.

           05  A-SUPV-CNT                PIC  9(13)  VALUE  ZERO.
           05  A-AUDIT-CNT               PIC  9(13)  VALUE  ZERO.
           05  A-REPEAT-CNT              PIC  9(13)  VALUE  ZERO.
           05  A-NOEXMT-CNT              PIC  9(13)  VALUE  ZERO.
           05  A-SELF-CNT                PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

           05  A-TOT-WAIVE-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-SECT-CNT                PIC  9(09)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      *    C-DFLT-NORM-PCT / C-DFLT-WIN-DAYS APPLY WHEN THE TRWBA    *
      *    'WAIVENRM' ROW IS NOT ON FILE - TWICE THE OFFICE NORM,    *
      *    AND REPEATS COUNTED WITHIN THE REPORT MONTH ONLY.         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'JAPB8'.
           05  C-DFLT-NORM-PCT           PIC S9(04) COMP VALUE 200.
           05  C-DFLT-WIN-DAYS           PIC S9(04) COMP VALUE ZERO.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      *    ONE CARD, SUPPLYING THE MONTH TO REVIEW.                  *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-RPT-YM            PIC  X(06)  VALUE  SPACE.
           05  FILLER                    PIC  X(74)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

           05  S-AUDIT-ACTIVE            PIC  X(01)  VALUE  'Y'.
               88  S-AUDIT-ON                        VALUE  'Y'.

           05  S-SUPV-FLAG               PIC  X(01)  VALUE  'N'.
               88  S-SUPV-FLAGGED                    VALUE  'Y'.

           05  S-PART                    PIC  X(01)  VALUE  SPACE.
               88  S-PART-REPEAT                     VALUE  '2'.
               88  S-PART-NOEXMT                     VALUE  '3'.
               88  S-PART-SELF                       VALUE  '4'.

      ****************************************************************
      *                                                              *
      *    W O R K    A R E A S                                      *
      *                                                              *
      ****************************************************************
       01  WORK-AREAS.
           05  W-SYSTEM-DATETIME.
               10  W-SYSTEM-DATE         PIC  X(08).
               10  W-SYSTEM-TIME         PIC  X(06).
           05  W-SQLCODE                 PIC  ----9.

      *    REPORT MONTH AND THE DATE RANGES DERIVED FROM IT
           05  W-RPT-YM.
               10  W-RPT-YYYY            PIC  9(04).
               10  W-RPT-MM              PIC  9(02).
           05  W-MON-FR-DT               PIC  X(08).
           05  W-MON-TO-DT               PIC  X(08).
           05  W-WIN-FR-DT               PIC  X(08).
           05  W-DATE-NUM                PIC  9(08).
           05  W-DATE-INT                PIC  9(08)  COMP.

      *    TRWBA 'WAIVENRM' SETTINGS IN FORCE FOR THE RUN
           05  W-NORM-PCT                PIC S9(04)  COMP.
           05  W-WIN-DAYS                PIC S9(04)  COMP.

      *    ONE SUPERVISOR ROW FROM CURSOR_SUPV
           05  W-SUPV-TXOFF              PIC  X(03).
           05  W-SUPV-OPID               PIC  X(08).
           05  W-SUPV-WAIVE-CNT          PIC S9(09)  COMP.
           05  W-SUPV-OFF-CNT            PIC S9(09)  COMP.
           05  W-SUPV-SUPV-CNT           PIC S9(09)  COMP.
           05  W-SUPV-NORM               PIC S9(07)V9(01) COMP-3.
           05  W-SUPV-PCT                PIC S9(07)  COMP-3.

      *    ONE WAIVER ROW FROM THE DETAIL CURSORS
           05  W-WAV-TXOFF               PIC  X(03).
           05  W-WAV-RCVE-NO-YY          PIC  X(04).
           05  W-WAV-RCVE-NO-SEQNO       PIC  9(07).
           05  W-WAV-PAY-DT              PIC  X(08).
           05  W-WAV-PAY-OPID            PIC  X(08).
           05  W-WAV-TX-SRVC-TP          PIC  X(05).
           05  W-WAV-FEE-AMT             PIC S9(11)V9(02) COMP-3.
           05  W-WAV-RSN-CD              PIC  X(02).
           05  W-WAV-RSN-TXT             PIC  X(40).
           05  W-WAV-RQSTR               PIC  X(13).
           05  W-WAV-BUSNID              PIC  X(13).
           05  W-WAV-RQSTR-CNT           PIC S9(09)  COMP.
           05  W-WAV-BUSN-CNT            PIC S9(09)  COMP.
           05  W-WAV-EXEMPT-FG           PIC  X(01).
           05  W-WAV-OFFCR-RCVE          PIC  X(04).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'CERTIFICATE FEE WAIVER EXCEPTIONS  FOR  '.
               10  H1-RPT-YM             PIC  X(06).
               10  FILLER                PIC  X(11)  VALUE
                   '  RUN DATE '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(14)  VALUE
                   '  AUDIT ABOVE '.
               10  H1-NORM-PCT           PIC  ZZZ9.
               10  FILLER                PIC  X(18)  VALUE
                   '% OF OFFICE NORM  '.
               10  FILLER                PIC  X(14)  VALUE
                   'REPEAT WINDOW '.
               10  H1-WIN-FR-DT          PIC  X(08).
               10  FILLER                PIC  X(08)  VALUE
                   ' ONWARD '.

           05  HS-SECT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  HS-SECT-TITLE         PIC  X(70).
               10  FILLER                PIC  X(61)  VALUE  SPACE.

           05  H2-SUPV-COLM.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(32)  VALUE
                   'OFF   SUPERVSR  WAIVERS  OFF-TOT'.
               10  FILLER                PIC  X(31)  VALUE
                   '  SUPVS      NORM  PCT-NM  FLAG'.
               10  FILLER                PIC  X(68)  VALUE  SPACE.

           05  D1-SUPV-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(03)  VALUE  SPACE.
               10  D1-OPID               PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-WAIVE-CNT          PIC  ZZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-OFF-CNT            PIC  ZZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-SUPV-CNT           PIC  ZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-NORM               PIC  ZZZZZ9.9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-PCT                PIC  ZZZZZ9.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-FLAG               PIC  X(07).
               10  FILLER                PIC  X(65)  VALUE  SPACE.

           05  H3-WAIVE-COLM.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(49)  VALUE
                   'RECEIPT-NO        WAIVED    SUPERVSR  SRVC   RS  '.
               10  FILLER                PIC  X(42)  VALUE
                   'EXEMPTION REASON'.
               10  H3-NOTE-HDG           PIC  X(40).

      *    D2-NOTE CARRIES THE PART-SPECIFIC EVIDENCE - THE REPEAT
      *    COUNTS, THE FEE GIVEN UP, OR THE OFFICER WHO TOOK THE
      *    REQUEST.
           05  D2-WAIVE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D2-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D2-RCVE-NO-YY         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D2-RCVE-NO-SEQNO      PIC  9(07).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-PAY-DT             PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-PAY-OPID           PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-TX-SRVC-TP         PIC  X(05).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-RSN-CD             PIC  X(02).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-RSN-TXT            PIC  X(40).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-NOTE               PIC  X(40).
               10  D2-NOTE-REPEAT        REDEFINES  D2-NOTE.
                   15  D2-RQSTR          PIC  X(13).
                   15  FILLER            PIC  X(01).
                   15  D2-RQSTR-CNT      PIC  ZZ9.
                   15  FILLER            PIC  X(02).
                   15  D2-BUSNID         PIC  X(13).
                   15  FILLER            PIC  X(01).
                   15  D2-BUSN-CNT       PIC  ZZ9.
                   15  FILLER            PIC  X(04).
               10  D2-NOTE-NOEXMT        REDEFINES  D2-NOTE.
                   15  D2-FEE-AMT        PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
                   15  FILLER            PIC  X(02).
                   15  D2-EXMPT-NOTE     PIC  X(20).
               10  D2-NOTE-SELF          REDEFINES  D2-NOTE.
                   15  D2-OFFCR-RCVE     PIC  X(04).
                   15  FILLER            PIC  X(36).

           05  T1-SECT-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  T1-LABEL              PIC  X(30).
               10  T1-CNT                PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(92)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBA   (   FRAUD-SCREEN / RUN CONTROL ROWS   )      *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBA      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_SUPV : THE MONTH'S WAIVERS PER OFFICE AND WAIVING  *
      *    SUPERVISOR (PAY_OPID), WITH THE OFFICE TOTAL AND THE      *
      *    NUMBER OF SUPERVISORS WHO WAIVED THERE - THE TWO FIGURES  *
      *    THE OFFICE NORM IS TAKEN FROM.  OPENED TWICE: ONCE FOR    *
      *    PART 1 AND AGAIN FOR THE AUDIT REFERRAL PAGE.             *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_SUPV  CURSOR  WITH  HOLD  FOR
                 SELECT   S.TXOFF
                 ,        S.OPID
                 ,        S.WAIVE_CNT
                 ,        O.OFF_CNT
                 ,        O.SUPV_CNT
                 FROM    (SELECT  RCVE_NO_TXOFF    AS TXOFF
                          ,       PAY_OPID         AS OPID
                          ,       COUNT(*)         AS WAIVE_CNT
                          FROM    DRWA.TRWAF
                          WHERE   PAY_FG  =  'W'
                          AND     PAY_DT  BETWEEN  :W-MON-FR-DT
                                          AND      :W-MON-TO-DT
                          GROUP BY RCVE_NO_TXOFF, PAY_OPID
                         )  AS  S
                 ,       (SELECT  RCVE_NO_TXOFF    AS TXOFF
                          ,       COUNT(*)         AS OFF_CNT
                          ,       COUNT(DISTINCT PAY_OPID)
                                                   AS SUPV_CNT
                          FROM    DRWA.TRWAF
                          WHERE   PAY_FG  =  'W'
                          AND     PAY_DT  BETWEEN  :W-MON-FR-DT
                                          AND      :W-MON-TO-DT
                          GROUP BY RCVE_NO_TXOFF
                         )  AS  O
                 WHERE    O.TXOFF  =  S.TXOFF
                 ORDER BY S.TXOFF, S.WAIVE_CNT DESC, S.OPID
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_REPEAT : THE MONTH'S WAIVERS WHOSE REQUESTER OR    *
      *    RESID WAS WAIVED FOR AT LEAST TWICE FROM THE WINDOW START *
      *    TO THE MONTH END, ACROSS ALL OFFICES.  A BLANK REQUESTER  *
      *    OR RESID IS NOT COUNTED.                                  *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_REPEAT  CURSOR  WITH  HOLD  FOR
                 SELECT   X.TXOFF, X.YY, X.SEQNO
                 ,        X.PAY_DT, X.PAY_OPID, X.TX_SRVC_TP
                 ,        X.RSN_CD, X.RSN_TXT
                 ,        X.RQSTR, X.BUSNID
                 ,        X.RQSTR_CNT, X.BUSN_CNT
                 FROM    (SELECT  F.RCVE_NO_TXOFF  AS TXOFF
                          ,       F.RCVE_NO_YY     AS YY
                          ,       F.RCVE_NO_SEQNO  AS SEQNO
                          ,       F.PAY_DT         AS PAY_DT
                          ,       F.PAY_OPID       AS PAY_OPID
                          ,       F.TX_SRVC_TP     AS TX_SRVC_TP
                          ,       F.WAIVE_RSN_CD   AS RSN_CD
                          ,       F.WAIVE_RSN_TXT  AS RSN_TXT
                          ,       D.RESID_RQSTR    AS RQSTR
                          ,       D.RESID_BUSNID   AS BUSNID
                          ,       CASE WHEN D.RESID_RQSTR = ' '
                                       THEN 0
                                       ELSE
                                  (SELECT COUNT(*)
                                     FROM DRWA.TRWAF  F2
                                     ,    DRWA.TRWAD  D2
                                    WHERE F2.PAY_FG  =  'W'
                                      AND F2.PAY_DT  BETWEEN
                                                     :W-WIN-FR-DT
                                              AND    :W-MON-TO-DT
                                      AND D2.RCVE_NO_TXOFF
                                                  = F2.RCVE_NO_TXOFF
                                      AND D2.RCVE_NO_YY
                                                  = F2.RCVE_NO_YY
                                      AND D2.RCVE_NO_SEQNO
                                                  = F2.RCVE_NO_SEQNO
                                      AND D2.RESID_RQSTR
                                                  = D.RESID_RQSTR)
                                  END              AS RQSTR_CNT
                          ,       CASE WHEN D.RESID_BUSNID = ' '
                                       THEN 0
                                       ELSE
                                  (SELECT COUNT(*)
                                     FROM DRWA.TRWAF  F3
                                     ,    DRWA.TRWAD  D3
                                    WHERE F3.PAY_FG  =  'W'
                                      AND F3.PAY_DT  BETWEEN
                                                     :W-WIN-FR-DT
                                              AND    :W-MON-TO-DT
                                      AND D3.RCVE_NO_TXOFF
                                                  = F3.RCVE_NO_TXOFF
                                      AND D3.RCVE_NO_YY
                                                  = F3.RCVE_NO_YY
                                      AND D3.RCVE_NO_SEQNO
                                                  = F3.RCVE_NO_SEQNO
                                      AND D3.RESID_BUSNID
                                                  = D.RESID_BUSNID)
                                  END              AS BUSN_CNT
                          FROM    DRWA.TRWAF  F
                          ,       DRWA.TRWAD  D
                          WHERE   F.PAY_FG        =  'W'
                          AND     F.PAY_DT  BETWEEN  :W-MON-FR-DT
                                            AND      :W-MON-TO-DT
                          AND     D.RCVE_NO_TXOFF =  F.RCVE_NO_TXOFF
                          AND     D.RCVE_NO_YY    =  F.RCVE_NO_YY
                          AND     D.RCVE_NO_SEQNO =  F.RCVE_NO_SEQNO
                         )  AS  X
                 WHERE    X.RQSTR_CNT  >=  2
                 OR       X.BUSN_CNT   >=  2
                 ORDER BY X.RQSTR, X.BUSNID, X.PAY_DT,
                          X.TXOFF, X.YY, X.SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_NOEXMT : THE MONTH'S WAIVERS ON A SERVICE TYPE     *
      *    TRWAT DOES NOT MARK FEE_EXEMPT_FG 'Y' - OR ON A TYPE NOT  *
      *    ON TRWAT AT ALL.                                          *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_NOEXMT  CURSOR  WITH  HOLD  FOR
                 SELECT   F.RCVE_NO_TXOFF
                 ,        F.RCVE_NO_YY
                 ,        F.RCVE_NO_SEQNO
                 ,        F.PAY_DT
                 ,        F.PAY_OPID
                 ,        F.TX_SRVC_TP
                 ,        F.WAIVE_RSN_CD
                 ,        F.WAIVE_RSN_TXT
                 ,        F.FEE_AMT
                 ,        COALESCE(T.FEE_EXEMPT_FG, ' ')
                 FROM     DRWA.TRWAF  F
                          LEFT OUTER JOIN
                          DRWA.TRWAT  T
                 ON       T.TX_SRVC_TP    =  F.TX_SRVC_TP
                 WHERE    F.PAY_FG        =  'W'
                 AND      F.PAY_DT  BETWEEN  :W-MON-FR-DT
                                    AND      :W-MON-TO-DT
                 AND      COALESCE(T.FEE_EXEMPT_FG, 'N')  <>  'Y'
                 ORDER BY F.TX_SRVC_TP, F.RCVE_NO_TXOFF,
                          F.RCVE_NO_YY, F.RCVE_NO_SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

      ****************************************************************
      *    CURSOR_SELF : THE MONTH'S WAIVERS GRANTED BY THE OFFICER  *
      *    WHO ALSO TOOK THE REQUEST.  THE OPERATOR ID AT THE        *
      *    COUNTER IS THE OFFICER CODE, SO TRWAD TX_OFFCR_RCVE AND   *
      *    TRWAF PAY_OPID COMPARE DIRECTLY.                          *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_SELF  CURSOR  WITH  HOLD  FOR
                 SELECT   F.RCVE_NO_TXOFF
                 ,        F.RCVE_NO_YY
                 ,        F.RCVE_NO_SEQNO
                 ,        F.PAY_DT
                 ,        F.PAY_OPID
                 ,        F.TX_SRVC_TP
                 ,        F.WAIVE_RSN_CD
                 ,        F.WAIVE_RSN_TXT
                 ,        D.TX_OFFCR_RCVE
                 FROM     DRWA.TRWAF  F
                 ,        DRWA.TRWAD  D
                 WHERE    F.PAY_FG        =  'W'
                 AND      F.PAY_DT  BETWEEN  :W-MON-FR-DT
                                    AND      :W-MON-TO-DT
                 AND      D.RCVE_NO_TXOFF =  F.RCVE_NO_TXOFF
                 AND      D.RCVE_NO_YY    =  F.RCVE_NO_YY
                 AND      D.RCVE_NO_SEQNO =  F.RCVE_NO_SEQNO
                 AND      D.TX_OFFCR_RCVE =  F.PAY_OPID
                 ORDER BY F.PAY_OPID, F.RCVE_NO_TXOFF,
                          F.RCVE_NO_YY, F.RCVE_NO_SEQNO
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'JAPB8    *** WORKING STORAGE ENDS HERE  '.

      ****************************************************************
      *                                                              *
      *    P R O C E D U R E    D I V I S I O N                      *
      *                                                              *
      ****************************************************************
       PROCEDURE                         DIVISION.

      ****************************************************************
      *                                                              *
      *    M A I N    P R O C E S S                                  *
      *                                                              *
      ****************************************************************
       S0100-MAIN                        SECTION.

           PERFORM  S0200-INITIALIZATION.

           PERFORM  S0300-LOAD-NORM.

           PERFORM  S0400-WRITE-HEADING.

           PERFORM  S1100-SUPV-SCAN.

           PERFORM  S1300-REPEAT-SCAN.

           PERFORM  S1500-NOEXMT-SCAN.

           PERFORM  S1700-SELF-SCAN.

           PERFORM  S1900-AUDIT-SCAN.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** JAPB8    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** JAPB8    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* WAIVER-CNT     : ' A-TOT-WAIVE-CNT.
           DISPLAY '* SUPERVISOR-CNT : ' A-SUPV-CNT.
           DISPLAY '* REPEAT-CNT     : ' A-REPEAT-CNT.
           DISPLAY '* NO-EXEMPT-CNT  : ' A-NOEXMT-CNT.
           DISPLAY '* SELF-WAIVE-CNT : ' A-SELF-CNT.
           DISPLAY '* AUDIT-REFER-CNT: ' A-AUDIT-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-RPT-FILE.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      *    THE REPORT MONTH RUNS FROM YYYYMM01 TO ITS LAST DAY,       *
      *    FOUND AS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.      *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    ACCUMULATORS.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### JAPB8    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-RPT-YM  =  SPACE  OR  LOW-VALUE
               MOVE  W-SYSTEM-DATE(1:6)  TO  W-RPT-YM
               IF  W-RPT-MM  =  1
                   MOVE  12              TO  W-RPT-MM
                   SUBTRACT  1         FROM  W-RPT-YYYY
               ELSE
                   SUBTRACT  1         FROM  W-RPT-MM
               END-IF
           ELSE
               IF  W-SYSIN-RPT-YM        NOT  NUMERIC
                   DISPLAY 'S0200:ERROR=INVALID SYSIN REPORT MONTH('
                            W-SYSIN-RPT-YM ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
               MOVE  W-SYSIN-RPT-YM      TO  W-RPT-YM
           END-IF.

           IF  W-RPT-MM  <  1  OR  W-RPT-MM  >  12
               DISPLAY 'S0200:ERROR=INVALID SYSIN REPORT MONTH('
                        W-RPT-YM ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-RPT-YM                TO  W-MON-FR-DT(1:6).
           MOVE  '01'                    TO  W-MON-FR-DT(7:2).

           IF  W-RPT-MM  =  12
               COMPUTE  W-DATE-NUM  =  (W-RPT-YYYY + 1) * 10000
                                    +  0101
           ELSE
               COMPUTE  W-DATE-NUM  =  W-RPT-YYYY * 10000
                                    +  (W-RPT-MM + 1) * 100
                                    +  1
           END-IF.
           COMPUTE  W-DATE-INT  =  FUNCTION INTEGER-OF-DATE
                                           (W-DATE-NUM)  -  1.
           COMPUTE  W-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                           (W-DATE-INT).
           MOVE  W-DATE-NUM              TO  W-MON-TO-DT.

           DISPLAY  'S0200:REPORT MONTH ' W-MON-FR-DT ' - ' W-MON-TO-DT.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=JAPP080 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - L O A D - N O R M                             *
      *                                                              *
      *    TRWBA 'WAIVENRM':  THRESHOLD_CNT IS THE PERCENTAGE OF THE *
      *    OFFICE NORM ABOVE WHICH A SUPERVISOR IS REFERRED FOR      *
      *    INTERNAL AUDIT (200 = TWICE THE NORM); WINDOW_DAYS THE    *
      *    LOOK-BACK, ENDING AT THE MONTH END, FOR REPEATED WAIVERS. *
      *    A WINDOW SHORTER THAN THE MONTH STILL COVERS THE MONTH.   *
      *    WITHOUT THE ROW THE DEFAULTS IN CONSTANTS APPLY; WITH     *
      *    ACTIVE_FG 'N' THE REPORT RUNS BUT NOBODY IS REFERRED.     *
      *                                                              *
      ****************************************************************
       S0300-LOAD-NORM                   SECTION.

           MOVE  C-DFLT-NORM-PCT          TO  W-NORM-PCT.
           MOVE  C-DFLT-WIN-DAYS          TO  W-WIN-DAYS.
           MOVE  'Y'                      TO  S-AUDIT-ACTIVE.

           EXEC  SQL  SELECT  WINDOW_DAYS, THRESHOLD_CNT, ACTIVE_FG
                        INTO  :TRWBA.WINDOW-DAYS,
                              :TRWBA.THRESHOLD-CNT,
                              :TRWBA.ACTIVE-FG
                        FROM  DRWB.TRWBA
                       WHERE  CTL_ID    = 'WAIVENRM'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     IF  THRESHOLD-CNT OF TRWBA  >  ZERO
                         MOVE  THRESHOLD-CNT OF TRWBA
                                          TO  W-NORM-PCT
                     END-IF
                     IF  WINDOW-DAYS OF TRWBA  >  ZERO
                         MOVE  WINDOW-DAYS OF TRWBA
                                          TO  W-WIN-DAYS
                     END-IF
                     IF  ACTIVE-FG-NO OF TRWBA
                         MOVE  'N'        TO  S-AUDIT-ACTIVE
                     END-IF
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0300:DB ERROR TRWBA SELECT=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           MOVE  W-MON-FR-DT              TO  W-WIN-FR-DT.

           IF  W-WIN-DAYS  >  ZERO
               MOVE  W-MON-TO-DT          TO  W-DATE-NUM
               COMPUTE  W-DATE-INT  =  FUNCTION INTEGER-OF-DATE
                                               (W-DATE-NUM)
                                    -  W-WIN-DAYS  +  1
               COMPUTE  W-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                               (W-DATE-INT)
               IF  W-DATE-NUM  <  W-MON-FR-DT
                   MOVE  W-DATE-NUM       TO  W-WIN-FR-DT
               END-IF
           END-IF.

           DISPLAY  'S0300:AUDIT ABOVE ' W-NORM-PCT
                    '% OF NORM, REFERRAL ACTIVE ' S-AUDIT-ACTIVE
                    ', REPEAT WINDOW FROM ' W-WIN-FR-DT.

       S0300-LOAD-NORM-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 4 0 0 - W R I T E - H E A D I N G                     *
      *                                                              *
      ****************************************************************
       S0400-WRITE-HEADING               SECTION.

           MOVE  W-RPT-YM                TO  H1-RPT-YM.
           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           MOVE  W-NORM-PCT              TO  H1-NORM-PCT.
           MOVE  W-WIN-FR-DT             TO  H1-WIN-FR-DT.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           ADD   2                       TO  A-RPT-WRIT-CNT.

       S0400-WRITE-HEADING-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - S U P V - S C A N                             *
      *                                                              *
      *    PART 1 - EVERY WAIVING SUPERVISOR AGAINST THE OFFICE      *
      *    NORM.  THOSE ABOVE THE AUDIT PERCENTAGE ARE MARKED HERE   *
      *    AND LISTED AGAIN ON THE REFERRAL PAGE (S1900).            *
      *                                                              *
      ****************************************************************
       S1100-SUPV-SCAN                   SECTION.

           DISPLAY  'STEP : S1100-SUPV-SCAN'.

           MOVE  'PART 1 - WAIVERS PER SUPERVISOR AGAINST THE OFFICE NO
      -          'RM'                     TO  HS-SECT-TITLE.
           WRITE  O-RPT-REC  FROM  HS-SECT-LINE.
           WRITE  O-RPT-REC  FROM  H2-SUPV-COLM.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           EXEC  SQL  OPEN  CURSOR_SUPV    END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR SUPV OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-SUPV
              IF  NOT  S-NO-DATA
                  PERFORM  S6100-RATE-SUPV
                  PERFORM  S5100-WRITE-SUPV-LINE
                  ADD   1                 TO  A-SUPV-CNT
                  ADD   W-SUPV-WAIVE-CNT  TO  A-TOT-WAIVE-CNT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_SUPV    END-EXEC.

           MOVE  'WAIVERS IN MONTH ..........: ' TO  T1-LABEL.
           MOVE  A-TOT-WAIVE-CNT          TO  A-SECT-CNT.
           PERFORM  S5800-WRITE-TRAILER.

       S1100-SUPV-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - R E P E A T - S C A N                         *
      *                                                              *
      *    PART 2 - REPEATED WAIVERS FOR ONE REQUESTER OR RESID.     *
      *                                                              *
      ****************************************************************
       S1300-REPEAT-SCAN                 SECTION.

           DISPLAY  'STEP : S1300-REPEAT-SCAN'.

           MOVE  'PART 2 - REPEATED WAIVERS FOR ONE REQUESTER OR RESID'
                                          TO  HS-SECT-TITLE.
           MOVE  'REQUESTER-ID  CNT  RESID         CNT'
                                          TO  H3-NOTE-HDG.
           PERFORM  S5700-WRITE-PART-HEAD.

           EXEC  SQL  OPEN  CURSOR_REPEAT  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1300:DB ERROR REPEAT OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  '2'                      TO  S-PART.
           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7300-FETCH-REPEAT
              IF  NOT  S-NO-DATA
                  PERFORM  S5300-WRITE-WAIVE-LINE
                  ADD   1                 TO  A-REPEAT-CNT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_REPEAT  END-EXEC.

           MOVE  'REPEATED WAIVERS ..........: ' TO  T1-LABEL.
           MOVE  A-REPEAT-CNT             TO  A-SECT-CNT.
           PERFORM  S5800-WRITE-TRAILER.

       S1300-REPEAT-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 0 0 - N O E X M T - S C A N                         *
      *                                                              *
      *    PART 3 - WAIVERS ON SERVICE TYPES WITH NO STATUTORY       *
      *    EXEMPTION.                                                *
      *                                                              *
      ****************************************************************
       S1500-NOEXMT-SCAN                 SECTION.

           DISPLAY  'STEP : S1500-NOEXMT-SCAN'.

           MOVE  'PART 3 - WAIVERS ON SERVICE TYPES WITH NO STATUTORY E
      -          'XEMPTION'               TO  HS-SECT-TITLE.
           MOVE  '        FEE WAIVED  SERVICE TYPE'
                                          TO  H3-NOTE-HDG.
           PERFORM  S5700-WRITE-PART-HEAD.

           EXEC  SQL  OPEN  CURSOR_NOEXMT  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1500:DB ERROR NOEXMT OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  '3'                      TO  S-PART.
           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7500-FETCH-NOEXMT
              IF  NOT  S-NO-DATA
                  PERFORM  S5300-WRITE-WAIVE-LINE
                  ADD   1                 TO  A-NOEXMT-CNT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_NOEXMT  END-EXEC.

           MOVE  'WAIVERS WITHOUT EXEMPTION .: ' TO  T1-LABEL.
           MOVE  A-NOEXMT-CNT             TO  A-SECT-CNT.
           PERFORM  S5800-WRITE-TRAILER.

       S1500-NOEXMT-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 7 0 0 - S E L F - S C A N                             *
      *                                                              *
      *    PART 4 - WAIVERS GRANTED BY THE OFFICER WHO TOOK THE      *
      *    REQUEST.                                                  *
      *                                                              *
      ****************************************************************
       S1700-SELF-SCAN                   SECTION.

           DISPLAY  'STEP : S1700-SELF-SCAN'.

           MOVE  'PART 4 - WAIVERS GRANTED BY THE OFFICER WHO TOOK THE
      -          'REQUEST'                TO  HS-SECT-TITLE.
           MOVE  'TOOK REQUEST'           TO  H3-NOTE-HDG.
           PERFORM  S5700-WRITE-PART-HEAD.

           EXEC  SQL  OPEN  CURSOR_SELF    END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1700:DB ERROR SELF OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  '4'                      TO  S-PART.
           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7700-FETCH-SELF
              IF  NOT  S-NO-DATA
                  PERFORM  S5300-WRITE-WAIVE-LINE
                  ADD   1                 TO  A-SELF-CNT
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_SELF    END-EXEC.

           MOVE  'SELF-WAIVED REQUESTS ......: ' TO  T1-LABEL.
           MOVE  A-SELF-CNT               TO  A-SECT-CNT.
           PERFORM  S5800-WRITE-TRAILER.

       S1700-SELF-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 9 0 0 - A U D I T - S C A N                           *
      *                                                              *
      *    PART 5 - THE INTERNAL AUDIT REFERRAL PAGE.  CURSOR_SUPV   *
      *    IS READ AGAIN AND ONLY THE FLAGGED SUPERVISORS PRINTED,   *
      *    SO THE PAGE CAN BE PASSED TO AUDIT ON ITS OWN.            *
      *                                                              *
      ****************************************************************
       S1900-AUDIT-SCAN                  SECTION.

           DISPLAY  'STEP : S1900-AUDIT-SCAN'.

           MOVE  'PART 5 - INTERNAL AUDIT REFERRAL - SUPERVISORS ABOVE
      -          'THE NORM LIMIT'         TO  HS-SECT-TITLE.
           WRITE  O-RPT-REC  FROM  HS-SECT-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           IF  NOT  S-AUDIT-ON
               MOVE  'REFERRAL SUSPENDED - TRWBA WAIVENRM ACTIVE_FG N'
                                          TO  HS-SECT-TITLE
               WRITE  O-RPT-REC  FROM  HS-SECT-LINE
               ADD   1                    TO  A-RPT-WRIT-CNT
               GO TO  S1900-AUDIT-SCAN-EXIT
           END-IF.

           WRITE  O-RPT-REC  FROM  H2-SUPV-COLM.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           EXEC  SQL  OPEN  CURSOR_SUPV    END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1900:DB ERROR SUPV OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-SUPV
              IF  NOT  S-NO-DATA
                  PERFORM  S6100-RATE-SUPV
                  IF  S-SUPV-FLAGGED
                      PERFORM  S5100-WRITE-SUPV-LINE
                      ADD   1             TO  A-AUDIT-CNT
                  END-IF
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_SUPV    END-EXEC.

           MOVE  'SUPERVISORS REFERRED ......: ' TO  T1-LABEL.
           MOVE  A-AUDIT-CNT              TO  A-SECT-CNT.
           PERFORM  S5800-WRITE-TRAILER.

       S1900-AUDIT-SCAN-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - S U P V - L I N E                 *
      *                                                              *
      ****************************************************************
       S5100-WRITE-SUPV-LINE             SECTION.

           INITIALIZE  D1-SUPV-LINE.

           MOVE  W-SUPV-TXOFF             TO  D1-TXOFF.
           MOVE  W-SUPV-OPID              TO  D1-OPID.
           MOVE  W-SUPV-WAIVE-CNT         TO  D1-WAIVE-CNT.
           MOVE  W-SUPV-OFF-CNT           TO  D1-OFF-CNT.
           MOVE  W-SUPV-SUPV-CNT          TO  D1-SUPV-CNT.
           MOVE  W-SUPV-NORM              TO  D1-NORM.
           MOVE  W-SUPV-PCT               TO  D1-PCT.
           IF  S-SUPV-FLAGGED
               MOVE  '*AUDIT*'            TO  D1-FLAG
           END-IF.

           WRITE  O-RPT-REC  FROM  D1-SUPV-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5100:ERROR=JAPP080 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5100-WRITE-SUPV-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - W A I V E - L I N E               *
      *                                                              *
      *    ONE WAIVER FOR PARTS 2 TO 4, WITH ITS EXEMPTION REASON;   *
      *    S-PART SAYS WHICH EVIDENCE GOES IN THE NOTE COLUMN.       *
      *                                                              *
      ****************************************************************
       S5300-WRITE-WAIVE-LINE            SECTION.

           INITIALIZE  D2-WAIVE-LINE.
           MOVE  SPACE                    TO  D2-NOTE.

           MOVE  W-WAV-TXOFF              TO  D2-TXOFF.
           MOVE  W-WAV-RCVE-NO-YY         TO  D2-RCVE-NO-YY.
           MOVE  W-WAV-RCVE-NO-SEQNO      TO  D2-RCVE-NO-SEQNO.
           MOVE  W-WAV-PAY-DT             TO  D2-PAY-DT.
           MOVE  W-WAV-PAY-OPID           TO  D2-PAY-OPID.
           MOVE  W-WAV-TX-SRVC-TP         TO  D2-TX-SRVC-TP.
           MOVE  W-WAV-RSN-CD             TO  D2-RSN-CD.
           IF  W-WAV-RSN-CD  =  SPACE  AND  W-WAV-RSN-TXT  =  SPACE
               MOVE  '(NO REASON RECORDED)'
                                          TO  D2-RSN-TXT
           ELSE
               MOVE  W-WAV-RSN-TXT        TO  D2-RSN-TXT
           END-IF.

           EVALUATE  TRUE
               WHEN  S-PART-REPEAT
                     MOVE  W-WAV-RQSTR        TO  D2-RQSTR
                     MOVE  W-WAV-RQSTR-CNT    TO  D2-RQSTR-CNT
                     MOVE  W-WAV-BUSNID       TO  D2-BUSNID
                     MOVE  W-WAV-BUSN-CNT     TO  D2-BUSN-CNT
               WHEN  S-PART-NOEXMT
                     MOVE  W-WAV-FEE-AMT      TO  D2-FEE-AMT
                     IF  W-WAV-EXEMPT-FG  =  SPACE
                         MOVE  'NOT ON TRWAT'  TO  D2-EXMPT-NOTE
                     ELSE
                         MOVE  'NO EXEMPTION'  TO  D2-EXMPT-NOTE
                     END-IF
               WHEN  S-PART-SELF
                     MOVE  W-WAV-OFFCR-RCVE   TO  D2-OFFCR-RCVE
           END-EVALUATE.

           WRITE  O-RPT-REC  FROM  D2-WAIVE-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5300:ERROR=JAPP080 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5300-WRITE-WAIVE-LINE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 7 0 0 - W R I T E - P A R T - H E A D                 *
      *                                                              *
      ****************************************************************
       S5700-WRITE-PART-HEAD             SECTION.

           WRITE  O-RPT-REC  FROM  HS-SECT-LINE.
           WRITE  O-RPT-REC  FROM  H3-WAIVE-COLM.
           ADD   2                        TO  A-RPT-WRIT-CNT.

       S5700-WRITE-PART-HEAD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 8 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S5800-WRITE-TRAILER               SECTION.

           MOVE  A-SECT-CNT               TO  T1-CNT.
           WRITE  O-RPT-REC  FROM  T1-SECT-LINE.
           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5800:ERROR=JAPP080 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   2                        TO  A-RPT-WRIT-CNT.

       S5800-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - R A T E - S U P V                             *
      *                                                              *
      *    NORM = OFFICE WAIVERS / WAIVING SUPERVISORS.  THE         *
      *    SUPERVISOR'S COUNT IS EXPRESSED AS A PERCENTAGE OF IT AND *
      *    FLAGGED WHEN ABOVE THE TRWBA 'WAIVENRM' PERCENTAGE.       *
      *                                                              *
      ****************************************************************
       S6100-RATE-SUPV                   SECTION.

           MOVE  ZERO                     TO  W-SUPV-NORM
                                              W-SUPV-PCT.
           MOVE  'N'                      TO  S-SUPV-FLAG.

           IF  W-SUPV-OFF-CNT  =  ZERO  OR  W-SUPV-SUPV-CNT  =  ZERO
               GO TO  S6100-RATE-SUPV-EXIT
           END-IF.

           COMPUTE  W-SUPV-NORM  ROUNDED
                 =  W-SUPV-OFF-CNT  /  W-SUPV-SUPV-CNT.
           COMPUTE  W-SUPV-PCT   ROUNDED
                 =  W-SUPV-WAIVE-CNT  *  100  *  W-SUPV-SUPV-CNT
                 /  W-SUPV-OFF-CNT.

           IF  S-AUDIT-ON  AND  W-SUPV-PCT  >  W-NORM-PCT
               MOVE  'Y'                  TO  S-SUPV-FLAG
           END-IF.

       S6100-RATE-SUPV-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - S U P V                           *
      *                                                              *
      ****************************************************************
       S7100-FETCH-SUPV                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_SUPV
                 INTO  :W-SUPV-TXOFF
                 ,     :W-SUPV-OPID
                 ,     :W-SUPV-WAIVE-CNT
                 ,     :W-SUPV-OFF-CNT
                 ,     :W-SUPV-SUPV-CNT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR SUPV FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-SUPV-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 3 0 0 - F E T C H - R E P E A T                       *
      *                                                              *
      ****************************************************************
       S7300-FETCH-REPEAT                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_REPEAT
                 INTO  :W-WAV-TXOFF
                 ,     :W-WAV-RCVE-NO-YY
                 ,     :W-WAV-RCVE-NO-SEQNO
                 ,     :W-WAV-PAY-DT
                 ,     :W-WAV-PAY-OPID
                 ,     :W-WAV-TX-SRVC-TP
                 ,     :W-WAV-RSN-CD
                 ,     :W-WAV-RSN-TXT
                 ,     :W-WAV-RQSTR
                 ,     :W-WAV-BUSNID
                 ,     :W-WAV-RQSTR-CNT
                 ,     :W-WAV-BUSN-CNT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7300:DB ERROR REPEAT FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7300-FETCH-REPEAT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 5 0 0 - F E T C H - N O E X M T                       *
      *                                                              *
      ****************************************************************
       S7500-FETCH-NOEXMT                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_NOEXMT
                 INTO  :W-WAV-TXOFF
                 ,     :W-WAV-RCVE-NO-YY
                 ,     :W-WAV-RCVE-NO-SEQNO
                 ,     :W-WAV-PAY-DT
                 ,     :W-WAV-PAY-OPID
                 ,     :W-WAV-TX-SRVC-TP
                 ,     :W-WAV-RSN-CD
                 ,     :W-WAV-RSN-TXT
                 ,     :W-WAV-FEE-AMT
                 ,     :W-WAV-EXEMPT-FG
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7500:DB ERROR NOEXMT FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7500-FETCH-NOEXMT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 7 0 0 - F E T C H - S E L F                           *
      *                                                              *
      ****************************************************************
       S7700-FETCH-SELF                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_SELF
                 INTO  :W-WAV-TXOFF
                 ,     :W-WAV-RCVE-NO-YY
                 ,     :W-WAV-RCVE-NO-SEQNO
                 ,     :W-WAV-PAY-DT
                 ,     :W-WAV-PAY-OPID
                 ,     :W-WAV-TX-SRVC-TP
                 ,     :W-WAV-RSN-CD
                 ,     :W-WAV-RSN-TXT
                 ,     :W-WAV-OFFCR-RCVE
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7700:DB ERROR SELF FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7700-FETCH-SELF-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      JAPB8            *
      *                                                              *
      ****************************************************************
