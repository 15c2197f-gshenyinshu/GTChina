      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LEPB3.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : DAILY COMPLAINT ESCALATION BY OFFICE          *
      *  DESCRIPTION : FIRST ESCALATES EVERY OPEN DRWB.TRWCP         *
      *                COMPLAINT WHOSE RESPONSE DUE DATE HAS PASSED  *
      *                (STATUS 'O' TO 'E', ESCAL-DT = TODAY), THEN   *
      *                LISTS EVERY ESCALATED COMPLAINT STILL         *
      *                UNANSWERED PER OFFICE WITH ITS ASSIGNED       *
      *                OFFICER AND DUE DATE, OLDEST DUE FIRST, SO    *
      *                THE OFFICE HEAD SEES WHO OWES WHICH ANSWER.   *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LEPB3                                      *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWCP                              RU                  *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  LEPP030
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
           'LEPB3    - WORKING STORAGE BEGINS HERE'.

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

           05  A-ESCAL-CNT               PIC  9(09)  VALUE  ZERO.
           05  A-TRWCP-READ-CNT          PIC  9(13)  VALUE  ZERO.
           05  A-OFFICE-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LEPB3'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-FIRST-OFF-FLAG          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-FIRST-OFF-YES                   VALUE  LOW-VALUE.
               88  S-FIRST-OFF-NO                    VALUE  HIGH-VALUE.

           05  S-RPT-STATUS              PIC  X(002).
               88  S-RPT-NORMAL                      VALUE '00'.

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
           05  W-PREV-TXOFF              PIC  X(03)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'ESCALATED COMPLAINTS          RUN DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(83)  VALUE  SPACE.

           05  H2-OFFICE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(13)  VALUE
                   'TAX OFFICE : '.
               10  H2-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(115) VALUE  SPACE.

           05  D1-DETAIL-LINE.
               10  FILLER                PIC  X(03)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D1-CMPL-YEAR          PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D1-CMPL-SEQNO         PIC  99999.
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-CATG               PIC  X(02).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-COMPLAINANT-ID     PIC  X(13).
               10  FILLER                PIC  X(10)  VALUE
                   ' OFFICER: '.
               10  D1-ASSIGN-OPID        PIC  X(08).
               10  FILLER                PIC  X(07)  VALUE
                   ' RCVD: '.
               10  D1-RCVE-DT            PIC  X(08).
               10  FILLER                PIC  X(06)  VALUE
                   ' DUE: '.
               10  D1-DUE-DT             PIC  X(08).
               10  FILLER                PIC  X(08)  VALUE
                   ' ESCAL: '.
               10  D1-ESCAL-DT           PIC  X(08).
               10  FILLER                PIC  X(21)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(22)  VALUE
                   'UNANSWERED PAST DUE  :'.
               10  T1-ITEM-CNT           PIC  ZZZZZZZZZZZZ9.
               10  FILLER                PIC  X(14)  VALUE
                   '  NEW TODAY :'.
               10  T1-ESCAL-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(73)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCP   (   COMPLAINT REGISTER   )                   *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCP      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_TRWCP : EVERY ESCALATED COMPLAINT NOT YET CLOSED,  *
      *    OFFICE ORDER, OLDEST DUE DATE FIRST WITHIN THE OFFICE.    *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_TRWCP  CURSOR  WITH  HOLD  FOR
                 SELECT   TXOFF_CD
                 ,        CMPL_YEAR
                 ,        CMPL_SEQNO
                 ,        BUSNID
                 ,        CMPL_CATG
                 ,        COMPLAINANT_ID
                 ,        ASSIGN_OPID
                 ,        RCVE_DT
                 ,        DUE_DT
                 ,        ESCAL_DT
                 FROM     DRWB.TRWCP
                 WHERE    CMPL_STAUS   =  'E'
                 ORDER BY TXOFF_CD, DUE_DT, ASSIGN_OPID,
                          CMPL_YEAR, CMPL_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LEPB3    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S0300-ESCALATE-OVERDUE.

           PERFORM  S1100-LIST-ESCALATED.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LEPB3    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LEPB3    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* ESCALATED-CNT  : ' A-ESCAL-CNT.
           DISPLAY '* TRWCP-READ-CNT : ' A-TRWCP-READ-CNT.
           DISPLAY '* OFFICE-CNT     : ' A-OFFICE-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-RPT-FILE.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    ACCUMULATORS.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LEPB3    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LEPP030 OPEN ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  H1-RUN-DATE.
           WRITE  O-RPT-REC  FROM  H1-HEAD-LINE.
           ADD   1                       TO  A-RPT-WRIT-CNT.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 0 3 0 0 - E S C A L A T E - O V E R D U E               *
      *                                                              *
      *    A COMPLAINT STILL OPEN THE MORNING AFTER ITS RESPONSE     *
      *    DUE DATE IS ESCALATED ONCE; ESCAL-DT KEEPS THE DAY IT     *
      *    WAS.  IT STAYS ON THIS LIST UNTIL LEP34 CLOSES IT.        *
      *                                                              *
      ****************************************************************
       S0300-ESCALATE-OVERDUE            SECTION.

           EXEC  SQL  UPDATE  DRWB.TRWCP
                         SET  CMPL_STAUS  = 'E',
                              ESCAL_DT    = :W-SYSTEM-DATE,
                              STAUS_DT    = :W-SYSTEM-DATE
                       WHERE  CMPL_STAUS  = 'O'
                         AND  DUE_DT      < :W-SYSTEM-DATE
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD (3)   TO  A-ESCAL-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S0300:DB ERROR TRWCP ESCAL=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S0300-ESCALATE-OVERDUE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - L I S T - E S C A L A T E D                   *
      *                                                              *
      ****************************************************************
       S1100-LIST-ESCALATED              SECTION.

           DISPLAY  'STEP : S1100-LIST-ESCALATED'.

           EXEC  SQL  OPEN  CURSOR_TRWCP   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR TRWCP OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-TRWCP
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-CHECK-OFFICE-BREAK
                  PERFORM  S5100-WRITE-DETAIL
              END-IF
           END-PERFORM.

           MOVE  A-TRWCP-READ-CNT         TO  T1-ITEM-CNT.
           MOVE  A-ESCAL-CNT              TO  T1-ESCAL-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           EXEC  SQL  CLOSE  CURSOR_TRWCP   END-EXEC.

       S1100-LIST-ESCALATED-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - C H E C K - O F F I C E - B R E A K           *
      *                                                              *
      ****************************************************************
       S2100-CHECK-OFFICE-BREAK          SECTION.

           IF  S-FIRST-OFF-NO
           AND TXOFF-CD OF TRWCP  =  W-PREV-TXOFF
               CONTINUE
           ELSE
               MOVE  TXOFF-CD OF TRWCP   TO  H2-TXOFF
               WRITE  O-RPT-REC  FROM  H2-OFFICE-LINE
               ADD   1                   TO  A-OFFICE-CNT
               ADD   1                   TO  A-RPT-WRIT-CNT
           END-IF.

           MOVE  TXOFF-CD OF TRWCP        TO  W-PREV-TXOFF.
           MOVE  HIGH-VALUE               TO  S-FIRST-OFF-FLAG.

       S2100-CHECK-OFFICE-BREAK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      ****************************************************************
       S5100-WRITE-DETAIL                SECTION.

           INITIALIZE  D1-DETAIL-LINE.

           MOVE  TXOFF-CD       OF TRWCP  TO  D1-TXOFF.
           MOVE  CMPL-YEAR      OF TRWCP  TO  D1-CMPL-YEAR.
           MOVE  CMPL-SEQNO     OF TRWCP  TO  D1-CMPL-SEQNO.
           MOVE  BUSNID         OF TRWCP  TO  D1-BUSNID.
           MOVE  CMPL-CATG      OF TRWCP  TO  D1-CATG.
           MOVE  COMPLAINANT-ID OF TRWCP  TO  D1-COMPLAINANT-ID.
           MOVE  ASSIGN-OPID    OF TRWCP  TO  D1-ASSIGN-OPID.
           MOVE  RCVE-DT        OF TRWCP  TO  D1-RCVE-DT.
           MOVE  DUE-DT         OF TRWCP  TO  D1-DUE-DT.
           MOVE  ESCAL-DT       OF TRWCP  TO  D1-ESCAL-DT.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5100:ERROR=LEPP030 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5100-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - T R W C P                         *
      *                                                              *
      ****************************************************************
       S7100-FETCH-TRWCP                 SECTION.

           EXEC  SQL
                 FETCH  CURSOR_TRWCP
                 INTO  :TRWCP.TXOFF-CD
                 ,     :TRWCP.CMPL-YEAR
                 ,     :TRWCP.CMPL-SEQNO
                 ,     :TRWCP.BUSNID
                 ,     :TRWCP.CMPL-CATG
                 ,     :TRWCP.COMPLAINANT-ID
                 ,     :TRWCP.ASSIGN-OPID
                 ,     :TRWCP.RCVE-DT
                 ,     :TRWCP.DUE-DT
                 ,     :TRWCP.ESCAL-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-TRWCP-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR TRWCP FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-TRWCP-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LEPB3            *
      *                                                              *
      ****************************************************************
