      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBB.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : DAILY PICKUP NO-SHOW SWEEP AND REPORT         *
      *  DESCRIPTION : CLOSES EVERY DRWB.TRWCE PICKUP APPOINTMENT    *
      *                STILL BOOKED ('B') WHOSE SLOT DAY HAS PASSED. *
      *                A CERTIFICATE STILL WAITING AT THE COUNTER IS *
      *                MARKED NO-SHOW ('N'), LOGGED AS A TRWAW       *
      *                CONFIRM-TP-NOSHOW EVENT AND PUT ON THE TRWAX  *
      *                RE-DELIVERY WORK QUEUE, SO LAPB3 LISTS IT FOR *
      *                THE OFFICE TO FOLLOW UP.  A BOOKING WHOSE     *
      *                CERTIFICATE WAS DELIVERED SOME OTHER WAY OR   *
      *                IS NO LONGER ISSUED IS JUST CLOSED ('X').     *
      *                THE NO-SHOWS ARE REPORTED BY OFFICE.          *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBB                                      *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWCE                              RU                  *
      *  DRWA.TRWAD                              R                   *
      *  DRWA.TRWAW                              CR                  *
      *  DRWA.TRWAX                              C                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0B0
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
           'LAPBB    - WORKING STORAGE BEGINS HERE'.

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

           05  A-TRWCE-READ-CNT          PIC  9(13)  VALUE  ZERO.
           05  A-NOSHOW-CNT              PIC  9(13)  VALUE  ZERO.
           05  A-CLOSED-CNT              PIC  9(13)  VALUE  ZERO.
           05  A-TRWAX-OPEN-CNT          PIC  9(13)  VALUE  ZERO.
           05  A-OFFICE-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBB'.

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
           05  W-DELIV-CNT               PIC  S9(09) COMP.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'PICKUP APPOINTMENT NO-SHOWS   RUN DATE: '.
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
               10  D1-RCVE-NO-YY         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D1-RCVE-NO-SEQNO      PIC  9(07).
               10  FILLER                PIC  X(07)  VALUE
                   ' SLOT: '.
               10  D1-SLOT-DT            PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-SLOT-TIME          PIC  X(04).
               10  FILLER                PIC  X(09)  VALUE
                   ' BOOKED: '.
               10  D1-BOOK-CHANNEL       PIC  X(01).
               10  FILLER                PIC  X(83)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(22)  VALUE
                   'NO-SHOWS TOTAL ..... :'.
               10  T1-ITEM-CNT           PIC  ZZZZZZZZZZZZ9.
               10  FILLER                PIC  X(96)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCE   (   PICKUP APPOINTMENT   )                   *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOCE      END-EXEC.

      ****************************************************************
      *    DRWA.TRWAD   (   CERTIFICATE REQUEST DETAIL   )           *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAD      END-EXEC.

      ****************************************************************
      *    DRWA.TRWAW   (   DELIVERY CONFIRMATION   )                *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAW      END-EXEC.

      ****************************************************************
      *    DRWA.TRWAX   (   RE-DELIVERY WORK QUEUE   )               *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAX      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_PASSED : EVERY BOOKING STILL OPEN AFTER ITS SLOT   *
      *    DAY, OFFICE ORDER, EARLIEST SLOT FIRST.                   *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_PASSED  CURSOR  WITH  HOLD  FOR
                 SELECT   E.RCVE_NO_TXOFF
                 ,        E.RCVE_NO_YY
                 ,        E.RCVE_NO_SEQNO
                 ,        E.APPT_SEQNO
                 ,        E.TXOFF_CD
                 ,        E.SLOT_DT
                 ,        E.SLOT_TIME
                 ,        E.BOOK_CHANNEL
                 ,        D.TREAT_STAUS
                 FROM     DRWB.TRWCE  E
                 ,        DRWA.TRWAD  D
                 WHERE    E.APPT_STAUS     =  'B'
                 AND      E.SLOT_DT        <  :W-SYSTEM-DATE
                 AND      D.RCVE_NO_TXOFF  =  E.RCVE_NO_TXOFF
                 AND      D.RCVE_NO_YY     =  E.RCVE_NO_YY
                 AND      D.RCVE_NO_SEQNO  =  E.RCVE_NO_SEQNO
                 ORDER BY E.TXOFF_CD, E.SLOT_DT, E.SLOT_TIME,
                          E.RCVE_NO_YY, E.RCVE_NO_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBB    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-NOSHOW-SWEEP.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBB    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LAPBB    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* TRWCE-READ-CNT : ' A-TRWCE-READ-CNT.
           DISPLAY '* NOSHOW-CNT     : ' A-NOSHOW-CNT.
           DISPLAY '* CLOSED-CNT     : ' A-CLOSED-CNT.
           DISPLAY '* TRWAX-OPEN-CNT : ' A-TRWAX-OPEN-CNT.
           DISPLAY '* OFFICE-CNT     : ' A-OFFICE-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
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
           DISPLAY '### LAPBB    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0B0 OPEN ERROR(' S-RPT-STATUS ')'
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
      *    S 1 1 0 0 - N O S H O W - S W E E P                       *
      *                                                              *
      ****************************************************************
       S1100-NOSHOW-SWEEP                SECTION.

           DISPLAY  'STEP : S1100-NOSHOW-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_PASSED   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR PASSED OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-PASSED
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-CLOSE-ONE-APPT
              END-IF
           END-PERFORM.

           MOVE  A-NOSHOW-CNT             TO  T1-ITEM-CNT.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           EXEC  SQL  CLOSE  CURSOR_PASSED  END-EXEC.

       S1100-NOSHOW-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - C L O S E - O N E - A P P T                   *
      *                                                              *
      *    ONE BOOKING PER COMMIT.  A CERTIFICATE ALREADY DELIVERED  *
      *    (SIGNED, PICKED UP OR SENT ELECTRONICALLY) OR NO LONGER   *
      *    AT ISSUED IS NOT A NO-SHOW - THE BOOKING IS JUST CLOSED.  *
      *                                                              *
      ****************************************************************
       S2100-CLOSE-ONE-APPT              SECTION.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-DELIV-CNT
                        FROM  DRWA.TRWAW
                       WHERE  RCVE_NO_TXOFF = :TRWCE.RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :TRWCE.RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :TRWCE.RCVE-NO-SEQNO
                         AND  CONFIRM_TP   IN ('S', 'P', 'E')
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           IF  W-DELIV-CNT  >  ZERO
           OR  TREAT-STAUS OF TRWAD  NOT =  '12'
               MOVE  'X'                  TO  APPT-STAUS    OF TRWCE
               MOVE  ZERO                 TO  CONFIRM-SEQNO OF TRWCE
               PERFORM  S2400-UPDATE-TRWCE
               EXEC  SQL  COMMIT  END-EXEC
               ADD   1                    TO  A-CLOSED-CNT
               GO TO  S2100-CLOSE-ONE-APPT-EXIT
           END-IF.

           PERFORM  S2200-INSERT-TRWAW.
           PERFORM  S2300-OPEN-REDELIV.

           MOVE  'N'                      TO  APPT-STAUS    OF TRWCE.
           MOVE  CONFIRM-SEQNO OF TRWAW   TO  CONFIRM-SEQNO OF TRWCE.
           PERFORM  S2400-UPDATE-TRWCE.

           EXEC  SQL  COMMIT  END-EXEC.

           ADD   1                        TO  A-NOSHOW-CNT.

           PERFORM  S3100-CHECK-OFFICE-BREAK.
           PERFORM  S5100-WRITE-DETAIL.

       S2100-CLOSE-ONE-APPT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 2 0 0 - I N S E R T - T R W A W                       *
      *                                                              *
      *    THE NO-SHOW EVENT, NEXT CONFIRM-SEQNO FOR THE RECEIPT.    *
      *    TRACKING-NO CARRIES THE MISSED SLOT DATE AND TIME.        *
      *                                                              *
      ****************************************************************
       S2200-INSERT-TRWAW                SECTION.

           MOVE  RCVE-NO-TXOFF OF TRWCE   TO  RCVE-NO-TXOFF OF TRWAW.
           MOVE  RCVE-NO-YY    OF TRWCE   TO  RCVE-NO-YY    OF TRWAW.
           MOVE  RCVE-NO-SEQNO OF TRWCE   TO  RCVE-NO-SEQNO OF TRWAW.

           EXEC  SQL  SELECT  COALESCE(MAX(CONFIRM_SEQNO),0) + 1
                        INTO  :TRWAW.CONFIRM-SEQNO
                        FROM  DRWA.TRWAW
                       WHERE  RCVE_NO_TXOFF = :TRWAW.RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :TRWAW.RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :TRWAW.RCVE-NO-SEQNO
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

           MOVE  'N'                      TO  CONFIRM-TP    OF TRWAW.
           MOVE  SPACE                    TO  TRACKING-NO   OF TRWAW
                                              SIGNED-BY     OF TRWAW.
           MOVE  SLOT-DT   OF TRWCE       TO  TRACKING-NO   OF TRWAW
                                                             (1:8).
           MOVE  SLOT-TIME OF TRWCE       TO  TRACKING-NO   OF TRWAW
                                                             (9:4).
           MOVE  C-PROG-ID                TO  CONFIRM-OPID  OF TRWAW.
           MOVE  W-SYSTEM-DATE            TO  CONFIRM-DT    OF TRWAW.
           MOVE  W-SYSTEM-TIME            TO  CONFIRM-TIME  OF TRWAW.

           EXEC  SQL  INSERT  INTO  DRWA.TRWAW
                             (RCVE_NO_TXOFF,
                              RCVE_NO_YY   ,
                              RCVE_NO_SEQNO,
                              CONFIRM_SEQNO,
                              CONFIRM_TP   ,
                              TRACKING_NO  ,
                              SIGNED_BY    ,
                              CONFIRM_OPID ,
                              CONFIRM_DT   ,
                              CONFIRM_TIME   )
                       VALUES
                             (:TRWAW.RCVE-NO-TXOFF,
                              :TRWAW.RCVE-NO-YY   ,
                              :TRWAW.RCVE-NO-SEQNO,
                              :TRWAW.CONFIRM-SEQNO,
                              :TRWAW.CONFIRM-TP   ,
                              :TRWAW.TRACKING-NO  ,
                              :TRWAW.SIGNED-BY    ,
                              :TRWAW.CONFIRM-OPID ,
                              :TRWAW.CONFIRM-DT   ,
                              :TRWAW.CONFIRM-TIME   )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S2200-INSERT-TRWAW-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 3 0 0 - O P E N - R E D E L I V                       *
      *                                                              *
      *    SAME ONE-OPEN-ITEM-PER-RECEIPT RULE AS LAP92'S S2300 -    *
      *    A RECEIPT ALREADY ON THE LIST IS NOT LISTED TWICE.        *
      *                                                              *
      ****************************************************************
       S2300-OPEN-REDELIV                SECTION.

           MOVE  RCVE-NO-TXOFF OF TRWCE   TO  RCVE-NO-TXOFF OF TRWAX.
           MOVE  RCVE-NO-YY    OF TRWCE   TO  RCVE-NO-YY    OF TRWAX.
           MOVE  RCVE-NO-SEQNO OF TRWCE   TO  RCVE-NO-SEQNO OF TRWAX.
           MOVE  CONFIRM-SEQNO OF TRWAW   TO  CONFIRM-SEQNO OF TRWAX.
           MOVE  'O'                      TO  WORK-STAUS    OF TRWAX.
           MOVE  W-SYSTEM-DATE            TO  CREAT-DT      OF TRWAX.
           MOVE  SPACE                    TO  CLEAR-DT      OF TRWAX
                                              CLEAR-RSN     OF TRWAX
                                              CLEAR-OPID    OF TRWAX.

           EXEC  SQL  INSERT  INTO  DRWA.TRWAX
                             (RCVE_NO_TXOFF,
                              RCVE_NO_YY   ,
                              RCVE_NO_SEQNO,
                              CONFIRM_SEQNO,
                              WORK_STAUS   ,
                              CREAT_DT     ,
                              CLEAR_DT     ,
                              CLEAR_RSN    ,
                              CLEAR_OPID     )
                       SELECT :TRWAX.RCVE-NO-TXOFF,
                              :TRWAX.RCVE-NO-YY   ,
                              :TRWAX.RCVE-NO-SEQNO,
                              :TRWAX.CONFIRM-SEQNO,
                              :TRWAX.WORK-STAUS   ,
                              :TRWAX.CREAT-DT     ,
                              :TRWAX.CLEAR-DT     ,
                              :TRWAX.CLEAR-RSN    ,
                              :TRWAX.CLEAR-OPID
                         FROM SYSIBM.SYSDUMMY1
                        WHERE NOT EXISTS
                              ( SELECT 1  FROM  DRWA.TRWAX  X
                                WHERE  X.RCVE_NO_TXOFF =
                                             :TRWAX.RCVE-NO-TXOFF
                                  AND  X.RCVE_NO_YY    =
                                             :TRWAX.RCVE-NO-YY
                                  AND  X.RCVE_NO_SEQNO =
                                             :TRWAX.RCVE-NO-SEQNO
                                  AND  X.WORK_STAUS    = 'O' )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-TRWAX-OPEN-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S8100-SQL-ABORT
           END-EVALUATE.

       S2300-OPEN-REDELIV-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 4 0 0 - U P D A T E - T R W C E                       *
      *                                                              *
      ****************************************************************
       S2400-UPDATE-TRWCE                SECTION.

           MOVE  W-SYSTEM-DATE            TO  CLOSE-DT OF TRWCE.

           EXEC  SQL  UPDATE  DRWB.TRWCE
                         SET  APPT_STAUS    = :TRWCE.APPT-STAUS,
                              CLOSE_DT      = :TRWCE.CLOSE-DT,
                              CONFIRM_SEQNO = :TRWCE.CONFIRM-SEQNO
                       WHERE  RCVE_NO_TXOFF = :TRWCE.RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :TRWCE.RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :TRWCE.RCVE-NO-SEQNO
                         AND  APPT_SEQNO    = :TRWCE.APPT-SEQNO
                         AND  APPT_STAUS    = 'B'
           END-EXEC.

           IF  SQLCODE  NOT =  0  AND  100
               PERFORM  S8100-SQL-ABORT
           END-IF.

       S2400-UPDATE-TRWCE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - C H E C K - O F F I C E - B R E A K           *
      *                                                              *
      ****************************************************************
       S3100-CHECK-OFFICE-BREAK          SECTION.

           IF  S-FIRST-OFF-NO
           AND TXOFF-CD OF TRWCE  =  W-PREV-TXOFF
               CONTINUE
           ELSE
               MOVE  TXOFF-CD OF TRWCE       TO  H2-TXOFF
               WRITE  O-RPT-REC  FROM  H2-OFFICE-LINE
               ADD   1                       TO  A-OFFICE-CNT
               ADD   1                       TO  A-RPT-WRIT-CNT
           END-IF.

           MOVE  TXOFF-CD OF TRWCE        TO  W-PREV-TXOFF.
           MOVE  HIGH-VALUE               TO  S-FIRST-OFF-FLAG.

       S3100-CHECK-OFFICE-BREAK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - D E T A I L                       *
      *                                                              *
      ****************************************************************
       S5100-WRITE-DETAIL                SECTION.

           INITIALIZE  D1-DETAIL-LINE.

           MOVE  RCVE-NO-TXOFF OF TRWCE   TO  D1-TXOFF.
           MOVE  RCVE-NO-YY    OF TRWCE   TO  D1-RCVE-NO-YY.
           MOVE  RCVE-NO-SEQNO OF TRWCE   TO  D1-RCVE-NO-SEQNO.
           MOVE  SLOT-DT       OF TRWCE   TO  D1-SLOT-DT.
           MOVE  SLOT-TIME     OF TRWCE   TO  D1-SLOT-TIME.
           MOVE  BOOK-CHANNEL  OF TRWCE   TO  D1-BOOK-CHANNEL.

           WRITE  O-RPT-REC  FROM  D1-DETAIL-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5100:ERROR=LAPP0B0 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5100-WRITE-DETAIL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - P A S S E D                       *
      *                                                              *
      ****************************************************************
       S7100-FETCH-PASSED                SECTION.

           EXEC  SQL
                 FETCH  CURSOR_PASSED
                 INTO  :TRWCE.RCVE-NO-TXOFF
                 ,     :TRWCE.RCVE-NO-YY
                 ,     :TRWCE.RCVE-NO-SEQNO
                 ,     :TRWCE.APPT-SEQNO
                 ,     :TRWCE.TXOFF-CD
                 ,     :TRWCE.SLOT-DT
                 ,     :TRWCE.SLOT-TIME
                 ,     :TRWCE.BOOK-CHANNEL
                 ,     :TRWAD.TREAT-STAUS
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-TRWCE-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR PASSED FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-PASSED-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - S Q L - A B O R T                             *
      *                                                              *
      ****************************************************************
       S8100-SQL-ABORT                   SECTION.

           MOVE  SQLCODE                  TO  W-SQLCODE.
           DISPLAY  'S8100:DB ERROR NOSHOW=' W-SQLCODE
                    ' RECEIPT=' RCVE-NO-YY OF TRWCE '-'
                    RCVE-NO-TXOFF OF TRWCE '-' RCVE-NO-SEQNO OF TRWCE.

           EXEC  SQL  ROLLBACK  END-EXEC.

           MOVE  U-ABEND-CODE1            TO  RETURN-CODE.
           PERFORM  S0100-MAIN-EXIT.

       S8100-SQL-ABORT-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBB            *
      *                                                              *
      ****************************************************************
