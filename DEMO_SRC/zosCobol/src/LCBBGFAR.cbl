      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LCBBGFAR.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : FILE-ARRIVAL TRIGGER FOR THE LCB BATCH SUITE  *
      *  DESCRIPTION : RUN BY THE DATASET TRIGGER OF EVERY INBOUND   *
      *                TRANSFER, WITH THE ARRIVED FILE ON FARFILE    *
      *                AND ITS DATASET NAME ON SYSIN.  COUNTS THE    *
      *                RECORDS, FINDS THE JOB LCBBGSCH HELD ON       *
      *                LCBD2CTL.FILE_WAIT FOR A FILE OF THAT NAME    *
      *                AND, WHEN THE FILE QUALIFIES (AT LEAST THE    *
      *                MINIMUM RECORD COUNT, NOT A RESEND OF A FILE  *
      *                ALREADY PROCESSED), RELEASES THE JOB - AND    *
      *                THE JOBS HELD BEHIND IT - BY WRITING THEIR    *
      *                DECKS TO FARDECK (THE INTERNAL READER).       *
      *                EVERY FILE SEEN IS LOGGED ON FILE_ARRIVAL     *
      *                WITH ITS RECORD COUNT AND FIRST AND LAST      *
      *                RECORD, WHICH IS HOW A RESEND IS RECOGNISED.  *
      *                A FILE THAT RELEASES NOTHING ENDS RC 4.       *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LCBBGFAR                                   *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-DSN (PIC X(44), THE        *
      *                           ARRIVED DATASET NAME)              *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  LCBD2CTL.FILE_WAIT                      RU                  *
      *  LCBD2CTL.FILE_ARRIVAL                  CR                   *
      *  LCBD2CTL.JOB_SCHED                      R                   *
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

       INPUT-OUTPUT                      SECTION.

       FILE-CONTROL.
           SELECT  I-ARR-FILE   ASSIGN    TO  FARFILE
                   FILE         STATUS    IS  S-ARR-STATUS.

           SELECT  O-DECK-FILE  ASSIGN    TO  FARDECK
                   FILE         STATUS    IS  S-DECK-STATUS.

      ****************************************************************
      *                                                              *
      *    D A T A    D I V I S I O N                                *
      *                                                              *
      ****************************************************************
       DATA                              DIVISION.

       FILE                              SECTION.

      *    RECORD LENGTH IS TAKEN FROM THE ARRIVED DATASET ITSELF.
       FD  I-ARR-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           0    CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   I-ARR-REC.
       01  I-ARR-REC                     PIC  X(32760).

       FD  O-DECK-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           80   CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   O-DECK-REC.
       01  O-DECK-REC                    PIC  X(80).

       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'LCBBGFAR - WORKING STORAGE BEGINS HERE'.

       01  USER-ABENDS.

           05  U-ABEND.
               10  U-ABEND-CODE1         PIC  9(02)  VALUE  99.

       01  ACCUMULATORS.

           05  A-REC-CNT                 PIC S9(09)  COMP-3 VALUE +0.
           05  A-WAIT-READ-CNT           PIC  9(05)  VALUE  ZERO.
           05  A-DECK-CNT                PIC  9(05)  VALUE  ZERO.

       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LCBBGFAR'.
           05  C-LOOKBACK-DAYS           PIC  9(03)  VALUE  7.
           05  C-REL-MAX                 PIC S9(04)  COMP VALUE +50.

      ****************************************************************
      *    S Y S I N                                                 *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-DSN               PIC  X(44)  VALUE  SPACES.
           05  FILLER                    PIC  X(36)  VALUE  SPACES.

       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-ARR-STATUS              PIC  X(02).
               88  S-ARR-NORMAL                      VALUE '00'.
               88  S-ARR-EOF                         VALUE '10'.

           05  S-DECK-STATUS             PIC  X(02).
               88  S-DECK-NORMAL                     VALUE '00'.

           05  S-MATCH                   PIC  X(01)  VALUE  'N'.
               88  S-MATCH-YES                       VALUE  'Y'.

           05  S-MATCH-DONE              PIC  X(01)  VALUE  'N'.
               88  S-MATCH-DONE-YES                  VALUE  'Y'.

       01  WORK-AREAS.
           05  W-SYSTEM-DATETIME.
               10  W-SYSTEM-DATE         PIC  X(08).
               10  W-SYSTEM-TIME         PIC  X(06).
           05  W-SQLCODE                 PIC  ----9.
           05  W-TODAY                   PIC  9(08)  VALUE  ZERO.
           05  W-LOOKBACK-DT             PIC  9(08)  VALUE  ZERO.
           05  W-LOOKBACK-DT-X  REDEFINES  W-LOOKBACK-DT
                                         PIC  X(08).
           05  W-DATE-INT                PIC  9(08)  COMP VALUE 0.
           05  W-FIRST-IMG               PIC  X(40)  VALUE  SPACE.
           05  W-LAST-IMG                PIC  X(40)  VALUE  SPACE.
           05  W-I                       PIC S9(04)  COMP VALUE +0.
           05  W-P                       PIC S9(04)  COMP VALUE +0.
           05  W-REL-JOB-NM              PIC  X(08)  VALUE  SPACE.
           05  W-JCL-CARD                PIC  X(80)  VALUE  SPACE.
           05  W-PARM-CARD               PIC  X(80)  VALUE  SPACE.
           05  W-RUN-DT-X                PIC  X(08)  VALUE  SPACE.
           05  W-DISP-CNT                PIC  ZZZ,ZZZ,ZZ9.

      ****************************************************************
      *    JOBS RELEASED BY THIS FILE, DECKED ONCE THE TABLES ARE    *
      *    UP TO DATE.                                               *
      ****************************************************************
       01  W-REL-TABLE.
           05  W-REL-CNT                 PIC S9(04)  COMP VALUE +0.
           05  W-REL-ENTRY               OCCURS  50  TIMES.
               10  W-REL-JOB             PIC  X(08).
               10  W-REL-RUN-DT          PIC  X(08).
               10  W-REL-PARM-RULE       PIC  X(40).

      ****************************************************************
      *                                                              *
      *    S Q L C A   /   I N C L U D E S                           *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

           EXEC  SQL  INCLUDE  LCBYSCH    END-EXEC.

           EXEC  SQL  INCLUDE  LCBYFAR    END-EXEC.

      ****************************************************************
      *    CURSOR_WAIT : EVERY FILE HOLD OF THE LAST WEEK.  OPEN     *
      *    HOLDS COME FIRST, OLDEST NIGHT FIRST; RELEASED HOLDS ARE  *
      *    READ ONLY TO RECOGNISE A FILE SENT AGAIN.                 *
      ****************************************************************
           EXEC  SQL
                 DECLARE  CURSOR_WAIT  CURSOR  FOR
                 SELECT   RUN_DT
                 ,        JOB_NM
                 ,        DSN_PAT
                 ,        MIN_REC
                 ,        STATUS
                 ,        ARR_D
                 ,        ARR_TM
                 FROM     LCBD2CTL.FILE_WAIT
                 WHERE    DSN_PAT  <>  ' '
                 AND      STATUS   IN  ('W', 'L', 'R')
                 AND      RUN_DT   >=  :W-LOOKBACK-DT-X
                 ORDER BY CASE  STATUS  WHEN 'R'  THEN 1
                                ELSE 0  END
                 ,        RUN_DT
                 ,        JOB_NM
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LCBBGFAR *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-COUNT-FILE.

           PERFORM  S2100-FIND-WAIT.

           PERFORM  S3100-DECIDE.

           PERFORM  S6100-INSERT-ARRIVAL.

           PERFORM  S5100-WRITE-DECKS.

           IF  NOT  FAR-DISP-QUALIFIED
               MOVE  4                   TO  RETURN-CODE
           END-IF.

       S0100-MAIN-EXIT.

           MOVE  A-REC-CNT               TO  W-DISP-CNT.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* ARRIVED FILE    : ' W-SYSIN-DSN.
           DISPLAY '* RECORDS         : ' W-DISP-CNT.
           DISPLAY '* HELD JOB        : ' FAR-JOB-NM
                   ' RUN DATE ' FAR-RUN-DT.
           DISPLAY '* DISPOSITION     : ' FAR-DISP.
           DISPLAY '* DECKS RELEASED  : ' A-DECK-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  O-DECK-FILE.

           STOP  RUN.

      ****************************************************************
      *                                                              *
      *    I N I T I A L I Z A T I O N                               *
      *                                                              *
      ****************************************************************
       S0200-INITIALIZATION              SECTION.

           INITIALIZE                    WORK-AREAS.
           INITIALIZE                    FAR-REC.
           MOVE  ZERO                    TO  A-REC-CNT.
           MOVE  ZERO                    TO  W-REL-CNT.

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LCBBGFAR START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           OPEN  OUTPUT  O-DECK-FILE.

           IF  NOT  S-DECK-NORMAL
               DISPLAY
               'S0200:ERROR=FARDECK OPEN ERROR(' S-DECK-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-SYSIN-DSN  =  SPACE
               DISPLAY  'S0200:ERROR=NO DATASET NAME ON SYSIN'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

      *    HOLDS OLDER THAN THE LOOK-BACK ARE LEFT TO THE OPERATORS.
           MOVE  W-SYSTEM-DATE           TO  W-LOOKBACK-DT-X.
           MOVE  W-LOOKBACK-DT           TO  W-TODAY.
           COMPUTE  W-DATE-INT  =  FUNCTION INTEGER-OF-DATE (W-TODAY)
                                -  C-LOOKBACK-DAYS.
           COMPUTE  W-LOOKBACK-DT  =  FUNCTION DATE-OF-INTEGER
                                           (W-DATE-INT).

           MOVE  W-SYSIN-DSN             TO  FAR-DSN.
           MOVE  W-SYSTEM-DATE           TO  FAR-ARR-D.
           MOVE  W-SYSTEM-TIME           TO  FAR-ARR-TM.

           DISPLAY 'S0200:ARRIVED FILE = ' W-SYSIN-DSN.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - C O U N T - F I L E                           *
      *                                                              *
      *    RECORD COUNT AND THE FIRST 40 BYTES OF THE FIRST AND LAST *
      *    RECORDS - THE CONTENT KEY A RESEND IS RECOGNISED BY.      *
      *                                                              *
      ****************************************************************
       S1100-COUNT-FILE                  SECTION.

           OPEN  INPUT  I-ARR-FILE.

           IF  NOT  S-ARR-NORMAL
               DISPLAY
               'S1100:ERROR=FARFILE OPEN ERROR(' S-ARR-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              READ  I-ARR-FILE
              EVALUATE  TRUE
                  WHEN  S-ARR-NORMAL
                        ADD   1          TO  A-REC-CNT
                        IF  A-REC-CNT  =  1
                            MOVE  I-ARR-REC (1:40)
                                         TO  W-FIRST-IMG
                        END-IF
                        MOVE  I-ARR-REC (1:40)
                                         TO  W-LAST-IMG

                  WHEN  S-ARR-EOF
                        MOVE  HIGH-VALUE TO  S-DATA-END-CHECK

                  WHEN  OTHER
                        DISPLAY
                        'S1100:ERROR=FARFILE READ ERROR('
                        S-ARR-STATUS ')'
                        MOVE  U-ABEND-CODE1
                                         TO  RETURN-CODE
                        PERFORM  S0100-MAIN-EXIT
              END-EVALUATE
           END-PERFORM.

           CLOSE  I-ARR-FILE.

           MOVE  A-REC-CNT               TO  FAR-REC-CNT.
           MOVE  W-FIRST-IMG             TO  FAR-FIRST-IMG.
           MOVE  W-LAST-IMG              TO  FAR-LAST-IMG.

       S1100-COUNT-FILE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - F I N D - W A I T                             *
      *                                                              *
      *    THE FIRST HOLD WHOSE PATTERN THE DATASET NAME MATCHES.    *
      *                                                              *
      ****************************************************************
       S2100-FIND-WAIT                   SECTION.

           EXEC  SQL  OPEN  CURSOR_WAIT   END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2100:DB ERROR WAIT OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  'N'                      TO  S-MATCH.
           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
                      OR   S-MATCH-YES
              PERFORM  S7100-FETCH-WAIT
              IF  NOT  S-NO-DATA
                  PERFORM  S8100-MATCH-DSN
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_WAIT   END-EXEC.

           IF  S-MATCH-YES
               MOVE  FWT-JOB-NM          TO  FAR-JOB-NM
               MOVE  FWT-RUN-DT          TO  FAR-RUN-DT
               DISPLAY  'S2100:HELD JOB ' FWT-JOB-NM
                        ' RUN DATE ' FWT-RUN-DT
                        ' STATUS ' FWT-STATUS
           END-IF.

       S2100-FIND-WAIT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - D E C I D E                                   *
      *                                                              *
      *    UNMATCHED, NIGHT ALREADY RELEASED, RESEND OF A QUALIFIED  *
      *    FILE, SHORT - OR QUALIFIED, WHEN THE JOB IS RELEASED.     *
      *                                                              *
      ****************************************************************
       S3100-DECIDE                      SECTION.

           IF  NOT  S-MATCH-YES
               MOVE  'U'                 TO  FAR-DISP
               DISPLAY  'S3100:NO HELD JOB EXPECTS THIS FILE'
               GO TO  S3100-DECIDE-EXIT
           END-IF.

           IF  FWT-STATUS-RELEASED
               MOVE  'D'                 TO  FAR-DISP
               MOVE  FWT-ARR-D           TO  FAR-DUP-ARR-D
               MOVE  FWT-ARR-TM          TO  FAR-DUP-ARR-TM
               DISPLAY  'S3100:DUPLICATE - ' FWT-JOB-NM
                        ' ALREADY RELEASED BY FILE OF '
                        FWT-ARR-D ' ' FWT-ARR-TM
               GO TO  S3100-DECIDE-EXIT
           END-IF.

           PERFORM  S3200-CHECK-RESEND.

           IF  FAR-DISP-DUPLICATE
               DISPLAY  'S3100:DUPLICATE - SAME CONTENT AS FILE OF '
                        FAR-DUP-ARR-D ' ' FAR-DUP-ARR-TM
               GO TO  S3100-DECIDE-EXIT
           END-IF.

           IF  A-REC-CNT  =  ZERO
           OR  A-REC-CNT  <  FWT-MIN-REC
               MOVE  'S'                 TO  FAR-DISP
               DISPLAY  'S3100:SHORT FILE - ' A-REC-CNT
                        ' RECORDS, MINIMUM ' FWT-MIN-REC
               GO TO  S3100-DECIDE-EXIT
           END-IF.

           MOVE  'Q'                     TO  FAR-DISP.

           PERFORM  S4100-RELEASE-JOB.

       S3100-DECIDE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 2 0 0 - C H E C K - R E S E N D                       *
      *                                                              *
      ****************************************************************
       S3200-CHECK-RESEND                SECTION.

           EXEC  SQL
                 SELECT   ARR_D
                 ,        ARR_TM
                 INTO    :FAR-DUP-ARR-D
                 ,       :FAR-DUP-ARR-TM
                 FROM     LCBD2CTL.FILE_ARRIVAL
                 WHERE    JOB_NM     =  :FWT-JOB-NM
                 AND      REC_CNT    =  :FAR-REC-CNT
                 AND      FIRST_IMG  =  :FAR-FIRST-IMG
                 AND      LAST_IMG   =  :FAR-LAST-IMG
                 AND      DISP       =  'Q'
                 ORDER BY ARR_D  DESC
                 ,        ARR_TM DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'D'           TO  FAR-DISP

               WHEN  100
                     MOVE  SPACES        TO  FAR-DUP-ARR-D
                                             FAR-DUP-ARR-TM

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S3200:DB ERROR ARRIVAL SELECT='
                              W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S3200-CHECK-RESEND-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 1 0 0 - R E L E A S E - J O B                         *
      *                                                              *
      *    THE HOLD IS TAKEN ONLY IF STILL OPEN, SO TWO ARRIVALS AT  *
      *    ONCE CANNOT BOTH RELEASE THE JOB.  THE JOBS CHAINED       *
      *    BEHIND IT FOLLOW.                                         *
      *                                                              *
      ****************************************************************
       S4100-RELEASE-JOB                 SECTION.

           EXEC  SQL
                 UPDATE  LCBD2CTL.FILE_WAIT
                 SET     STATUS   =  'R'
                 ,       ARR_D    =  :FAR-ARR-D
                 ,       ARR_TM   =  :FAR-ARR-TM
                 ,       REC_CNT  =  :FAR-REC-CNT
                 ,       REL_D    =  :W-SYSTEM-DATE
                 ,       REL_TM   =  :W-SYSTEM-TIME
                 WHERE   RUN_DT   =  :FWT-RUN-DT
                 AND     JOB_NM   =  :FWT-JOB-NM
                 AND     STATUS   IN  ('W', 'L')
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S4100:DB ERROR FILE_WAIT UPDATE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  SQLERRD (3)  =  0
               MOVE  'D'                 TO  FAR-DISP
               DISPLAY  'S4100:DUPLICATE - ' FWT-JOB-NM
                        ' RELEASED BY ANOTHER ARRIVAL'
               GO TO  S4100-RELEASE-JOB-EXIT
           END-IF.

           MOVE  FWT-JOB-NM              TO  W-REL-JOB-NM.
           PERFORM  S4300-ADD-RELEASE.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S4200-RELEASE-NEXT
           END-PERFORM.

       S4100-RELEASE-JOB-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 2 0 0 - R E L E A S E - N E X T                       *
      *                                                              *
      *    THE JOB HELD BEHIND THE LAST ONE RELEASED, IF ANY.        *
      *                                                              *
      ****************************************************************
       S4200-RELEASE-NEXT                SECTION.

           EXEC  SQL
                 SELECT   JOB_NM
                 INTO    :FWT-JOB-NM
                 FROM     LCBD2CTL.FILE_WAIT
                 WHERE    RUN_DT       =  :FWT-RUN-DT
                 AND      PRED_JOB_NM  =  :W-REL-JOB-NM
                 AND      STATUS       =  'P'
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK
                     GO TO  S4200-RELEASE-NEXT-EXIT

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S4200:DB ERROR FILE_WAIT SELECT='
                              W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           EXEC  SQL
                 UPDATE  LCBD2CTL.FILE_WAIT
                 SET     STATUS   =  'R'
                 ,       REL_D    =  :W-SYSTEM-DATE
                 ,       REL_TM   =  :W-SYSTEM-TIME
                 WHERE   RUN_DT   =  :FWT-RUN-DT
                 AND     JOB_NM   =  :FWT-JOB-NM
                 AND     STATUS   =  'P'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S4200:DB ERROR FILE_WAIT UPDATE=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  FWT-JOB-NM              TO  W-REL-JOB-NM.
           PERFORM  S4300-ADD-RELEASE.

       S4200-RELEASE-NEXT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 4 3 0 0 - A D D - R E L E A S E                         *
      *                                                              *
      *    THE RELEASED JOB'S PARAMETER RULE, FOR ITS DECK.          *
      *                                                              *
      ****************************************************************
       S4300-ADD-RELEASE                 SECTION.

           IF  W-REL-CNT  NOT <  C-REL-MAX
               DISPLAY  'S4300:ERROR=MORE THAN ' C-REL-MAX
                        ' JOBS IN ONE RELEASE'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           EXEC  SQL
                 SELECT   PARM_RULE
                 INTO    :SCHD-REC.SCHD-PARM-RULE
                 FROM     LCBD2CTL.JOB_SCHED
                 WHERE    JOB_NM  =  :W-REL-JOB-NM
                 WITH UR
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S4300:DB ERROR JOB_SCHED SELECT=' W-SQLCODE
                        ' JOB ' W-REL-JOB-NM
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                       TO  W-REL-CNT.
           MOVE  W-REL-JOB-NM            TO  W-REL-JOB (W-REL-CNT).
           MOVE  FWT-RUN-DT              TO  W-REL-RUN-DT (W-REL-CNT).
           MOVE  SCHD-PARM-RULE          TO
                                         W-REL-PARM-RULE (W-REL-CNT).

           DISPLAY  'S4300:RELEASED ' W-REL-JOB-NM
                    ' RUN DATE ' FWT-RUN-DT.

       S4300-ADD-RELEASE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - D E C K S                         *
      *                                                              *
      *    THE SAME DECK LCBBGSCH WOULD HAVE WRITTEN FOR THE JOB,    *
      *    @DATE@ RESOLVED TO THE RUN DATE IT WAS HELD FOR.          *
      *                                                              *
      ****************************************************************
       S5100-WRITE-DECKS                 SECTION.

           PERFORM  VARYING  W-I  FROM  1  BY  1
                     UNTIL   W-I  >  W-REL-CNT
               PERFORM  S5200-WRITE-DECK
           END-PERFORM.

       S5100-WRITE-DECKS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 2 0 0 - W R I T E - D E C K                           *
      *                                                              *
      ****************************************************************
       S5200-WRITE-DECK                  SECTION.

           MOVE  W-REL-RUN-DT (W-I)      TO  W-RUN-DT-X.

           MOVE  SPACES                  TO  W-JCL-CARD.
           STRING  '//'  W-REL-JOB (W-I)
                   ' JOB (LCB),''NIGHTLY'',CLASS=A,MSGCLASS=X'
                   DELIMITED BY SIZE  INTO  W-JCL-CARD
           END-STRING.
           PERFORM  S5300-WRITE-CARD.

           MOVE  SPACES                  TO  W-JCL-CARD.
           STRING  '//STEP1    EXEC PGM='  W-REL-JOB (W-I)
                   DELIMITED BY SIZE  INTO  W-JCL-CARD
           END-STRING.
           PERFORM  S5300-WRITE-CARD.

           MOVE  '//SYSIN    DD *'       TO  W-JCL-CARD.
           PERFORM  S5300-WRITE-CARD.

           MOVE  SPACES                  TO  W-PARM-CARD.
           MOVE  W-REL-PARM-RULE (W-I)   TO  W-PARM-CARD (1:40).
           PERFORM  VARYING  W-P  FROM  1  BY  1
                     UNTIL   W-P  >  34
               IF  W-PARM-CARD (W-P:6)  =  '@DATE@'
                   MOVE  W-RUN-DT-X      TO  W-PARM-CARD (W-P:6)
                   MOVE  W-RUN-DT-X (7:2)
                                         TO  W-PARM-CARD (W-P + 6:2)
               END-IF
           END-PERFORM.
           MOVE  W-PARM-CARD             TO  W-JCL-CARD.
           PERFORM  S5300-WRITE-CARD.

           MOVE  '/*'                    TO  W-JCL-CARD.
           PERFORM  S5300-WRITE-CARD.

           ADD   1                       TO  A-DECK-CNT.

           DISPLAY  'S5200:DECK RELEASED FOR ' W-REL-JOB (W-I).

       S5200-WRITE-DECK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - C A R D                           *
      *                                                              *
      ****************************************************************
       S5300-WRITE-CARD                  SECTION.

           WRITE  O-DECK-REC  FROM  W-JCL-CARD.

           IF  NOT  S-DECK-NORMAL
               DISPLAY
               'S5300:ERROR=FARDECK WRITE ERROR(' S-DECK-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S5300-WRITE-CARD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - I N S E R T - A R R I V A L                   *
      *                                                              *
      ****************************************************************
       S6100-INSERT-ARRIVAL              SECTION.

           EXEC  SQL
                 INSERT  INTO  LCBD2CTL.FILE_ARRIVAL
                       ( ARR_D
                       , ARR_TM
                       , DSN
                       , JOB_NM
                       , RUN_DT
                       , REC_CNT
                       , FIRST_IMG
                       , LAST_IMG
                       , DISP
                       , DUP_ARR_D
                       , DUP_ARR_TM )
                 VALUES
                       ( :FAR-ARR-D
                       , :FAR-ARR-TM
                       , :FAR-DSN
                       , :FAR-JOB-NM
                       , :FAR-RUN-DT
                       , :FAR-REC-CNT
                       , :FAR-FIRST-IMG
                       , :FAR-LAST-IMG
                       , :FAR-DISP
                       , :FAR-DUP-ARR-D
                       , :FAR-DUP-ARR-TM )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S6100:DB ERROR FILE_ARRIVAL INSERT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S6100-INSERT-ARRIVAL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - W A I T                           *
      *                                                              *
      ****************************************************************
       S7100-FETCH-WAIT                  SECTION.

           EXEC  SQL
                 FETCH  CURSOR_WAIT
                 INTO  :FWT-RUN-DT
                 ,     :FWT-JOB-NM
                 ,     :FWT-DSN-PAT
                 ,     :FWT-MIN-REC
                 ,     :FWT-STATUS
                 ,     :FWT-ARR-D
                 ,     :FWT-ARR-TM
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-WAIT-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR WAIT FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-WAIT-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 8 1 0 0 - M A T C H - D S N                             *
      *                                                              *
      *    DATASET NAME AGAINST THE HOLD'S PATTERN, POSITION BY      *
      *    POSITION:  '%' TAKES ANY ONE CHARACTER, '*' ENDS THE      *
      *    PATTERN AND TAKES ANY REMAINDER.                          *
      *                                                              *
      ****************************************************************
       S8100-MATCH-DSN                   SECTION.

           MOVE  'Y'                     TO  S-MATCH.
           MOVE  'N'                     TO  S-MATCH-DONE.

           PERFORM  VARYING  W-P  FROM  1  BY  1
                     UNTIL   W-P  >  44
                     OR      S-MATCH-DONE-YES
               EVALUATE  TRUE
                   WHEN  FWT-DSN-PAT (W-P:1)  =  '*'
                         MOVE  'Y'       TO  S-MATCH-DONE

                   WHEN  FWT-DSN-PAT (W-P:1)  =  '%'
                   AND   W-SYSIN-DSN (W-P:1)  NOT =  SPACE
                         CONTINUE

                   WHEN  FWT-DSN-PAT (W-P:1)  =  W-SYSIN-DSN (W-P:1)
                         CONTINUE

                   WHEN  OTHER
                         MOVE  'N'       TO  S-MATCH
                         MOVE  'Y'       TO  S-MATCH-DONE
               END-EVALUATE
           END-PERFORM.

       S8100-MATCH-DSN-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LCBBGFAR         *
      *                                                              *
      ****************************************************************
