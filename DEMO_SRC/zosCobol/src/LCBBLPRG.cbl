      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LCBBLPRG.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : RETENTION PURGE OF THE OPERATIONAL LOGS       *
      *  DESCRIPTION : THE SUITE'S OPERATIONAL AND CONTROL TABLES -  *
      *                THE TRWBR ERROR LOG, THE TKAAD INTAKE LOG,    *
      *                THE TRWBS INQUIRY LOG, INBOUND_STG, FWD_JRNL, *
      *                BATCH_CTL_LOG WITH THE JOB_RUN_HIST AND       *
      *                NIGHT_CP_HIST RUN HISTORY, AND THE DONE AND   *
      *                DEAD TRWAR QUEUE ROWS - PURGED AS MJPB1       *
      *                PURGES THE ARCHIVE:  EACH TABLE'S PERIOD IS   *
      *                READ FROM TRWBV (IN DAYS, OR YEARS), ROWS     *
      *                OLDER THAN IT ARE DELETED UNLESS THEY CONCERN *
      *                A TAXPAYER UNDER AN ACTIVE TRWBW LEGAL HOLD,  *
      *                AND ONE TRWBX DESTRUCTION ROW IS WRITTEN PER  *
      *                TABLE PER RUN.  TWO FURTHER LIMITS PULL THE   *
      *                CUT-OFF BACK:                                 *
      *                - FWD_JRNL IS NEVER PURGED ON OR AFTER THE    *
      *                  DATE OF THE OLDEST BACKUP STILL RETAINED    *
      *                  (SYSIN), SINCE LCBBJRP ROLLS THAT BACKUP    *
      *                  FORWARD THROUGH IT;  WITHOUT THE DATE THE   *
      *                  JOURNAL IS NOT PURGED AT ALL;               *
      *                - TRWBS IS HASH-CHAINED, SO NO ROW IS PURGED  *
      *                  ON OR AFTER THE OLDEST DAY LCBBSEAL HAS NOT *
      *                  YET SEALED.                                 *
      *                A TABLE WITH NO TRWBV ROW IS KEPT.            *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LCBBLPRG                                   *
      *                                                              *
      *  INPUT PARMS    : SYSIN - W-SYSIN-BKUP-DT (PIC X(08)         *
      *                           YYYYMMDD, OLDEST RETAINED VSAM     *
      *                           BACKUP OF THE JOURNALED FILES)     *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWBV                              R                   *
      *  DRWB.TRWBW                              R                   *
      *  DRWB.TRWBX                              C                   *
      *  DRWA.TRWAD                              R                   *
      *  LCBD2CTL.AUDIT_HCHAIN / AUDIT_SEAL      R                   *
      *  DRWB.TRWBR / DKAA.TKAAD / DRWB.TRWBS    D                   *
      *  LCBD2CTL.INBOUND_STG / FWD_JRNL         D                   *
      *  LCBD2CTL.BATCH_CTL_LOG                  D                   *
      *  LCBD2CTL.JOB_RUN_HIST / NIGHT_CP_HIST   D                   *
      *  DRWA.TRWAR                              D                   *
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
      *    D A T A    D I V I S I O N                                *
      *                                                              *
      ****************************************************************
       DATA                              DIVISION.

       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'LCBBLPRG - WORKING STORAGE BEGINS HERE'.

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

           05  A-TABLE-CNT               PIC  9(05)  VALUE  ZERO.
           05  A-PURGE-TOT               PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LCBBLPRG'.
           05  C-HIGH-DATE               PIC  X(08)  VALUE '99991231'.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-BKUP-DT           PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(72)  VALUE  SPACES.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-POLICY-FOUND            PIC  X(01)  VALUE  SPACE.
               88  S-POLICY-FOUND-YES                VALUE  'Y'.
               88  S-POLICY-FOUND-NO                 VALUE  'N'.

      ****************************************************************
      *                                                              *
      *    W O R K    A R E A S                                      *
      *                                                              *
      *    W-CUTOFF-DT:  ROWS DATED BEFORE IT ARE PAST RETENTION.    *
      *                                                              *
      ****************************************************************
       01  WORK-AREAS.
           05  W-SYSTEM-DATETIME.
               10  W-SYSTEM-DATE         PIC  X(08).
               10  W-SYSTEM-DATE-R  REDEFINES  W-SYSTEM-DATE.
                   15  W-SYSTEM-YYYY     PIC  9(04).
                   15  W-SYSTEM-MMDD     PIC  X(04).
               10  W-SYSTEM-TIME         PIC  X(06).
           05  W-SYSTEM-DATE-N  REDEFINES  W-SYSTEM-DATETIME
                                         PIC  9(08).
           05  W-SQLCODE                 PIC  ----9.
           05  W-TABLE-ID                PIC  X(10)  VALUE  SPACE.
           05  W-PURGE-CNT               PIC  S9(09) COMP  VALUE +0.
           05  W-TODAY-INT               PIC  S9(09) COMP  VALUE +0.
           05  W-CUTOFF-DT               PIC  X(08)  VALUE  SPACE.
           05  W-CUTOFF-R  REDEFINES  W-CUTOFF-DT.
               10  W-CUTOFF-YYYY         PIC  9(04).
               10  W-CUTOFF-MMDD         PIC  X(04).
           05  W-CUTOFF-N  REDEFINES  W-CUTOFF-DT
                                         PIC  9(08).
           05  W-UNSEALED-DT             PIC  X(08)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBV   (   RETENTION POLICY CONTROL   )             *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBV      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBX   (   DESTRUCTION LOG   )                      *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBX      END-EXEC.

      *    PARAMETER AREA OF THE LCBSHASH AUDIT-CHAIN SERVICE,
      *    CARRIED AS LCBSHASH ITSELF DEFINES IT.
       01  L-HASH-PARM.
           05  L-HASH-TABLE-NM         PIC  X(08).
           05  L-HASH-ROW-KEY          PIC  X(64).
           05  L-HASH-IMG-LEN          PIC  S9(04) COMP.
           05  L-HASH-IMG              PIC  X(300).
           05  L-HASH-RC               PIC  X(02).

       01  W-HASH-WORK.
           05  W-HK-YEARS4             PIC  9(04)  VALUE ZERO.
           05  W-HK-CNT9               PIC  9(09)  VALUE ZERO.

       01  W-END                         PIC  X(40)  VALUE
           'LCBBLPRG *** WORKING STORAGE ENDS HERE  '.

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

           MOVE  'TRWBR'                 TO  W-TABLE-ID.
           PERFORM  S1000-READ-POLICY.
           IF  S-POLICY-FOUND-YES
               PERFORM  S1100-PURGE-TRWBR
               PERFORM  S5100-LOG-DESTRUCTION
           END-IF.

           MOVE  'TKAAD'                 TO  W-TABLE-ID.
           PERFORM  S1000-READ-POLICY.
           IF  S-POLICY-FOUND-YES
               PERFORM  S1200-PURGE-TKAAD
               PERFORM  S5100-LOG-DESTRUCTION
           END-IF.

           MOVE  'TRWBS'                 TO  W-TABLE-ID.
           PERFORM  S1000-READ-POLICY.
           IF  S-POLICY-FOUND-YES
               PERFORM  S1300-PURGE-TRWBS
               PERFORM  S5100-LOG-DESTRUCTION
           END-IF.

           MOVE  'INBOUNDSTG'            TO  W-TABLE-ID.
           PERFORM  S1000-READ-POLICY.
           IF  S-POLICY-FOUND-YES
               PERFORM  S1400-PURGE-INBOUND-STG
               PERFORM  S5100-LOG-DESTRUCTION
           END-IF.

           MOVE  'FWDJRNL'               TO  W-TABLE-ID.
           PERFORM  S1000-READ-POLICY.
           IF  S-POLICY-FOUND-YES
               PERFORM  S1500-PURGE-FWD-JRNL
               PERFORM  S5100-LOG-DESTRUCTION
           END-IF.

           MOVE  'BATCHCTLLG'            TO  W-TABLE-ID.
           PERFORM  S1000-READ-POLICY.
           IF  S-POLICY-FOUND-YES
               PERFORM  S1600-PURGE-BATCH-CTL
               PERFORM  S5100-LOG-DESTRUCTION
           END-IF.

           MOVE  'JOBRUNHIST'            TO  W-TABLE-ID.
           PERFORM  S1000-READ-POLICY.
           IF  S-POLICY-FOUND-YES
               PERFORM  S1700-PURGE-JOB-RUN-HIST
               PERFORM  S5100-LOG-DESTRUCTION
           END-IF.

           MOVE  'NIGHTCPHST'            TO  W-TABLE-ID.
           PERFORM  S1000-READ-POLICY.
           IF  S-POLICY-FOUND-YES
               PERFORM  S1800-PURGE-NIGHT-CP-HIST
               PERFORM  S5100-LOG-DESTRUCTION
           END-IF.

           MOVE  'TRWAR'                 TO  W-TABLE-ID.
           PERFORM  S1000-READ-POLICY.
           IF  S-POLICY-FOUND-YES
               PERFORM  S1900-PURGE-TRWAR
               PERFORM  S5100-LOG-DESTRUCTION
           END-IF.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LCBBLPRG NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LCBBLPRG JOB STOP WITH ERROR  ****'
               DISPLAY '**** ROLLBACK COMPLETED !!!!!!!!!  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* TABLES PURGED  : ' A-TABLE-CNT.
           DISPLAY '* ROWS DESTROYED : ' A-PURGE-TOT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

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
           COMPUTE  W-TODAY-INT  =  FUNCTION INTEGER-OF-DATE
                                             (W-SYSTEM-DATE-N).

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  W-SYSIN-BKUP-DT           NOT NUMERIC
           OR  W-SYSIN-BKUP-DT           >   W-SYSTEM-DATE
               DISPLAY  'S0200:NO VALID OLDEST BACKUP DATE ON SYSIN'
                        ' - FWD_JRNL WILL NOT BE PURGED'
               MOVE  SPACE               TO  W-SYSIN-BKUP-DT
           END-IF.

           DISPLAY '##########################################'.
           DISPLAY '### LCBBLPRG START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '### OLDEST BACKUP DATE  = ' W-SYSIN-BKUP-DT.
           DISPLAY '##########################################'.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 0 0 0 - R E A D - P O L I C Y                         *
      *                                                              *
      *    NO POLICY ROW MEANS NO DESTRUCTION, AS IN MJPB1.  THE     *
      *    CUT-OFF IS TODAY LESS RETAIN-DAYS, OR LESS RETAIN-YEARS   *
      *    WHEN NO DAYS ARE GIVEN (29 FEBRUARY FALLING BACK TO THE   *
      *    28TH).                                                    *
      *                                                              *
      ****************************************************************
       S1000-READ-POLICY                 SECTION.

           MOVE  'N'                     TO  S-POLICY-FOUND.
           MOVE  W-TABLE-ID              TO  TABLE-ID  OF TRWBV.

           EXEC  SQL  SELECT  RETAIN_YEARS,
                              COALESCE(RETAIN_DAYS, 0),
                              POLICY_REF
                        INTO  :TRWBV.RETAIN-YEARS,
                              :TRWBV.RETAIN-DAYS,
                              :TRWBV.POLICY-REF
                        FROM  DRWB.TRWBV
                       WHERE  TABLE_ID  =  :TRWBV.TABLE-ID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'Y'           TO  S-POLICY-FOUND
               WHEN  100
                     DISPLAY  'S1000:NO RETENTION POLICY FOR '
                              W-TABLE-ID ' - TABLE SKIPPED'
                     GO TO  S1000-READ-POLICY-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S1000:DB ERROR TRWBV SELECT=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           IF  RETAIN-DAYS  OF TRWBV     NOT >  ZERO
           AND RETAIN-YEARS OF TRWBV     NOT >  ZERO
               MOVE  'N'                 TO  S-POLICY-FOUND
               DISPLAY  'S1000:NO RETENTION PERIOD FOR '
                        W-TABLE-ID ' - TABLE SKIPPED'
               GO TO  S1000-READ-POLICY-EXIT
           END-IF.

           IF  RETAIN-DAYS  OF TRWBV     >   ZERO
               COMPUTE  W-CUTOFF-N  =  FUNCTION DATE-OF-INTEGER
                        (W-TODAY-INT  -  RETAIN-DAYS OF TRWBV)
           ELSE
               MOVE  W-SYSTEM-DATE       TO  W-CUTOFF-DT
               SUBTRACT  RETAIN-YEARS OF TRWBV
                                         FROM  W-CUTOFF-YYYY
               IF  W-CUTOFF-MMDD         =   '0229'
                   MOVE  '0228'          TO  W-CUTOFF-MMDD
               END-IF
           END-IF.

           DISPLAY  'S1000:' W-TABLE-ID ' RETENTION CUT-OFF = '
                    W-CUTOFF-DT.

       S1000-READ-POLICY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - P U R G E - T R W B R                         *
      *                                                              *
      *    THE ERROR LOG CARRIES NO TAXPAYER COLUMN - A ROW WHOSE    *
      *    KEY DATA NAMES A HELD TAXPAYER IS KEPT.  THE SAME TEST    *
      *    IS MADE ON THE OTHER FREE-FORM KEYS BELOW.                *
      *                                                              *
      ****************************************************************
       S1100-PURGE-TRWBR                 SECTION.

           EXEC  SQL
                 DELETE  FROM  DRWB.TRWBR  A
                 WHERE   A.ERR_DT  <  :W-CUTOFF-DT
                 AND     NOT EXISTS
                         ( SELECT 1  FROM  DRWB.TRWBW  H
                           WHERE  H.HOLD_FG  =  'Y'
                           AND    LOCATE(RTRIM(H.RESID_BUSNID),
                                         A.ERR_KEY_DATA)  >  0 )
           END-EXEC.

           PERFORM  S2100-CHECK-PURGE.

       S1100-PURGE-TRWBR-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - P U R G E - T K A A D                         *
      *                                                              *
      *    THE INTAKE LOG IS KEYED BY RECEIPT; THE HOLD IS TESTED    *
      *    ON THE RECEIPT'S TRWAD TAXPAYER AND TAX TYPE.  THE SAME   *
      *    TEST IS MADE FOR TRWAR.                                   *
      *                                                              *
      ****************************************************************
       S1200-PURGE-TKAAD                 SECTION.

           EXEC  SQL
                 DELETE  FROM  DKAA.TKAAD  A
                 WHERE   A.SYS_DT  <  :W-CUTOFF-DT
                 AND     NOT EXISTS
                         ( SELECT 1  FROM  DRWA.TRWAD  D,
                                          DRWB.TRWBW  H
                           WHERE  D.RCVE_NO_TXOFF = A.RCVE_NO_TXOFF
                           AND    D.RCVE_NO_YY    = A.RCVE_NO_YY
                           AND    D.RCVE_NO_SEQNO = A.RCVE_NO_SEQNO
                           AND    H.HOLD_FG       = 'Y'
                           AND    H.RESID_BUSNID  = D.RESID_BUSNID
                           AND  ( H.TXTP_CD       = D.TXTP_CD
                             OR   H.TXTP_CD       = ' ' ) )
           END-EXEC.

           PERFORM  S2100-CHECK-PURGE.

       S1200-PURGE-TKAAD-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 3 0 0 - P U R G E - T R W B S                         *
      *                                                              *
      *    THE INQUIRY LOG IS ON THE AUDIT HASH CHAIN.  A DAY NOT    *
      *    YET SEALED STILL HAS TO BE VERIFIED AGAINST ITS ROWS, SO  *
      *    THE CUT-OFF COMES BACK TO THE OLDEST UNSEALED DAY.        *
      *                                                              *
      ****************************************************************
       S1300-PURGE-TRWBS                 SECTION.

           EXEC  SQL
                 SELECT  COALESCE(MIN(C.LOG_DT), :C-HIGH-DATE)
                 INTO    :W-UNSEALED-DT
                 FROM    LCBD2CTL.AUDIT_HCHAIN  C
                 WHERE   C.TABLE_NM  =  'TRWBS'
                 AND     NOT EXISTS
                         ( SELECT 1  FROM  LCBD2CTL.AUDIT_SEAL  S
                           WHERE  S.TABLE_NM  =  C.TABLE_NM
                           AND    S.SEAL_DT   =  C.LOG_DT )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1300:DB ERROR AUDIT_HCHAIN SELECT='
                        W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-UNSEALED-DT             <   W-CUTOFF-DT
               MOVE  W-UNSEALED-DT       TO  W-CUTOFF-DT
               DISPLAY  'S1300:TRWBS CUT-OFF HELD AT UNSEALED DAY '
                        W-UNSEALED-DT
           END-IF.

           EXEC  SQL
                 DELETE  FROM  DRWB.TRWBS  A
                 WHERE   A.INQ_DT  <  :W-CUTOFF-DT
                 AND     NOT EXISTS
                         ( SELECT 1  FROM  DRWB.TRWBW  H
                           WHERE  H.HOLD_FG  =  'Y'
                           AND    LOCATE(RTRIM(H.RESID_BUSNID),
                                         A.INQ_KEY)  >  0 )
           END-EXEC.

           PERFORM  S2100-CHECK-PURGE.

       S1300-PURGE-TRWBS-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 4 0 0 - P U R G E - I N B O U N D - S T G             *
      *                                                              *
      *    ONLY MESSAGES ALREADY HANDED OFF - A STAGED ONE IS STILL  *
      *    WORK, HOWEVER OLD.                                        *
      *                                                              *
      ****************************************************************
       S1400-PURGE-INBOUND-STG           SECTION.

           EXEC  SQL
                 DELETE  FROM  LCBD2CTL.INBOUND_STG  A
                 WHERE   A.RECV_DT     <  :W-CUTOFF-DT
                 AND     A.HANDOFF_FG  =  'Y'
                 AND     NOT EXISTS
                         ( SELECT 1  FROM  DRWB.TRWBW  H
                           WHERE  H.HOLD_FG  =  'Y'
                           AND    LOCATE(RTRIM(H.RESID_BUSNID),
                                         A.PAYLOAD)  >  0 )
           END-EXEC.

           PERFORM  S2100-CHECK-PURGE.

       S1400-PURGE-INBOUND-STG-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 5 0 0 - P U R G E - F W D - J R N L                   *
      *                                                              *
      *    NOTHING ON OR AFTER THE OLDEST RETAINED BACKUP, WHICH A   *
      *    RESTORE MAY STILL NEED TO ROLL FORWARD.  WITH NO BACKUP   *
      *    DATE ON SYSIN NOTHING IS PURGED AND A NIL DESTRUCTION     *
      *    ROW IS LOGGED.                                            *
      *                                                              *
      ****************************************************************
       S1500-PURGE-FWD-JRNL              SECTION.

           IF  W-SYSIN-BKUP-DT           =   SPACE
               MOVE  ZERO                TO  W-PURGE-CNT
               DISPLAY  'S1500:FWDJRNL    NOT PURGED - NO BACKUP DATE'
               GO TO  S1500-PURGE-FWD-JRNL-EXIT
           END-IF.

           IF  W-SYSIN-BKUP-DT           <   W-CUTOFF-DT
               MOVE  W-SYSIN-BKUP-DT     TO  W-CUTOFF-DT
               DISPLAY  'S1500:FWDJRNL CUT-OFF HELD AT BACKUP DATE '
                        W-SYSIN-BKUP-DT
           END-IF.

           EXEC  SQL
                 DELETE  FROM  LCBD2CTL.FWD_JRNL
                 WHERE   LOG_DT  <  :W-CUTOFF-DT
           END-EXEC.

           PERFORM  S2100-CHECK-PURGE.

       S1500-PURGE-FWD-JRNL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 6 0 0 - P U R G E - B A T C H - C T L                 *
      *                                                              *
      ****************************************************************
       S1600-PURGE-BATCH-CTL             SECTION.

           EXEC  SQL
                 DELETE  FROM  LCBD2CTL.BATCH_CTL_LOG
                 WHERE   START_D  <  :W-CUTOFF-DT
           END-EXEC.

           PERFORM  S2100-CHECK-PURGE.

       S1600-PURGE-BATCH-CTL-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 7 0 0 - P U R G E - J O B - R U N - H I S T           *
      *                                                              *
      *    THE LCBBGCRP TRENDS READ 90 NIGHTS BACK - THE POLICY      *
      *    MUST NOT BE SHORTER.                                      *
      *                                                              *
      ****************************************************************
       S1700-PURGE-JOB-RUN-HIST          SECTION.

           EXEC  SQL
                 DELETE  FROM  LCBD2CTL.JOB_RUN_HIST
                 WHERE   RUN_DT  <  :W-CUTOFF-DT
           END-EXEC.

           PERFORM  S2100-CHECK-PURGE.

       S1700-PURGE-JOB-RUN-HIST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 8 0 0 - P U R G E - N I G H T - C P - H I S T         *
      *                                                              *
      ****************************************************************
       S1800-PURGE-NIGHT-CP-HIST         SECTION.

           EXEC  SQL
                 DELETE  FROM  LCBD2CTL.NIGHT_CP_HIST
                 WHERE   RUN_DT  <  :W-CUTOFF-DT
           END-EXEC.

           PERFORM  S2100-CHECK-PURGE.

       S1800-PURGE-NIGHT-CP-HIST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 9 0 0 - P U R G E - T R W A R                         *
      *                                                              *
      *    ONLY REQUEUED ('R') AND DEAD ('D') ENTRIES, AND ONLY WHEN *
      *    THE FAILURE, THE LAST RETRY AND THE LAST CONSOLE ACTION   *
      *    ARE ALL PAST RETENTION.  A PENDING ENTRY IS NEVER TOUCHED.*
      *                                                              *
      ****************************************************************
       S1900-PURGE-TRWAR                 SECTION.

           EXEC  SQL
                 DELETE  FROM  DRWA.TRWAR  A
                 WHERE   A.RETRY_STAUS    IN ('R', 'D')
                 AND     A.FAIL_DT        <  :W-CUTOFF-DT
                 AND     A.LAST_RETRY_DT  <  :W-CUTOFF-DT
                 AND     A.WORK_DT        <  :W-CUTOFF-DT
                 AND     NOT EXISTS
                         ( SELECT 1  FROM  DRWA.TRWAD  D,
                                          DRWB.TRWBW  H
                           WHERE  D.RCVE_NO_TXOFF = A.RCVE_NO_TXOFF
                           AND    D.RCVE_NO_YY    = A.RCVE_NO_YY
                           AND    D.RCVE_NO_SEQNO = A.RCVE_NO_SEQNO
                           AND    H.HOLD_FG       = 'Y'
                           AND    H.RESID_BUSNID  = D.RESID_BUSNID
                           AND  ( H.TXTP_CD       = D.TXTP_CD
                             OR   H.TXTP_CD       = ' ' ) )
           END-EXEC.

           PERFORM  S2100-CHECK-PURGE.

       S1900-PURGE-TRWAR-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - C H E C K - P U R G E                         *
      *                                                              *
      ****************************************************************
       S2100-CHECK-PURGE                 SECTION.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD (3)   TO  W-PURGE-CNT
               WHEN  100
                     MOVE  ZERO          TO  W-PURGE-CNT
               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S2100:DB ERROR PURGE ' W-TABLE-ID
                              '=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           DISPLAY  'S2100:' W-TABLE-ID ' ROWS DESTROYED = '
                    W-PURGE-CNT.

       S2100-CHECK-PURGE-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - L O G - D E S T R U C T I O N                 *
      *                                                              *
      *    THE TRWBX ROW AND ITS CHAIN IMAGE ARE BUILT EXACTLY AS    *
      *    MJPB1 BUILDS THEM, SO LCBBSVER PROVES THEM THE SAME WAY.  *
      *                                                              *
      ****************************************************************
       S5100-LOG-DESTRUCTION             SECTION.

           MOVE  W-SYSTEM-DATE           TO  PURGE-DT     OF TRWBX.
           MOVE  W-SYSTEM-TIME           TO  PURGE-TIME   OF TRWBX.
           MOVE  W-TABLE-ID              TO  TABLE-ID     OF TRWBX.
           MOVE  POLICY-REF OF TRWBV     TO  POLICY-REF   OF TRWBX.
           MOVE  RETAIN-YEARS OF TRWBV   TO  RETAIN-YEARS OF TRWBX.
           MOVE  W-PURGE-CNT             TO  PURGE-CNT    OF TRWBX.

           EXEC  SQL  INSERT  INTO  DRWB.TRWBX
                             (PURGE_DT,
                              PURGE_TIME,
                              TABLE_ID,
                              POLICY_REF,
                              RETAIN_YEARS,
                              PURGE_CNT   )
                       VALUES
                             (:TRWBX.PURGE-DT,
                              :TRWBX.PURGE-TIME,
                              :TRWBX.TABLE-ID,
                              :TRWBX.POLICY-REF,
                              :TRWBX.RETAIN-YEARS,
                              :TRWBX.PURGE-CNT   )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S5100:DB ERROR TRWBX INSERT=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

      * CHAIN THE DESTRUCTION-LOG ROW FOR THE TAMPER-EVIDENT SEAL.
           MOVE  SPACES                 TO  L-HASH-PARM.
           MOVE  'TRWBX'                TO  L-HASH-TABLE-NM.
           STRING  PURGE-DT   OF TRWBX  PURGE-TIME OF TRWBX
                   TABLE-ID   OF TRWBX
                   DELIMITED BY SIZE  INTO  L-HASH-ROW-KEY
           END-STRING.
           MOVE  RETAIN-YEARS OF TRWBX  TO  W-HK-YEARS4.
           MOVE  PURGE-CNT    OF TRWBX  TO  W-HK-CNT9.
           STRING  PURGE-DT   OF TRWBX  PURGE-TIME OF TRWBX
                   TABLE-ID   OF TRWBX  POLICY-REF OF TRWBX
                   W-HK-YEARS4          W-HK-CNT9
                   DELIMITED BY SIZE  INTO  L-HASH-IMG
           END-STRING.
           MOVE  +80                    TO  L-HASH-IMG-LEN.
           CALL  'LCBSHASH'          USING  L-HASH-PARM.

           ADD   1                       TO  A-TABLE-CNT.
           ADD   W-PURGE-CNT             TO  A-PURGE-TOT.

       S5100-LOG-DESTRUCTION-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LCBBLPRG         *
      *                                                              *
      ****************************************************************
